      * SCAN-CONTROL-REGISTRY: the state of the control file named
      * in WS-CTLREG-FILE-NAME - its latest version, that version's
      * fingerprint and generation, and the check-out still open
      * on it, if any (an 'O' row no 'C' row has closed yet).
      *
      * REGISTER-CONTROL-VERSION: fingerprint the content in
      * WS-CTLREG-SOURCE and, when it differs from the latest
      * version, keep it as the next generation "name-VER-nnnnnn"
      * and append the 'V' row with the caller's operator, reason
      * and run id.  Content identical to the latest version is
      * not a new version (CTLREG-UNCHANGED); a source that cannot
      * be read registers nothing (CTLREG-FAILED).
      *
      * COPY-CONTROL-FILE: copy WS-CTLFP-FILE-NAME to
      * WS-CTLREG-COPY-TO line for line.
      *
      * Shared by the registry and by every program that rewrites
      * a control file itself, through this copybook, the same
      * convention as REGISTER-OUTBOUND (OUTREGWR.cpy); the
      * matching working storage is CTLREGWS.cpy.  The
      * fingerprint is FINGERPRINT-CONTROL-FILE (CTLFP.cpy, with
      * CTLFPWS.cpy), and the caller declares the
      * CONTROL-REGISTRY-FILE (CTLREG.cpy, FILE STATUS
      * WS-CTLREG-STATUS), CONTROL-SCAN-FILE and
      * CONTROL-COPY-OUT-FILE FDs itself (ASSIGN TO DYNAMIC
      * WS-CTLREG-COPY-TO, FILE STATUS WS-CTLREG-COPY-STATUS, a
      * record VARYING FROM 1 TO 600 CHARACTERS DEPENDING ON
      * WS-CTLREG-COPY-LENGTH).
        SCAN-CONTROL-REGISTRY.
            MOVE 0 TO WS-CTLREG-VERSION.
            MOVE 'ABSENT' TO WS-CTLREG-LAST-FP.
            MOVE SPACES TO WS-CTLREG-LAST-GEN.
            MOVE 'N' TO WS-CTLREG-CHECKOUT.
            MOVE 'N' TO WS-CTLREG-EOF.
            OPEN INPUT CONTROL-REGISTRY-FILE.
            IF WS-CTLREG-STATUS NOT EQUAL '00' THEN
               IF WS-CTLREG-STATUS EQUAL '05' THEN
                  CLOSE CONTROL-REGISTRY-FILE
               END-IF
               GO TO SCAN-CONTROL-REGISTRY-EXIT
            END-IF.
            PERFORM UNTIL END-OF-CTLREG
               READ CONTROL-REGISTRY-FILE
                  AT END
                     SET END-OF-CTLREG TO TRUE
                  NOT AT END
                     IF CRG-FILE-NAME EQUAL WS-CTLREG-FILE-NAME THEN
                        EVALUATE TRUE
                           WHEN CRG-IS-VERSION
                              MOVE CRG-VERSION TO WS-CTLREG-VERSION
                              MOVE CRG-FINGERPRINT
                                TO WS-CTLREG-LAST-FP
                              MOVE CRG-GENERATION
                                TO WS-CTLREG-LAST-GEN
                           WHEN CRG-IS-CHECKOUT
                              SET CTLREG-CHECKED-OUT TO TRUE
                              MOVE CRG-OPERATOR-ID
                                TO WS-CTLREG-CO-OPERATOR
                              MOVE CRG-VERSION
                                TO WS-CTLREG-CO-VERSION
                              MOVE CRG-FINGERPRINT TO WS-CTLREG-CO-FP
                              MOVE CRG-TIMESTAMP TO WS-CTLREG-CO-TIME
                           WHEN CRG-IS-CLOSED
                              MOVE 'N' TO WS-CTLREG-CHECKOUT
                        END-EVALUATE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CONTROL-REGISTRY-FILE.
        SCAN-CONTROL-REGISTRY-EXIT.
            EXIT.
        REGISTER-CONTROL-VERSION.
            MOVE 'F' TO WS-CTLREG-OUTCOME.
            PERFORM SCAN-CONTROL-REGISTRY
               THRU SCAN-CONTROL-REGISTRY-EXIT.
            MOVE WS-CTLREG-SOURCE TO WS-CTLFP-FILE-NAME.
            PERFORM FINGERPRINT-CONTROL-FILE
               THRU FINGERPRINT-CONTROL-FILE-EXIT.
            IF WS-CTLFP-FINGERPRINT EQUAL 'ABSENT' THEN
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-CTLREG-SOURCE)
                       ' could not be read - no version of '
                       FUNCTION TRIM(WS-CTLREG-FILE-NAME)
                       ' registered'
               GO TO REGISTER-CONTROL-VERSION-EXIT
            END-IF.
            IF WS-CTLFP-FINGERPRINT EQUAL WS-CTLREG-LAST-FP THEN
               MOVE 'U' TO WS-CTLREG-OUTCOME
               GO TO REGISTER-CONTROL-VERSION-EXIT
            END-IF.
            ADD 1 TO WS-CTLREG-VERSION.
            MOVE SPACES TO WS-CTLREG-COPY-TO.
            STRING FUNCTION TRIM(WS-CTLREG-FILE-NAME)
                      DELIMITED BY SIZE
                   '-VER-' DELIMITED BY SIZE
                   WS-CTLREG-VERSION DELIMITED BY SIZE
                   INTO WS-CTLREG-COPY-TO
            END-STRING.
            PERFORM COPY-CONTROL-FILE THRU COPY-CONTROL-FILE-EXIT.
            IF WS-CTLREG-COPY-STATUS NOT EQUAL '00' THEN
               DISPLAY 'WARNING: generation '
                       FUNCTION TRIM(WS-CTLREG-COPY-TO)
                       ' could not be written (status '
                       WS-CTLREG-COPY-STATUS ') - no version of '
                       FUNCTION TRIM(WS-CTLREG-FILE-NAME)
                       ' registered'
               SUBTRACT 1 FROM WS-CTLREG-VERSION
               GO TO REGISTER-CONTROL-VERSION-EXIT
            END-IF.
            MOVE WS-CTLREG-FILE-NAME TO CRG-FILE-NAME.
            MOVE WS-CTLREG-VERSION TO CRG-VERSION.
            MOVE 'V' TO CRG-KIND.
            MOVE WS-CTLFP-FINGERPRINT TO CRG-FINGERPRINT.
            MOVE WS-CTLFP-RECORDS TO CRG-RECORDS.
            MOVE WS-CTLREG-COPY-TO TO CRG-GENERATION.
            MOVE WS-CTLREG-OPERATOR TO CRG-OPERATOR-ID.
            MOVE WS-CTLREG-REASON TO CRG-REASON.
            MOVE WS-CTLREG-RUN-ID TO CRG-RUN-ID.
            PERFORM WRITE-CONTROL-REGISTRY
               THRU WRITE-CONTROL-REGISTRY-EXIT.
            IF CTLREG-FAILED THEN
               SUBTRACT 1 FROM WS-CTLREG-VERSION
               GO TO REGISTER-CONTROL-VERSION-EXIT
            END-IF.
            MOVE 'V' TO WS-CTLREG-OUTCOME.
            MOVE WS-CTLFP-FINGERPRINT TO WS-CTLREG-LAST-FP.
            MOVE WS-CTLREG-COPY-TO TO WS-CTLREG-LAST-GEN.
            DISPLAY 'Registered ' FUNCTION TRIM(WS-CTLREG-FILE-NAME)
                    ' version ' WS-CTLREG-VERSION ' (fingerprint '
                    FUNCTION TRIM(WS-CTLFP-FINGERPRINT) ', kept as '
                    FUNCTION TRIM(WS-CTLREG-COPY-TO) ')'.
        REGISTER-CONTROL-VERSION-EXIT.
            EXIT.
      * Append one CONTROL-REGISTRY row the caller has filled in
      * (all but the timestamp); CTLREG-FAILED when it could not be
      * written.
        WRITE-CONTROL-REGISTRY.
            MOVE SPACE TO WS-CTLREG-OUTCOME.
            MOVE FUNCTION CURRENT-DATE TO CRG-TIMESTAMP.
            OPEN EXTEND CONTROL-REGISTRY-FILE.
            IF WS-CTLREG-STATUS NOT EQUAL '00' AND
               WS-CTLREG-STATUS NOT EQUAL '05' THEN
               DISPLAY 'WARNING: CONTROL-REGISTRY not writable '
                       '(status ' WS-CTLREG-STATUS ')'
               MOVE 'F' TO WS-CTLREG-OUTCOME
               GO TO WRITE-CONTROL-REGISTRY-EXIT
            END-IF.
            WRITE CONTROL-REGISTRY-RECORD.
            CLOSE CONTROL-REGISTRY-FILE.
        WRITE-CONTROL-REGISTRY-EXIT.
            EXIT.
        COPY-CONTROL-FILE.
            MOVE 0 TO WS-CTLREG-COPIED.
            MOVE 'N' TO WS-CTLFP-EOF.
            OPEN INPUT CONTROL-SCAN-FILE.
            IF WS-CTLFP-STATUS NOT EQUAL '00' THEN
               IF WS-CTLFP-STATUS EQUAL '05' THEN
                  CLOSE CONTROL-SCAN-FILE
               END-IF
               MOVE WS-CTLFP-STATUS TO WS-CTLREG-COPY-STATUS
               GO TO COPY-CONTROL-FILE-EXIT
            END-IF.
            OPEN OUTPUT CONTROL-COPY-OUT-FILE.
            IF WS-CTLREG-COPY-STATUS NOT EQUAL '00' THEN
               CLOSE CONTROL-SCAN-FILE
               GO TO COPY-CONTROL-FILE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-CTLFP
               READ CONTROL-SCAN-FILE
                  AT END
                     SET END-OF-CTLFP TO TRUE
                  NOT AT END
      * An empty line goes out as one space: the record has a
      * one-byte minimum, and the fingerprint ignores trailing
      * spaces
                     IF WS-CTLFP-LENGTH EQUAL 0 THEN
                        MOVE 1 TO WS-CTLREG-COPY-LENGTH
                        MOVE SPACE TO CONTROL-COPY-OUT-RECORD
                     ELSE
                        MOVE WS-CTLFP-LENGTH TO WS-CTLREG-COPY-LENGTH
                        MOVE CONTROL-SCAN-RECORD(1:WS-CTLFP-LENGTH)
                          TO CONTROL-COPY-OUT-RECORD
                     END-IF
                     WRITE CONTROL-COPY-OUT-RECORD
                     ADD 1 TO WS-CTLREG-COPIED
               END-READ
            END-PERFORM.
            CLOSE CONTROL-SCAN-FILE.
            CLOSE CONTROL-COPY-OUT-FILE.
        COPY-CONTROL-FILE-EXIT.
            EXIT.
