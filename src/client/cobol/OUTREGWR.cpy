      * NEXT-OUTBOUND-SEQUENCE: the next delivery sequence for the
      * outbound file named in WS-OUTREG-FILE-NAME, one above the
      * highest the OUTBOUND-REGISTER holds for it (see OUTREG.cpy).
      * Taken before the header is written, because the header
      * carries it; a run that dies before REGISTER-OUTBOUND leaves
      * no register entry and the rerun simply draws the same
      * number again.
      *
      * REGISTER-OUTBOUND: after the outbound file is complete and
      * closed, copy it to its archived generation
      * "name-GEN-nnnnnn" and append the register entry with the
      * caller's control totals (WS-OUTREG-COUNT/-HASH) and the
      * run id.  The copy is what EXAMPLE50_OUTREG RESEND
      * re-issues, so it must be the exact file the partner got.
      *
      * Shared by every outbound extractor through this copybook,
      * the same convention as ISSUE-RUN-ID (ISSUERUN.cpy); the
      * matching working storage is OUTREGWS.cpy, and the caller
      * declares the OUTBOUND-REGISTER-FILE (OUTREG.cpy),
      * OUTBOUND-COPY-IN-FILE and OUTBOUND-COPY-OUT-FILE FDs itself
      * (ASSIGN TO DYNAMIC WS-OUTREG-SOURCE / WS-OUTREG-ARCHIVE,
      * PIC X(200) records).
        NEXT-OUTBOUND-SEQUENCE.
            MOVE 0 TO WS-OUTREG-SEQUENCE.
            MOVE 0 TO WS-OUTREG-RESEND-OF.
            MOVE 'N' TO WS-OUTREG-EOF.
            OPEN INPUT OUTBOUND-REGISTER-FILE.
            IF WS-OUTREG-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-OUTREG
                  READ OUTBOUND-REGISTER-FILE
                     AT END
                        SET END-OF-OUTREG TO TRUE
                     NOT AT END
                        IF OBR-FILE-NAME EQUAL WS-OUTREG-FILE-NAME
                           AND OBR-SEQUENCE > WS-OUTREG-SEQUENCE THEN
                           MOVE OBR-SEQUENCE TO WS-OUTREG-SEQUENCE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE OUTBOUND-REGISTER-FILE
            ELSE
               IF WS-OUTREG-STATUS EQUAL '05' THEN
                  CLOSE OUTBOUND-REGISTER-FILE
               END-IF
            END-IF.
            ADD 1 TO WS-OUTREG-SEQUENCE.
            DISPLAY 'Outbound delivery: '
                    FUNCTION TRIM(WS-OUTREG-FILE-NAME)
                    ' sequence ' WS-OUTREG-SEQUENCE.
        NEXT-OUTBOUND-SEQUENCE-EXIT.
            EXIT.
        REGISTER-OUTBOUND.
            MOVE WS-OUTREG-FILE-NAME TO WS-OUTREG-SOURCE.
            MOVE SPACES TO WS-OUTREG-ARCHIVE.
            STRING FUNCTION TRIM(WS-OUTREG-FILE-NAME)
                      DELIMITED BY SIZE
                   '-GEN-' DELIMITED BY SIZE
                   WS-OUTREG-SEQUENCE DELIMITED BY SIZE
                   INTO WS-OUTREG-ARCHIVE
            END-STRING.
            MOVE 'N' TO WS-OUTREG-COPY-EOF.
            MOVE 0 TO WS-OUTREG-COPIED.
            OPEN INPUT OUTBOUND-COPY-IN-FILE.
            IF WS-OUTREG-COPY-STATUS NOT EQUAL '00' THEN
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-OUTREG-SOURCE)
                       ' could not be re-read (status '
                       WS-OUTREG-COPY-STATUS ') - delivery NOT '
                       'registered'
               GO TO REGISTER-OUTBOUND-EXIT
            END-IF.
            OPEN OUTPUT OUTBOUND-COPY-OUT-FILE.
            PERFORM UNTIL END-OF-OUTREG-COPY
               READ OUTBOUND-COPY-IN-FILE
                  AT END
                     SET END-OF-OUTREG-COPY TO TRUE
                  NOT AT END
                     MOVE OUTBOUND-COPY-IN-RECORD
                       TO OUTBOUND-COPY-OUT-RECORD
                     WRITE OUTBOUND-COPY-OUT-RECORD
                     ADD 1 TO WS-OUTREG-COPIED
               END-READ
            END-PERFORM.
            CLOSE OUTBOUND-COPY-IN-FILE.
            CLOSE OUTBOUND-COPY-OUT-FILE.
            OPEN EXTEND OUTBOUND-REGISTER-FILE.
            MOVE WS-OUTREG-FILE-NAME TO OBR-FILE-NAME.
            MOVE WS-OUTREG-SEQUENCE TO OBR-SEQUENCE.
            MOVE WS-OUTREG-ARCHIVE TO OBR-GENERATION.
            MOVE WS-OUTREG-COUNT TO OBR-RECORD-COUNT.
            MOVE WS-OUTREG-HASH TO OBR-HASH-TOTAL.
            MOVE WS-RUN-ID TO OBR-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO OBR-TIMESTAMP.
            IF WS-OUTREG-RESEND-OF EQUAL 0 THEN
               MOVE 'N' TO OBR-KIND
            ELSE
               MOVE 'R' TO OBR-KIND
            END-IF.
            MOVE WS-OUTREG-RESEND-OF TO OBR-RESEND-OF.
            MOVE 'S' TO OBR-STATUS.
            MOVE OBR-TIMESTAMP TO OBR-STATUS-TIME.
            WRITE OUTBOUND-REGISTER-RECORD.
            CLOSE OUTBOUND-REGISTER-FILE.
            DISPLAY 'Registered ' FUNCTION TRIM(WS-OUTREG-FILE-NAME)
                    ' sequence ' WS-OUTREG-SEQUENCE ' ('
                    WS-OUTREG-COPIED ' record(s) archived as '
                    FUNCTION TRIM(WS-OUTREG-ARCHIVE) ')'.
        REGISTER-OUTBOUND-EXIT.
            EXIT.
