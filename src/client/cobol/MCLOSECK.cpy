      * CHECK-CLOSED-PERIODS: is any period between
      * WS-MCLOSE-FROM-DATE and WS-MCLOSE-TO-DATE CLOSED by the
      * month-end close (see MCLOSE.cpy)?  MONTH-CLOSE is netted
      * last-record-wins per period, so a countersigned close
      * followed by an explicit REOPEN no longer counts.  Sets
      * CLOSED-PERIOD-HIT with the period and its countersigning
      * operator in WS-MCLOSE-PERIOD / WS-MCLOSE-CLOSED-BY; an
      * absent MONTH-CLOSE file closes nothing.
      *
      * Shared by every run that must not touch a closed period
      * (EXAMPLE16_BACKOUT, EXAMPLE28_PURGE, EXAMPLE25_DRREPLAY)
      * through this copybook, the same convention as
      * ISSUE-RUN-ID (ISSUERUN.cpy); the matching working storage
      * is MCLOSEWS.cpy, and the caller declares the
      * MONTH-CLOSE-FILE FD (MCLOSE.cpy, FILE STATUS
      * WS-MCLOSE-STATUS) itself.
        CHECK-CLOSED-PERIODS.
            MOVE 'N' TO WS-MCLOSE-FLAG.
            MOVE SPACES TO WS-MCLOSE-PERIOD.
            MOVE SPACES TO WS-MCLOSE-CLOSED-BY.
            MOVE 0 TO MCLOSE-COUNT.
            MOVE 'N' TO WS-MCLOSE-EOF.
            OPEN INPUT MONTH-CLOSE-FILE.
            IF WS-MCLOSE-STATUS NOT EQUAL '00' THEN
               IF WS-MCLOSE-STATUS EQUAL '05' THEN
                  CLOSE MONTH-CLOSE-FILE
               END-IF
               GO TO CHECK-CLOSED-PERIODS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-MCLOSE
               READ MONTH-CLOSE-FILE
                  AT END
                     SET END-OF-MCLOSE TO TRUE
                  NOT AT END
                     PERFORM VARYING MCT-IX FROM 1 BY 1
                              UNTIL MCT-IX > MCLOSE-COUNT OR
                                    MCT-PERIOD (MCT-IX) EQUAL
                                       MCL-PERIOD
                        CONTINUE
                     END-PERFORM
                     IF MCT-IX > MCLOSE-COUNT AND
                        MCLOSE-COUNT < 240 THEN
                        ADD 1 TO MCLOSE-COUNT
                        MOVE MCLOSE-COUNT TO MCT-IX
                        MOVE MCL-PERIOD TO MCT-PERIOD (MCT-IX)
                     END-IF
                     IF MCT-IX NOT > MCLOSE-COUNT THEN
                        MOVE MCL-STATUS TO MCT-STATUS (MCT-IX)
                        MOVE MCL-COUNTERSIGNED-BY
                          TO MCT-CLOSED-BY (MCT-IX)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE MONTH-CLOSE-FILE.
            PERFORM VARYING MCT-IX FROM 1 BY 1
                     UNTIL MCT-IX > MCLOSE-COUNT OR
                           CLOSED-PERIOD-HIT
               IF MCT-STATUS (MCT-IX) EQUAL 'C' AND
                  MCT-PERIOD (MCT-IX) NOT <
                     WS-MCLOSE-FROM-DATE(1:6) AND
                  MCT-PERIOD (MCT-IX) NOT >
                     WS-MCLOSE-TO-DATE(1:6) THEN
                  SET CLOSED-PERIOD-HIT TO TRUE
                  MOVE MCT-PERIOD (MCT-IX) TO WS-MCLOSE-PERIOD
                  MOVE MCT-CLOSED-BY (MCT-IX)
                    TO WS-MCLOSE-CLOSED-BY
               END-IF
            END-PERFORM.
        CHECK-CLOSED-PERIODS-EXIT.
            EXIT.
