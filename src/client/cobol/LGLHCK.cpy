      * LOAD-LEGAL-HOLDS / CHECK-LEGAL-HOLD: the legal-hold freeze
      * every change path honours (EXAMPLE5_PQL load, BULK, RECYCLE
      * and RECONCILE repair, EXAMPLE16_BACKOUT, EXAMPLE24_ONLINEFIX,
      * EXAMPLE28_PURGE, EXAMPLE49_MERGE, EXAMPLE56_ERASE and the
      * EXAMPLE25_DRREPLAY replay and failback) through this
      * copybook, the same convention as LOAD-CONTENT-RULES
      * (CNTRULCK.cpy), so no path can freeze a key differently
      * from another.  The matching working storage is LGLHWS.cpy;
      * the caller declares the LEGAL-HOLD-FILE FD (LGLHOLD.cpy,
      * record LEGAL-HOLD-RECORD, FILE STATUS WS-LGLHOLD-STATUS)
      * itself, and the EXCEPTION-QUEUE-FILE FD (EXCQUEUE.cpy,
      * record EXCEPTION-QUEUE-RECORD) when it queues what a hold
      * stopped.
      *
      * No LEGAL-HOLD file, no holds.  A file with more holds than
      * the table sets LEGAL-HOLDS-UNUSABLE, for the caller to
      * refuse on: a hold silently dropped is a key counsel
      * believes frozen and is not.
        LOAD-LEGAL-HOLDS.
            MOVE 0 TO LGHT-COUNT.
            MOVE 'N' TO WS-LGLHOLD-EOF.
            MOVE 'N' TO WS-LGLHOLD-LOAD-FLAG.
            OPEN INPUT LEGAL-HOLD-FILE.
            IF WS-LGLHOLD-STATUS NOT EQUAL '00' THEN
               IF WS-LGLHOLD-STATUS EQUAL '05' THEN
                  CLOSE LEGAL-HOLD-FILE
               END-IF
               GO TO LOAD-LEGAL-HOLDS-DONE
            END-IF.
            PERFORM UNTIL END-OF-LGLHOLD OR LEGAL-HOLDS-UNUSABLE
               READ LEGAL-HOLD-FILE
                  AT END
                     SET END-OF-LGLHOLD TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-LEGAL-HOLD
                        THRU NET-ONE-LEGAL-HOLD-EXIT
               END-READ
            END-PERFORM.
            CLOSE LEGAL-HOLD-FILE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               MOVE 0 TO LGHT-COUNT
            END-IF.
        LOAD-LEGAL-HOLDS-DONE.
            EXIT.
      *
      * One journal record over the table: the last record per key
      * and reference is the hold's state.  LGHT-SINCE is when the
      * hold last went into force.
      *
        NET-ONE-LEGAL-HOLD.
            MOVE 'N' TO WS-LGH-FOUND.
            PERFORM VARYING LGH-IX FROM 1 BY 1
                     UNTIL LGH-IX > LGHT-COUNT OR LGH-ENTRY-FOUND
               IF LGHT-KEY-TYPE (LGH-IX) EQUAL LGH-KEY-TYPE AND
                  LGHT-KEY-ID (LGH-IX) EQUAL LGH-KEY-ID AND
                  LGHT-HOLD-REF (LGH-IX) EQUAL LGH-HOLD-REF THEN
                  SET LGH-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF LGH-ENTRY-FOUND THEN
               SUBTRACT 1 FROM LGH-IX
            ELSE
               IF LGHT-COUNT EQUAL 500 THEN
                  SET LEGAL-HOLDS-UNUSABLE TO TRUE
                  GO TO NET-ONE-LEGAL-HOLD-EXIT
               END-IF
               ADD 1 TO LGHT-COUNT
               MOVE LGHT-COUNT TO LGH-IX
               MOVE LGH-KEY-TYPE TO LGHT-KEY-TYPE (LGH-IX)
               MOVE LGH-KEY-ID TO LGHT-KEY-ID (LGH-IX)
               MOVE LGH-HOLD-REF TO LGHT-HOLD-REF (LGH-IX)
            END-IF.
            MOVE LGH-STATUS TO LGHT-STATUS (LGH-IX).
            MOVE LGH-PLACED-BY TO LGHT-PLACED-BY (LGH-IX).
            MOVE LGH-PLACED-DATE TO LGHT-PLACED-DATE (LGH-IX).
            IF LGH-HELD THEN
               MOVE LGH-TIMESTAMP TO LGHT-SINCE (LGH-IX)
            END-IF.
        NET-ONE-LEGAL-HOLD-EXIT.
            EXIT.
      *
      * Is the change frozen?  A hold in force on the author, or on
      * the book, stops it.  A change replayed from an audit trail
      * (WS-LGH-CHANGE-TS set) is stopped only by a hold that was
      * already in force when the change was first made - a
      * standby must still mirror what production committed before
      * the hold went on.
      *
        CHECK-LEGAL-HOLD.
            MOVE 'N' TO WS-LGH-HIT.
            MOVE SPACES TO WS-LGH-HIT-REF.
            MOVE SPACES TO WS-LGH-REASON-TEXT.
            MOVE SPACES TO WS-LGH-BUSINESS-KEY.
            IF WS-LGH-BOOK-ID NOT EQUAL 0 THEN
               STRING 'B' DELIMITED BY SIZE
                      WS-LGH-BOOK-ID DELIMITED BY SIZE
                      INTO WS-LGH-BUSINESS-KEY
               END-STRING
            ELSE
               MOVE WS-LGH-AUTHOR-ID TO WS-LGH-DISP-ID
               MOVE WS-LGH-DISP-ID TO WS-LGH-BUSINESS-KEY
            END-IF.
            PERFORM VARYING LGH-IX FROM 1 BY 1
                     UNTIL LGH-IX > LGHT-COUNT OR LEGAL-HOLD-HIT
               IF LGHT-STATUS (LGH-IX) EQUAL 'H' AND
                  ((LGHT-KEY-TYPE (LGH-IX) EQUAL 'A' AND
                    WS-LGH-AUTHOR-ID NOT EQUAL 0 AND
                    LGHT-KEY-ID (LGH-IX) EQUAL WS-LGH-AUTHOR-ID) OR
                   (LGHT-KEY-TYPE (LGH-IX) EQUAL 'B' AND
                    WS-LGH-BOOK-ID NOT EQUAL 0 AND
                    LGHT-KEY-ID (LGH-IX) EQUAL WS-LGH-BOOK-ID)) AND
                  (WS-LGH-CHANGE-TS EQUAL SPACES OR
                   LGHT-SINCE (LGH-IX) NOT > WS-LGH-CHANGE-TS) THEN
                  SET LEGAL-HOLD-HIT TO TRUE
                  MOVE LGHT-HOLD-REF (LGH-IX) TO WS-LGH-HIT-REF
                  MOVE LGHT-KEY-TYPE (LGH-IX) TO WS-LGH-HIT-TYPE
                  MOVE LGHT-KEY-ID (LGH-IX) TO WS-LGH-HIT-ID
               END-IF
            END-PERFORM.
            IF NOT LEGAL-HOLD-HIT THEN
               GO TO CHECK-LEGAL-HOLD-EXIT
            END-IF.
            MOVE WS-LGH-HIT-ID TO WS-LGH-DISP-ID.
            IF WS-LGH-HIT-TYPE EQUAL 'B' THEN
               STRING 'LEGAL HOLD ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LGH-HIT-REF) DELIMITED BY SIZE
                      ': book ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LGH-DISP-ID) DELIMITED BY SIZE
                      ' is frozen' DELIMITED BY SIZE
                      INTO WS-LGH-REASON-TEXT
               END-STRING
            ELSE
               STRING 'LEGAL HOLD ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LGH-HIT-REF) DELIMITED BY SIZE
                      ': author ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LGH-DISP-ID) DELIMITED BY SIZE
                      ' is frozen' DELIMITED BY SIZE
                      INTO WS-LGH-REASON-TEXT
               END-STRING
            END-IF.
        CHECK-LEGAL-HOLD-EXIT.
            EXIT.
      *
      * The EXCEPTION-QUEUE entry naming the hold that stopped the
      * change; the caller has the queue open and does the WRITE.
      * EXAMPLE65_LEGALHOLD REPORT finds the blocked attempts by
      * the 'LEGAL HOLD ' reason prefix.
      *
        BUILD-LEGAL-HOLD-EXCEPTION.
            MOVE WS-LGH-BUSINESS-KEY TO EXCQ-BUSINESS-KEY.
            MOVE SPACES TO EXCQ-SER-XID.
            MOVE WS-LGH-PROGRAM-ID TO EXCQ-PROGRAM-ID.
            MOVE 0 TO EXCQ-TX-STATUS.
            MOVE WS-LGH-REASON-TEXT TO EXCQ-REASON.
            MOVE FUNCTION CURRENT-DATE TO EXCQ-TIMESTAMP.
            MOVE 'N' TO EXCQ-RESOLVED.
            MOVE SPACES TO EXCQ-RESOLUTION-CODE.
            MOVE SPACES TO EXCQ-RESOLVED-BY.
            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE WS-LGH-RUN-ID TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
