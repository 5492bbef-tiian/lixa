      *   - HB-TIMESTAMP is more than STALE= minutes (default 10)
      *     behind the wall clock while JOB-LOG shows no end
      *     record for the heartbeat's run; or
      *   - HB-ROWS-COMMITTED, together with the corrections the
      *     loader found already in place (HB-ROWS-UNCHANGED), has
      *     stopped moving between cycles, again with no end
      *     record in sight.
      *
      * The alert names the program, partition, run id and the
      * last known position.  A stream whose run id has its
        01 WS-TS-DAYS PIC 9(9) VALUE 0.
      * Cycle bookkeeping
        01 WS-CYCLE PIC 9(4) VALUE 0.
      * This cycle's position: committed plus unchanged rows (an
      * older heartbeat carries no unchanged count)
        01 WS-HB-POSITION PIC 9(9) VALUE 0.
        01 WS-ACTIVE-COUNT PIC 9(2) VALUE 0.
        01 WS-SESSION-DONE PIC X(1) VALUE 'N'.
           88 ALL-STREAMS-DONE VALUE 'Y'.
                       ' committed of ' HB-ROWS-TOTAL
               STOP RUN RETURNING 99
            END-IF.
            MOVE HB-ROWS-COMMITTED TO WS-HB-POSITION.
            IF HB-ROWS-UNCHANGED IS NUMERIC THEN
               ADD HB-ROWS-UNCHANGED TO WS-HB-POSITION
            END-IF.
            IF STM-HAD-CYCLE (STM-IX) EQUAL 'Y' AND
               WS-HB-POSITION EQUAL
                  STM-LAST-COMMITTED (STM-IX) THEN
               DISPLAY 'ALERT: ' HB-PROGRAM-ID ' partition '
                       STM-PARTITION (STM-IX) ' run ' HB-RUN-ID
                       HB-TIMESTAMP
               STOP RUN RETURNING 99
            END-IF.
            MOVE WS-HB-POSITION TO STM-LAST-COMMITTED (STM-IX).
            MOVE 'Y' TO STM-HAD-CYCLE (STM-IX).
        CHECK-ONE-STREAM-EXIT.
            EXIT.
