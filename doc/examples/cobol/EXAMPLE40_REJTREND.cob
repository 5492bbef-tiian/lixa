      *     DEGRADED and the run ends 1 so the window script can
      *     surface it;
      *   - by run id, for drill-down into one night;
      *   - by day, for the shape of the problem over time;
      *   - by sender (REJ-SENDER-ID), with the stale-update
      *     conflicts (reason CNFL) this week against last week: a
      *     sender whose changes were built from stale values in
      *     both weeks keeps colliding with someone else's fixes.
      *     That line is for the conversation with the senders and
      *     does not change how the run ends.
      *
      * The output is the documented data-quality case to take
      * back to the sender, instead of an anecdote.
        01 DAY-IX PIC 9(2).
        01 WS-DAY-FOUND PIC X(1) VALUE 'N'.
           88 DAY-FOUND VALUE 'Y'.
      * Per sender: total, and conflicts in all / this week / the
      * week before (rejects written before the sender was noted
      * on them fall under SPACES)
        01 SENDER-TABLE.
           05 SENDER-COUNT PIC 9(3) VALUE 0.
           05 SENDER-ENTRY OCCURS 200 TIMES.
              10 SDR-ID          PIC X(10).
              10 SDR-TOTAL       PIC 9(9).
              10 SDR-CNFL-TOTAL  PIC 9(9).
              10 SDR-CNFL-THIS   PIC 9(9).
              10 SDR-CNFL-PRIOR  PIC 9(9).
        01 SDR-IX PIC 9(3).
        01 WS-SDR-FOUND PIC X(1) VALUE 'N'.
           88 SENDER-FOUND VALUE 'Y'.
        01 WS-SDR-SHOWN PIC X(10) VALUE SPACES.
        01 WS-COLLIDING-COUNT PIC 9(3) VALUE 0.
      * Age arithmetic for the week buckets
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 WS-TODAY-INT PIC 9(9) VALUE 0.
        TALLY-REJECT-FILE-DONE.
            EXIT.
        TALLY-ONE-REJECT.
            MOVE -1 TO WS-AGE-DAYS.
      * The reason bucket
            MOVE 'N' TO WS-RSN-FOUND.
            PERFORM VARYING RSN-IX FROM 1 BY 1
                  MOVE 1 TO DAY-TOTAL (DAY-COUNT)
               END-IF
            END-IF.
      * The sender bucket
            MOVE 'N' TO WS-SDR-FOUND.
            PERFORM VARYING SDR-IX FROM 1 BY 1
                     UNTIL SDR-IX > SENDER-COUNT OR SENDER-FOUND
               IF SDR-ID (SDR-IX) EQUAL REJ-SENDER-ID THEN
                  SET SENDER-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF SENDER-FOUND THEN
               SUBTRACT 1 FROM SDR-IX
            ELSE
               IF SENDER-COUNT EQUAL 200 THEN
                  GO TO TALLY-ONE-REJECT-EXIT
               END-IF
               ADD 1 TO SENDER-COUNT
               MOVE SENDER-COUNT TO SDR-IX
               MOVE REJ-SENDER-ID TO SDR-ID (SDR-IX)
               MOVE 0 TO SDR-TOTAL (SDR-IX)
               MOVE 0 TO SDR-CNFL-TOTAL (SDR-IX)
               MOVE 0 TO SDR-CNFL-THIS (SDR-IX)
               MOVE 0 TO SDR-CNFL-PRIOR (SDR-IX)
            END-IF.
            ADD 1 TO SDR-TOTAL (SDR-IX).
            IF REJ-REASON-CODE EQUAL 'CNFL' THEN
               ADD 1 TO SDR-CNFL-TOTAL (SDR-IX)
               IF REJ-TIMESTAMP(1:8) IS NUMERIC AND
                  WS-AGE-DAYS NOT < 0 THEN
                  IF WS-AGE-DAYS < 7 THEN
                     ADD 1 TO SDR-CNFL-THIS (SDR-IX)
                  ELSE
                     IF WS-AGE-DAYS < 14 THEN
                        ADD 1 TO SDR-CNFL-PRIOR (SDR-IX)
                     END-IF
                  END-IF
               END-IF
            END-IF.
        TALLY-ONE-REJECT-EXIT.
            EXIT.
      *
               DISPLAY '  ' DAY-DATE (DAY-IX) ' '
                       DAY-TOTAL (DAY-IX)
            END-PERFORM.
            DISPLAY 'BY SENDER (total / conflicts / this week / '
                    'prior week):'.
            PERFORM VARYING SDR-IX FROM 1 BY 1
                     UNTIL SDR-IX > SENDER-COUNT
               IF SDR-ID (SDR-IX) EQUAL SPACES THEN
                  MOVE '(unknown)' TO WS-SDR-SHOWN
               ELSE
                  MOVE SDR-ID (SDR-IX) TO WS-SDR-SHOWN
               END-IF
               DISPLAY '  ' WS-SDR-SHOWN ' '
                       SDR-TOTAL (SDR-IX) ' '
                       SDR-CNFL-TOTAL (SDR-IX) ' '
                       SDR-CNFL-THIS (SDR-IX) ' '
                       SDR-CNFL-PRIOR (SDR-IX)
               IF SDR-CNFL-THIS (SDR-IX) > 0 AND
                  SDR-CNFL-PRIOR (SDR-IX) > 0 THEN
                  ADD 1 TO WS-COLLIDING-COUNT
                  DISPLAY '  COLLIDING: sender '
                          FUNCTION TRIM(WS-SDR-SHOWN)
                          ' keeps sending changes built from stale '
                          'values - agree an order with the other '
                          'senders'
               END-IF
            END-PERFORM.
            IF WS-COLLIDING-COUNT > 0 THEN
               DISPLAY 'CONFLICTS: ' WS-COLLIDING-COUNT
                       ' sender(s) keep colliding'
            END-IF.
            DISPLAY 'TREND RESULT: ' WS-FLAG-COUNT ' flag(s) '
                    'across ' REASON-COUNT ' reason code(s)'.
