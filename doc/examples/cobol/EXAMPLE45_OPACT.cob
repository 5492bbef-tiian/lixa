      *   - rows changed by verb, totalled per day, with
      *     ONLINEFIX corrections counted separately;
      *   - the run ids the operator's changes rode in, for
      *     drill-down with the run-keyed inquiries;
      *   - rows changed by verb per owning imprint (CHG-DOMAIN,
      *     see OWNDOM.cpy), so a change made to another imprint's
      *     data shows on the statement; a change recorded before
      *     imprints were mapped, or to a row no range covers,
      *     counts under (none).
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE45-OPACT.
        01 RUN-IX PIC 9(3).
        01 WS-RUN-FOUND PIC X(1) VALUE 'N'.
           88 RUN-FOUND VALUE 'Y'.
      * Verb totals per owning imprint of the changed row
        01 IMPRINT-TABLE.
           05 IMP-COUNT PIC 9(3) VALUE 0.
           05 IMP-ENTRY OCCURS 100 TIMES.
              10 IMP-DOMAIN  PIC X(8).
              10 IMP-INSERTS PIC 9(9).
              10 IMP-UPDATES PIC 9(9).
              10 IMP-DELETES PIC 9(9).
        01 IMP-IX PIC 9(3).
        01 WS-IMP-FOUND PIC X(1) VALUE 'N'.
           88 IMP-FOUND VALUE 'Y'.
        01 WS-IMP-DOMAIN PIC X(8) VALUE SPACES.
      * Summary tallies
        01 WS-RUNS-STARTED PIC 9(5) VALUE 0.
        01 WS-ROWS-CHANGED PIC 9(9) VALUE 0.
               DISPLAY '  ' RUN-ID-KEY (RUN-IX) ' '
                       RUN-ROWS (RUN-IX)
            END-PERFORM.
            DISPLAY 'PER-IMPRINT TOTALS (inserts/updates/'
                    'deletes):'.
            PERFORM VARYING IMP-IX FROM 1 BY 1
                     UNTIL IMP-IX > IMP-COUNT
               DISPLAY '  ' IMP-DOMAIN (IMP-IX) ' '
                       IMP-INSERTS (IMP-IX) ' '
                       IMP-UPDATES (IMP-IX) ' '
                       IMP-DELETES (IMP-IX)
            END-PERFORM.
            DISPLAY 'SUMMARY: ' WS-RUNS-STARTED ' run(s) started, '
                    WS-ROWS-CHANGED ' row(s) changed, '
                    WS-RESOLVED-COUNT ' exception(s) resolved'.
                        CHG-TIMESTAMP(1:8) NOT > WS-TO-DATE THEN
                        PERFORM TALLY-ONE-CHANGE
                           THRU TALLY-ONE-CHANGE-EXIT
                        PERFORM TALLY-ONE-IMPRINT
                           THRU TALLY-ONE-IMPRINT-EXIT
                     END-IF
               END-READ
            END-PERFORM.
        TALLY-ONE-CHANGE-EXIT.
            EXIT.
      *
      * The same change counted against the imprint owning the row
      * (see CHG-DOMAIN in CHGAUD.cpy).
      *
        TALLY-ONE-IMPRINT.
            IF CHG-DOMAIN EQUAL SPACES THEN
               MOVE '(none)' TO WS-IMP-DOMAIN
            ELSE
               MOVE CHG-DOMAIN TO WS-IMP-DOMAIN
            END-IF.
            MOVE 'N' TO WS-IMP-FOUND.
            PERFORM VARYING IMP-IX FROM 1 BY 1
                     UNTIL IMP-IX > IMP-COUNT OR IMP-FOUND
               IF IMP-DOMAIN (IMP-IX) EQUAL WS-IMP-DOMAIN THEN
                  SET IMP-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF IMP-FOUND THEN
               SUBTRACT 1 FROM IMP-IX
            ELSE
               IF IMP-COUNT EQUAL 100 THEN
                  GO TO TALLY-ONE-IMPRINT-EXIT
               END-IF
               ADD 1 TO IMP-COUNT
               MOVE IMP-COUNT TO IMP-IX
               MOVE WS-IMP-DOMAIN TO IMP-DOMAIN (IMP-IX)
               MOVE 0 TO IMP-INSERTS (IMP-IX)
               MOVE 0 TO IMP-UPDATES (IMP-IX)
               MOVE 0 TO IMP-DELETES (IMP-IX)
            END-IF.
            EVALUATE TRUE
               WHEN CHG-OP-INSERT
                  ADD 1 TO IMP-INSERTS (IMP-IX)
               WHEN CHG-OP-UPDATE
                  ADD 1 TO IMP-UPDATES (IMP-IX)
               WHEN CHG-OP-DELETE
                  ADD 1 TO IMP-DELETES (IMP-IX)
            END-EVALUATE.
        TALLY-ONE-IMPRINT-EXIT.
            EXIT.
      *
      * Exception-queue entries the operator resolved, with their
      * disposition codes.
      *
