      * FIND-JOB-GAPS: the business dates a date-driven job missed,
      * shared by the catch-up controller (EXAMPLE75_CATCHUP) and
      * by the jobs that refuse to run past a gap
      * (EXAMPLE20_WHEXTRACT) through this copybook, so both agree
      * on exactly which days are owed.  The matching working
      * storage is CATCHGWS.cpy; the caller declares the
      * BUSINESS-CALENDAR-FILE FD (BIZCAL.cpy, record
      * BUSINESS-CALENDAR-RECORD, FILE STATUS WS-CAL-STATUS) and
      * the JOB-LOG-FILE FD (JOBLOG.cpy, record JOB-LOG-RECORD,
      * FILE STATUS WS-JOBLOG-STATUS) itself.
      *
      * A day is owed when it is a working day in the calendar (a
      * date with no calendar record is an ordinary working day,
      * the EXAMPLE18_WINDOWCTL rule), falls after the job's first
      * clean run and before WS-GAP-THROUGH-DATE, and has no 'E'
      * record with return code zero and that JL-BUSINESS-DATE for
      * the job.  A job with no clean run at all owes nothing: its
      * history starts with the first night it logs.
      *
        FIND-JOB-GAPS.
            MOVE 0 TO GAP-COUNT.
            MOVE 0 TO CLD-COUNT.
            MOVE 0 TO CLN-COUNT.
            MOVE SPACES TO WS-GAP-FIRST-CLEAN.
            IF WS-GAP-THROUGH-DATE IS NOT NUMERIC THEN
               GO TO FIND-JOB-GAPS-EXIT
            END-IF.
            MOVE WS-GAP-THROUGH-DATE TO WS-GAP-DATE-X.
            COMPUTE WS-GAP-THROUGH-INT =
               FUNCTION INTEGER-OF-DATE(WS-GAP-DATE-NUM)
            END-COMPUTE.
            COMPUTE WS-GAP-FROM-INT =
               WS-GAP-THROUGH-INT - WS-GAP-LOOKBACK
            END-COMPUTE.
            COMPUTE WS-GAP-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-GAP-FROM-INT)
            END-COMPUTE.
            MOVE WS-GAP-DATE-X TO WS-GAP-LOW-DATE.
            PERFORM LOAD-CLOSED-DAYS THRU LOAD-CLOSED-DAYS-DONE.
            PERFORM LOAD-CLEAN-DAYS THRU LOAD-CLEAN-DAYS-DONE.
            IF WS-GAP-FIRST-CLEAN EQUAL SPACES THEN
               GO TO FIND-JOB-GAPS-EXIT
            END-IF.
            MOVE WS-GAP-FIRST-CLEAN TO WS-GAP-DATE-X.
            COMPUTE WS-GAP-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-GAP-DATE-NUM) + 1
            END-COMPUTE.
            IF WS-GAP-DAY-INT < WS-GAP-FROM-INT THEN
               MOVE WS-GAP-FROM-INT TO WS-GAP-DAY-INT
            END-IF.
            PERFORM UNTIL WS-GAP-DAY-INT NOT < WS-GAP-THROUGH-INT
               PERFORM JUDGE-GAP-DAY THRU JUDGE-GAP-DAY-EXIT
               ADD 1 TO WS-GAP-DAY-INT
            END-PERFORM.
        FIND-JOB-GAPS-EXIT.
            EXIT.
      *
      * One day of the span: closed, done, or owed.
      *
        JUDGE-GAP-DAY.
            COMPUTE WS-GAP-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-GAP-DAY-INT)
            END-COMPUTE.
            MOVE 'N' TO WS-GAP-FOUND.
            PERFORM VARYING CLD-IX FROM 1 BY 1
                     UNTIL CLD-IX > CLD-COUNT OR GAP-DAY-FOUND
               IF CLD-DATE (CLD-IX) EQUAL WS-GAP-DATE-X THEN
                  SET GAP-DAY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            PERFORM VARYING CLN-IX FROM 1 BY 1
                     UNTIL CLN-IX > CLN-COUNT OR GAP-DAY-FOUND
               IF CLN-DATE (CLN-IX) EQUAL WS-GAP-DATE-X THEN
                  SET GAP-DAY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF GAP-DAY-FOUND OR GAP-COUNT EQUAL 400 THEN
               GO TO JUDGE-GAP-DAY-EXIT
            END-IF.
            ADD 1 TO GAP-COUNT.
            MOVE WS-GAP-DATE-X TO GAP-DATE (GAP-COUNT).
        JUDGE-GAP-DAY-EXIT.
            EXIT.
      *
      * The calendar's closed days inside the span; the DEADLINE
      * rows are not dates and never match.  No calendar, no closed
      * days.
      *
        LOAD-CLOSED-DAYS.
            MOVE 'N' TO WS-CAL-EOF.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-CAL-STATUS NOT EQUAL '00' THEN
               IF WS-CAL-STATUS EQUAL '05' THEN
                  CLOSE BUSINESS-CALENDAR-FILE
               END-IF
               GO TO LOAD-CLOSED-DAYS-DONE
            END-IF.
            PERFORM UNTIL END-OF-CALENDAR
               READ BUSINESS-CALENDAR-FILE
                  AT END
                     SET END-OF-CALENDAR TO TRUE
                  NOT AT END
                     IF CAL-DATE IS NUMERIC AND
                        CAL-DATE NOT < WS-GAP-LOW-DATE AND
                        CAL-DATE < WS-GAP-THROUGH-DATE AND
                        (CAL-WORKING NOT EQUAL 'Y' OR
                         CAL-IS-HOLIDAY) AND
                        CLD-COUNT < 400 THEN
                        ADD 1 TO CLD-COUNT
                        MOVE CAL-DATE TO CLD-DATE (CLD-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BUSINESS-CALENDAR-FILE.
        LOAD-CLOSED-DAYS-DONE.
            EXIT.
      *
      * The job's clean end records: the first business date it
      * ever ran cleanly, and each clean date inside the span.
      *
        LOAD-CLEAN-DAYS.
            MOVE 'N' TO WS-JOBLOG-EOF.
            OPEN INPUT JOB-LOG-FILE.
            IF WS-JOBLOG-STATUS NOT EQUAL '00' THEN
               IF WS-JOBLOG-STATUS EQUAL '05' THEN
                  CLOSE JOB-LOG-FILE
               END-IF
               GO TO LOAD-CLEAN-DAYS-DONE
            END-IF.
            PERFORM UNTIL END-OF-JOBLOG
               READ JOB-LOG-FILE
                  AT END
                     SET END-OF-JOBLOG TO TRUE
                  NOT AT END
                     IF JL-IS-END AND
                        JL-RETURN-CODE EQUAL 0 AND
                        JL-PROGRAM-ID EQUAL WS-GAP-PROGRAM-ID AND
                        JL-BUSINESS-DATE IS NUMERIC THEN
                        PERFORM NOTE-CLEAN-DAY THRU NOTE-CLEAN-DAY-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE JOB-LOG-FILE.
        LOAD-CLEAN-DAYS-DONE.
            EXIT.
        NOTE-CLEAN-DAY.
            IF WS-GAP-FIRST-CLEAN EQUAL SPACES OR
               JL-BUSINESS-DATE < WS-GAP-FIRST-CLEAN THEN
               MOVE JL-BUSINESS-DATE TO WS-GAP-FIRST-CLEAN
            END-IF.
            IF JL-BUSINESS-DATE < WS-GAP-LOW-DATE OR
               JL-BUSINESS-DATE NOT < WS-GAP-THROUGH-DATE THEN
               GO TO NOTE-CLEAN-DAY-EXIT
            END-IF.
            MOVE 'N' TO WS-GAP-FOUND.
            PERFORM VARYING CLN-IX FROM 1 BY 1
                     UNTIL CLN-IX > CLN-COUNT OR GAP-DAY-FOUND
               IF CLN-DATE (CLN-IX) EQUAL JL-BUSINESS-DATE THEN
                  SET GAP-DAY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT GAP-DAY-FOUND AND CLN-COUNT < 400 THEN
               ADD 1 TO CLN-COUNT
               MOVE JL-BUSINESS-DATE TO CLN-DATE (CLN-COUNT)
            END-IF.
        NOTE-CLEAN-DAY-EXIT.
            EXIT.
