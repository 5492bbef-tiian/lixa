      * Copyright (c) 2009-2020, Christian Ferrari
      * <tiian@users.sourceforge.net>
      * All rights reserved.
      *
      * This file is part of LIXA.
      *
      * LIXA is free software: you can redistribute it and/or modify
      * it under the terms of the GNU General Public License version 2
      * as published by the Free Software Foundation.
      *
      * LIXA is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.
      *
      * You should have received a copy of the
      * GNU General Public License along with LIXA.
      * If not, see <http://www.gnu.org/licenses/>.
      *
      * Usage: EXAMPLE52_WINPROJ [PARTS=n] [INTERVAL=seconds]
      *                          [CYCLES=n] [DEADLINE=hhmm]
      *                          [DEFAULT=minutes]
      *
      * Window deadline projection.  The heartbeat tells one
      * loader's ETA and EXAMPLE38_WATCHDOG tells when one stream
      * goes quiet, but nobody added it all up: the loaders could
      * be healthy and the window still miss the handoff, because
      * RECONCILE, the in-doubt sweep and the extracts still have
      * to run after them.  This program runs alongside
      * EXAMPLE18_WINDOWCTL for the window named in the WINDOW-ID
      * file and, every INTERVAL= seconds (default 60), projects
      * when the window will finish:
      *
      *   - every step of tonight's JOB-PLAN (the variant the
      *     BUSINESS-CALENDAR names for the date) that has not yet
      *     ended clean in WINDOW-CONTROL is still to run;
      *   - a step's estimate is its history: the JL-ELAPSED-CS of
      *     the JOB-LOG end records that fall inside the step's
      *     earlier WINDOW-CONTROL start/end pairs (the longest
      *     one per run, so the members of a parallel group are
      *     not added together), averaged over its earlier runs;
      *     a step that writes no JOB-LOG falls back to its own
      *     WINDOW-CONTROL start-to-end time, and a step never seen
      *     before to DEFAULT= minutes (default 10);
      *   - the step(s) running now are estimated by the live
      *     HB-MINUTES-LEFT of any loader heartbeat (AUTHOR-PROGRESS,
      *     or AUTHOR-PROGRESS-P01..Pnn when PARTS= is given) whose
      *     run has no JOB-LOG end yet - the loader's own ETA beats
      *     history - or else by history less the time already run;
      *   - pending steps add up serially, and a parallel group adds
      *     only its longest member.
      *
      * The projected finish is set against the deadline the
      * calendar keeps for the plan variant (a DEADLINE row, see
      * BIZCAL.cpy; DEADLINE= when the calendar has none, default
      * 0600), and every cycle appends a WINDOW-PROJECTION record
      * (see WPROJREC.cpy).  The first time the projected finish
      * crosses the deadline the suite's ALERT is raised and the
      * program exits 99 per the page-now convention, while there
      * is still time to act; the page is recorded on that
      * cycle's row, so a restarted projector keeps projecting but
      * does not page the same window twice.  The program ends
      * clean when the window closes out (WINDOW-CLOSEOUT, see
      * WCLOREC.cpy) or every step has ended clean, and in any
      * case after CYCLES= polls (default 120).  With no WINDOW-ID
      * file there is no window to project and it ends at once.
      *
      * The fingerprint of the BUSINESS-CALENDAR and the JOB-PLAN it
      * reads is logged to CONTROL-USAGE as 'EXWINPRJ' (no run id:
      * against the program and the time of the read), so
      * EXAMPLE63_CTLREG USED can say which registered version the run
      * was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE52-WINPROJ.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The window being projected (see WNDID.cpy)
            SELECT OPTIONAL WINDOW-ID-FILE ASSIGN TO "WINDOW-ID"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WID-STATUS.
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE
                ASSIGN TO "BUSINESS-CALENDAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
      * Tonight's plan: JOB-PLAN or the calendar's variant, exactly
      * as the controller chooses it
            SELECT JOB-PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PLAN-STATUS.
            SELECT OPTIONAL WINDOW-CONTROL-FILE
                ASSIGN TO "WINDOW-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WCTL-STATUS.
            SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOB-LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBLOG-STATUS.
            SELECT PROGRESS-FILE
                ASSIGN TO DYNAMIC WS-PROGRESS-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROGRESS-STATUS.
            SELECT OPTIONAL WINDOW-CLOSEOUT-FILE
                ASSIGN TO "WINDOW-CLOSEOUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WCO-STATUS.
            SELECT OPTIONAL WINDOW-PROJECTION-FILE
                ASSIGN TO "WINDOW-PROJECTION"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WPJ-STATUS.
      * The control files this run is steered by, fingerprinted,
      * and the log of which content it found (see CTLFP.cpy and
      * CTLUSE.cpy)
            SELECT OPTIONAL CONTROL-SCAN-FILE
                ASSIGN TO DYNAMIC WS-CTLFP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLFP-STATUS.
            SELECT OPTIONAL CONTROL-USAGE-FILE
                ASSIGN TO "CONTROL-USAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLUSE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD WINDOW-ID-FILE.
        01 WINDOW-ID-RECORD.
           COPY WNDID.
        FD BUSINESS-CALENDAR-FILE.
        01 BUSINESS-CALENDAR-RECORD.
           COPY BIZCAL.
        FD JOB-PLAN-FILE.
        01 JOB-PLAN-RECORD.
           COPY JOBPLAN.
        FD WINDOW-CONTROL-FILE.
        01 WINDOW-CONTROL-RECORD.
           COPY WCTLREC.
        FD JOB-LOG-FILE.
        01 JOB-LOG-RECORD.
           COPY JOBLOG.
        FD PROGRESS-FILE.
        01 PROGRESS-RECORD.
           COPY HEARTBT.
        FD WINDOW-CLOSEOUT-FILE.
        01 WINDOW-CLOSEOUT-RECORD.
           COPY WCLOREC.
        FD WINDOW-PROJECTION-FILE.
        01 WINDOW-PROJECTION-RECORD.
           COPY WPROJREC.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
        01 WS-WID-STATUS PIC X(2) VALUE '00'.
        01 WS-CAL-STATUS PIC X(2) VALUE '00'.
        01 WS-PLAN-STATUS PIC X(2) VALUE '00'.
        01 WS-WCTL-STATUS PIC X(2) VALUE '00'.
        01 WS-JOBLOG-STATUS PIC X(2) VALUE '00'.
        01 WS-PROGRESS-STATUS PIC X(2) VALUE '00'.
        01 WS-WCO-STATUS PIC X(2) VALUE '00'.
        01 WS-WPJ-STATUS PIC X(2) VALUE '00'.
        01 WS-CAL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CALENDAR VALUE 'Y'.
        01 WS-PLAN-EOF PIC X(1) VALUE 'N'.
           88 END-OF-PLAN VALUE 'Y'.
        01 WS-WCTL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-WCTL VALUE 'Y'.
        01 WS-JOBLOG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-JOBLOG VALUE 'Y'.
        01 WS-WCO-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CLOSEOUT VALUE 'Y'.
        01 WS-WPJ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-PROJECTION VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-NPARTS PIC 9(2) VALUE 0.
        01 WS-INTERVAL-SECONDS PIC 9(4) VALUE 60.
        01 WS-CYCLE-LIMIT PIC 9(4) VALUE 120.
        01 WS-DEFAULT-MINUTES PIC 9(4) VALUE 10.
      * The deadline: DEADLINE= (or 0600) unless the calendar keeps
      * one for tonight's variant or tonight's date
        01 WS-DEADLINE-ARG PIC X(4) VALUE '0600'.
        01 WS-DEADLINE-HHMM PIC X(4) VALUE SPACES.
        01 WS-DEADLINE-NUM REDEFINES WS-DEADLINE-HHMM.
           05 WS-DEADLINE-HH PIC 9(2).
           05 WS-DEADLINE-MM PIC 9(2).
        01 WS-VARIANT-DEADLINE PIC X(4) VALUE SPACES.
        01 WS-DATE-DEADLINE PIC X(4) VALUE SPACES.
      * The window and its plan
        01 WS-WINDOW-ID PIC X(10) VALUE SPACES.
        01 WS-WINDOW-DATE PIC X(8) VALUE SPACES.
        01 WS-WINDOW-OPENED PIC X(21) VALUE SPACES.
        01 WS-PLAN-NAME PIC X(40) VALUE 'JOB-PLAN'.
        01 WS-CAL-VARIANT PIC X(8) VALUE SPACES.
        01 PLAN-TABLE.
           05 PLAN-COUNT PIC 9(3) VALUE 0.
           05 PLAN-ENTRY OCCURS 100 TIMES.
              10 PT-STEP-NO PIC 9(3).
              10 PT-GROUP PIC X(3).
      * Tonight: 'D' ended clean, 'R' running, 'P' still to run
              10 PT-STATE PIC X(1).
                 88 PT-IS-DONE VALUE 'D'.
                 88 PT-IS-RUNNING VALUE 'R'.
                 88 PT-IS-PENDING VALUE 'P'.
              10 PT-RUN-START PIC X(21).
      * History: JOB-LOG elapsed and WINDOW-CONTROL wall time over
      * the step's earlier clean runs, and the estimate they give
              10 PT-JL-SUM PIC 9(13).
              10 PT-JL-RUNS PIC 9(5).
              10 PT-WC-SUM PIC 9(13).
              10 PT-WC-RUNS PIC 9(5).
              10 PT-EST-CS PIC 9(9).
        01 PT-IX PIC 9(3).
        01 WS-PLAN-IX PIC 9(3) VALUE 0.
      * Every step run WINDOW-CONTROL remembers for tonight's plan
      * steps, oldest first; only the most recent ones are kept
      * when the log is longer than the table
        01 INTERVAL-TABLE.
           05 INT-COUNT PIC 9(4) VALUE 0.
           05 INT-ENTRY OCCURS 5000 TIMES.
              10 INT-WINDOW PIC X(8).
              10 INT-PLAN-IX PIC 9(3).
              10 INT-START PIC X(21).
              10 INT-END PIC X(21).
              10 INT-RC PIC 9(4).
              10 INT-JL-CS PIC 9(9).
        01 INT-IX PIC 9(4).
        01 WS-STARTS-TOTAL PIC 9(9) VALUE 0.
        01 WS-STARTS-SEEN PIC 9(9) VALUE 0.
        01 WS-STARTS-SKIP PIC 9(9) VALUE 0.
        01 WS-INT-FOUND PIC X(1) VALUE 'N'.
           88 INTERVAL-FOUND VALUE 'Y'.
      * Run ids of this window JOB-LOG shows as ended: their
      * heartbeats are history, not live ETAs
        01 ENDED-TABLE.
           05 ENDED-COUNT PIC 9(4) VALUE 0.
           05 ENDED-ENTRY OCCURS 2000 TIMES
                          PIC X(13).
        01 END-IX PIC 9(4).
        01 WS-ENDED-FLAG PIC X(1) VALUE 'N'.
           88 HEARTBEAT-RUN-ENDED VALUE 'Y'.
        01 WS-PROGRESS-NAME PIC X(40) VALUE SPACES.
        01 WS-PARTITION-ID PIC 9(2) VALUE 0.
        01 WS-LIVE-COUNT PIC 9(2) VALUE 0.
        01 WS-LIVE-MINUTES PIC 9(6) VALUE 0.
      * Timestamp arithmetic: a CURRENT-DATE style stamp to
      * centiseconds, and whole minutes back to 'yyyymmddhhmm'
        01 WS-STAMP PIC X(21) VALUE SPACES.
        01 WS-STAMP-PARTS REDEFINES WS-STAMP.
           05 WS-STAMP-DATE PIC 9(8).
           05 WS-STAMP-HH PIC 9(2).
           05 WS-STAMP-MN PIC 9(2).
           05 WS-STAMP-SS PIC 9(2).
           05 WS-STAMP-CC PIC 9(2).
           05 FILLER PIC X(5).
        01 WS-STAMP-CS PIC 9(15) VALUE 0.
        01 WS-START-CS PIC 9(15) VALUE 0.
        01 WS-NOW-CS PIC 9(15) VALUE 0.
        01 WS-RUN-CS PIC S9(15) VALUE 0.
        01 WS-MINUTES PIC 9(12) VALUE 0.
        01 WS-MINUTES-STAMP PIC X(12) VALUE SPACES.
        01 WS-MINUTES-DAYS PIC 9(9) VALUE 0.
        01 WS-MINUTES-REST PIC 9(4) VALUE 0.
        01 WS-MINUTES-DATE PIC 9(8) VALUE 0.
        01 WS-MINUTES-HH PIC 9(2) VALUE 0.
        01 WS-MINUTES-MN PIC 9(2) VALUE 0.
      * One cycle's projection
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 WS-CYCLE PIC 9(4) VALUE 0.
        01 WS-STEPS-DONE PIC 9(3) VALUE 0.
        01 WS-STEPS-RUNNING PIC 9(3) VALUE 0.
        01 WS-STEPS-PENDING PIC 9(3) VALUE 0.
        01 WS-RUNNING-CS PIC 9(12) VALUE 0.
        01 WS-PENDING-CS PIC 9(12) VALUE 0.
        01 WS-GROUP-CS PIC 9(12) VALUE 0.
        01 WS-GROUP-START PIC 9(3) VALUE 0.
        01 WS-GROUP-END PIC 9(3) VALUE 0.
        01 WS-GROUP-RUNNING PIC X(1) VALUE 'N'.
           88 GROUP-IS-RUNNING VALUE 'Y'.
        01 WS-RUNNING-SOURCE PIC X(1) VALUE SPACE.
        01 WS-LEFT-MINUTES PIC 9(6) VALUE 0.
        01 WS-NOW-MINUTES PIC 9(12) VALUE 0.
        01 WS-END-MINUTES PIC 9(12) VALUE 0.
        01 WS-DEADLINE-MINUTES PIC 9(12) VALUE 0.
        01 WS-OPENED-HHMM PIC X(4) VALUE SPACES.
        01 WS-MARGIN-MINUTES PIC 9(6) VALUE 0.
        01 WS-VERDICT PIC X(1) VALUE 'O'.
        01 WS-PAGED-FLAG PIC X(1) VALUE 'N'.
           88 WINDOW-ALREADY-PAGED VALUE 'Y'.
        01 WS-FINISHED-FLAG PIC X(1) VALUE 'N'.
           88 WINDOW-FINISHED VALUE 'Y'.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE52_WINPROJ'.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 5
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  UNSTRING FUNCTION UPPER-CASE(ARGV)
                     DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  EVALUATE WS-ARG-KEYWORD
                     WHEN 'PARTS'
                        COMPUTE WS-NPARTS =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN 'INTERVAL'
                        COMPUTE WS-INTERVAL-SECONDS =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN 'CYCLES'
                        COMPUTE WS-CYCLE-LIMIT =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN 'DEADLINE'
                        MOVE WS-ARG-VALUE(1:4) TO WS-DEADLINE-ARG
                     WHEN 'DEFAULT'
                        COMPUTE WS-DEFAULT-MINUTES =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF WS-NPARTS > 16 THEN
               DISPLAY 'PARTS= is limited to 16'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM READ-WINDOW-ID THRU READ-WINDOW-ID-DONE.
            IF WS-WINDOW-ID EQUAL SPACES THEN
               DISPLAY 'No WINDOW-ID - no batch window is open, '
                       'nothing to project'
               STOP RUN RETURNING 0
            END-IF.
            MOVE WS-WINDOW-ID(1:8) TO WS-WINDOW-DATE.
            PERFORM READ-BUSINESS-CALENDAR
               THRU READ-BUSINESS-CALENDAR-DONE.
            IF WS-CAL-VARIANT NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-PLAN-NAME
               STRING 'JOB-PLAN-' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAL-VARIANT)
                         DELIMITED BY SIZE
                      INTO WS-PLAN-NAME
               END-STRING
            END-IF.
      * The date's own deadline beats the variant's, and the
      * variant's beats the argument
            EVALUATE TRUE
               WHEN WS-DATE-DEADLINE NOT EQUAL SPACES
                  MOVE WS-DATE-DEADLINE TO WS-DEADLINE-HHMM
               WHEN WS-VARIANT-DEADLINE NOT EQUAL SPACES
                  MOVE WS-VARIANT-DEADLINE TO WS-DEADLINE-HHMM
               WHEN OTHER
                  MOVE WS-DEADLINE-ARG TO WS-DEADLINE-HHMM
            END-EVALUATE.
            IF WS-DEADLINE-HHMM IS NOT NUMERIC OR
               WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59 THEN
               DISPLAY 'Deadline ' WS-DEADLINE-HHMM ' is not a '
                       'valid hhmm time'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-JOB-PLAN THRU LOAD-JOB-PLAN-DONE.
            PERFORM CALC-DEADLINE THRU CALC-DEADLINE.
            PERFORM CHECK-PRIOR-PAGE THRU CHECK-PRIOR-PAGE-DONE.
            DISPLAY 'Projecting window ' WS-WINDOW-ID ' ('
                    FUNCTION TRIM(WS-PLAN-NAME) ', '
                    PLAN-COUNT ' step(s)) against deadline '
                    WS-MINUTES-STAMP.
            IF WINDOW-ALREADY-PAGED THEN
               DISPLAY 'A page was already raised for this window - '
                       'projecting without paging again'
            END-IF.
            PERFORM UNTIL WS-CYCLE NOT < WS-CYCLE-LIMIT OR
                          WINDOW-FINISHED
               ADD 1 TO WS-CYCLE
               PERFORM PROJECT-ONE-CYCLE THRU PROJECT-ONE-CYCLE-EXIT
               IF NOT WINDOW-FINISHED AND
                  WS-CYCLE < WS-CYCLE-LIMIT THEN
                  CALL "C$SLEEP" USING WS-INTERVAL-SECONDS
               END-IF
            END-PERFORM.
            IF WINDOW-FINISHED THEN
               DISPLAY 'PROJECTION RESULT: window ' WS-WINDOW-ID
                       ' has finished - projection ended'
            ELSE
               DISPLAY 'PROJECTION RESULT: cycle limit reached with '
                       'window ' WS-WINDOW-ID ' still running'
            END-IF.
            STOP RUN RETURNING 0.
      *
      * The window the controller opened; absent means no window.
      *
        READ-WINDOW-ID.
            OPEN INPUT WINDOW-ID-FILE.
            IF WS-WID-STATUS NOT EQUAL '00' THEN
               IF WS-WID-STATUS EQUAL '05' THEN
                  CLOSE WINDOW-ID-FILE
               END-IF
               GO TO READ-WINDOW-ID-DONE
            END-IF.
            READ WINDOW-ID-FILE
               AT END
                  CONTINUE
               NOT AT END
                  MOVE WID-WINDOW-ID TO WS-WINDOW-ID
                  MOVE WID-OPENED TO WS-WINDOW-OPENED
            END-READ.
            CLOSE WINDOW-ID-FILE.
        READ-WINDOW-ID-DONE.
            EXIT.
      *
      * The calendar's plan variant for the window date, the
      * variant's DEADLINE row and any deadline the date's own row
      * sets (see BIZCAL.cpy).  The deadline rows can sit anywhere
      * in the file, so the variant's one is resolved afterwards.
      *
        READ-BUSINESS-CALENDAR.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXWINPRJ' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'BUSINESS-CALENDAR' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-CAL-STATUS NOT EQUAL '00' THEN
               IF WS-CAL-STATUS EQUAL '05' THEN
                  CLOSE BUSINESS-CALENDAR-FILE
               END-IF
               GO TO READ-BUSINESS-CALENDAR-DONE
            END-IF.
            PERFORM UNTIL END-OF-CALENDAR
               READ BUSINESS-CALENDAR-FILE
                  AT END
                     SET END-OF-CALENDAR TO TRUE
                  NOT AT END
                     IF CAL-DATE EQUAL WS-WINDOW-DATE THEN
                        MOVE CAL-PLAN-VARIANT TO WS-CAL-VARIANT
                        MOVE CAL-DEADLINE TO WS-DATE-DEADLINE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BUSINESS-CALENDAR-FILE.
            MOVE 'N' TO WS-CAL-EOF.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            PERFORM UNTIL END-OF-CALENDAR
               READ BUSINESS-CALENDAR-FILE
                  AT END
                     SET END-OF-CALENDAR TO TRUE
                  NOT AT END
                     IF CAL-DATE EQUAL 'DEADLINE' AND
                        CAL-PLAN-VARIANT EQUAL WS-CAL-VARIANT THEN
                        MOVE CAL-DEADLINE TO WS-VARIANT-DEADLINE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BUSINESS-CALENDAR-FILE.
        READ-BUSINESS-CALENDAR-DONE.
            EXIT.
      *
      * Tonight's plan, in file order.
      *
        LOAD-JOB-PLAN.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXWINPRJ' TO WS-CTLFP-PROGRAM-ID.
            MOVE WS-PLAN-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT JOB-PLAN-FILE.
            IF WS-PLAN-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-PLAN-NAME)
                       ' not available (status '
                       WS-PLAN-STATUS ') - nothing to project'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM UNTIL END-OF-PLAN
               READ JOB-PLAN-FILE
                  AT END
                     SET END-OF-PLAN TO TRUE
                  NOT AT END
                     IF PLAN-COUNT EQUAL 100 THEN
                        DISPLAY 'JOB-PLAN longer than 100 steps - '
                                'refusing to project'
                        STOP RUN RETURNING 1
                     END-IF
                     ADD 1 TO PLAN-COUNT
                     MOVE PLAN-STEP-NO TO PT-STEP-NO (PLAN-COUNT)
                     MOVE PLAN-GROUP TO PT-GROUP (PLAN-COUNT)
               END-READ
            END-PERFORM.
            CLOSE JOB-PLAN-FILE.
            IF PLAN-COUNT EQUAL 0 THEN
               DISPLAY 'JOB-PLAN is empty - nothing to project'
               STOP RUN RETURNING 1
            END-IF.
        LOAD-JOB-PLAN-DONE.
            EXIT.
      *
      * The deadline as whole minutes: on the window date when the
      * window opened before the deadline time, else on the next
      * day (a 22:00 window handing off at 06:00).
      *
        CALC-DEADLINE.
            MOVE WS-WINDOW-DATE TO WS-MINUTES-DATE.
            COMPUTE WS-DEADLINE-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-MINUTES-DATE) * 1440
               + WS-DEADLINE-HH * 60 + WS-DEADLINE-MM.
            MOVE WS-WINDOW-OPENED(9:4) TO WS-OPENED-HHMM.
            IF WS-WINDOW-OPENED(1:8) EQUAL WS-WINDOW-DATE AND
               WS-OPENED-HHMM NOT < WS-DEADLINE-HHMM THEN
               ADD 1440 TO WS-DEADLINE-MINUTES
            END-IF.
            MOVE WS-DEADLINE-MINUTES TO WS-MINUTES.
            PERFORM MINUTES-TO-STAMP THRU MINUTES-TO-STAMP.
      *
      * Has an earlier run already paged for this window?
      *
        CHECK-PRIOR-PAGE.
            OPEN INPUT WINDOW-PROJECTION-FILE.
            IF WS-WPJ-STATUS NOT EQUAL '00' THEN
               IF WS-WPJ-STATUS EQUAL '05' THEN
                  CLOSE WINDOW-PROJECTION-FILE
               END-IF
               GO TO CHECK-PRIOR-PAGE-DONE
            END-IF.
            PERFORM UNTIL END-OF-PROJECTION
               READ WINDOW-PROJECTION-FILE
                  AT END
                     SET END-OF-PROJECTION TO TRUE
                  NOT AT END
                     IF WPJ-WINDOW-ID EQUAL WS-WINDOW-ID AND
                        WPJ-PAGE-RAISED THEN
                        SET WINDOW-ALREADY-PAGED TO TRUE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE WINDOW-PROJECTION-FILE.
        CHECK-PRIOR-PAGE-DONE.
            EXIT.
      *
      * One polling cycle: has the window finished; what is still
      * to run and how long will it take; the projection record;
      * and the page the first time the finish crosses the
      * deadline.
      *
        PROJECT-ONE-CYCLE.
            PERFORM CHECK-CLOSEOUT THRU CHECK-CLOSEOUT-DONE.
            IF WINDOW-FINISHED THEN
               DISPLAY 'Window ' WS-WINDOW-ID ' has closed out'
               GO TO PROJECT-ONE-CYCLE-EXIT
            END-IF.
            PERFORM LOAD-STEP-HISTORY THRU LOAD-STEP-HISTORY-DONE.
            PERFORM CREDIT-JOB-LOG THRU CREDIT-JOB-LOG-DONE.
            PERFORM ESTIMATE-STEPS THRU ESTIMATE-STEPS.
            IF WS-STEPS-RUNNING EQUAL 0 AND
               WS-STEPS-PENDING EQUAL 0 THEN
               SET WINDOW-FINISHED TO TRUE
               DISPLAY 'Every step of window ' WS-WINDOW-ID
                       ' has ended clean'
               GO TO PROJECT-ONE-CYCLE-EXIT
            END-IF.
            PERFORM SCAN-HEARTBEATS THRU SCAN-HEARTBEATS.
            PERFORM SUM-REMAINING THRU SUM-REMAINING.
      * The finish, rounded up to the whole minute
            COMPUTE WS-LEFT-MINUTES =
               (WS-RUNNING-CS + WS-PENDING-CS + 5999) / 6000.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE TO WS-STAMP.
            PERFORM STAMP-TO-CS THRU STAMP-TO-CS.
            COMPUTE WS-NOW-MINUTES = WS-STAMP-CS / 6000.
            COMPUTE WS-END-MINUTES = WS-NOW-MINUTES + WS-LEFT-MINUTES.
            IF WS-END-MINUTES > WS-DEADLINE-MINUTES THEN
               MOVE 'L' TO WS-VERDICT
               COMPUTE WS-MARGIN-MINUTES =
                  WS-END-MINUTES - WS-DEADLINE-MINUTES
            ELSE
               MOVE 'O' TO WS-VERDICT
               COMPUTE WS-MARGIN-MINUTES =
                  WS-DEADLINE-MINUTES - WS-END-MINUTES
            END-IF.
            MOVE WS-WINDOW-ID TO WPJ-WINDOW-ID.
            MOVE WS-CURRENT-DATE TO WPJ-TIMESTAMP.
            MOVE WS-CYCLE TO WPJ-CYCLE.
            MOVE WS-CAL-VARIANT TO WPJ-PLAN-VARIANT.
            MOVE WS-STEPS-DONE TO WPJ-STEPS-DONE.
            MOVE WS-STEPS-RUNNING TO WPJ-STEPS-RUNNING.
            MOVE WS-STEPS-PENDING TO WPJ-STEPS-PENDING.
            MOVE WS-LEFT-MINUTES TO WPJ-MINUTES-LEFT.
            MOVE WS-RUNNING-SOURCE TO WPJ-RUNNING-SOURCE.
            MOVE WS-END-MINUTES TO WS-MINUTES.
            PERFORM MINUTES-TO-STAMP THRU MINUTES-TO-STAMP.
            MOVE WS-MINUTES-STAMP TO WPJ-PROJECTED-END.
            MOVE WS-DEADLINE-MINUTES TO WS-MINUTES.
            PERFORM MINUTES-TO-STAMP THRU MINUTES-TO-STAMP.
            MOVE WS-MINUTES-STAMP TO WPJ-DEADLINE.
            MOVE WS-VERDICT TO WPJ-VERDICT.
            MOVE WS-MARGIN-MINUTES TO WPJ-MARGIN-MINUTES.
            MOVE 'N' TO WPJ-PAGED.
            IF WS-VERDICT EQUAL 'L' AND
               NOT WINDOW-ALREADY-PAGED THEN
               MOVE 'Y' TO WPJ-PAGED
            END-IF.
            OPEN EXTEND WINDOW-PROJECTION-FILE.
            WRITE WINDOW-PROJECTION-RECORD.
            CLOSE WINDOW-PROJECTION-FILE.
            DISPLAY 'Cycle ' WS-CYCLE ': ' WS-STEPS-DONE ' done, '
                    WS-STEPS-RUNNING ' running, ' WS-STEPS-PENDING
                    ' pending, ' WS-LEFT-MINUTES ' minute(s) left, '
                    'finish ' WPJ-PROJECTED-END ' deadline '
                    WPJ-DEADLINE.
            IF WS-VERDICT EQUAL 'O' THEN
               GO TO PROJECT-ONE-CYCLE-EXIT
            END-IF.
            IF WINDOW-ALREADY-PAGED THEN
               DISPLAY 'Window ' WS-WINDOW-ID ' projected '
                       WS-MARGIN-MINUTES ' minute(s) past its '
                       'deadline (already paged)'
               GO TO PROJECT-ONE-CYCLE-EXIT
            END-IF.
            DISPLAY 'ALERT: window ' WS-WINDOW-ID ' is projected to '
                    'finish at ' WPJ-PROJECTED-END ', '
                    WS-MARGIN-MINUTES ' minute(s) past its deadline '
                    WPJ-DEADLINE ' - ' WS-STEPS-RUNNING
                    ' step(s) running, ' WS-STEPS-PENDING
                    ' still to run'.
            STOP RUN RETURNING 99.
        PROJECT-ONE-CYCLE-EXIT.
            EXIT.
      *
      * A WINDOW-CLOSEOUT row for the window ends the projection.
      *
        CHECK-CLOSEOUT.
            MOVE 'N' TO WS-WCO-EOF.
            OPEN INPUT WINDOW-CLOSEOUT-FILE.
            IF WS-WCO-STATUS NOT EQUAL '00' THEN
               IF WS-WCO-STATUS EQUAL '05' THEN
                  CLOSE WINDOW-CLOSEOUT-FILE
               END-IF
               GO TO CHECK-CLOSEOUT-DONE
            END-IF.
            PERFORM UNTIL END-OF-CLOSEOUT
               READ WINDOW-CLOSEOUT-FILE
                  AT END
                     SET END-OF-CLOSEOUT TO TRUE
                  NOT AT END
                     IF WCO-WINDOW-ID EQUAL WS-WINDOW-ID THEN
                        SET WINDOW-FINISHED TO TRUE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE WINDOW-CLOSEOUT-FILE.
        CHECK-CLOSEOUT-DONE.
            EXIT.
      *
      * Every start/end pair WINDOW-CONTROL holds for a step of
      * tonight's plan.  A first pass counts the starts so that,
      * when the log outgrows the table, the oldest runs are the
      * ones left out; an end record closes the latest open start
      * of its window and step.
      *
        LOAD-STEP-HISTORY.
            MOVE 0 TO INT-COUNT.
            MOVE 0 TO WS-STARTS-TOTAL.
            MOVE 0 TO WS-STARTS-SEEN.
            MOVE 0 TO WS-STARTS-SKIP.
            MOVE 'N' TO WS-WCTL-EOF.
            OPEN INPUT WINDOW-CONTROL-FILE.
            IF WS-WCTL-STATUS NOT EQUAL '00' THEN
               IF WS-WCTL-STATUS EQUAL '05' THEN
                  CLOSE WINDOW-CONTROL-FILE
               END-IF
               GO TO LOAD-STEP-HISTORY-DONE
            END-IF.
            PERFORM UNTIL END-OF-WCTL
               READ WINDOW-CONTROL-FILE
                  AT END
                     SET END-OF-WCTL TO TRUE
                  NOT AT END
                     IF WCTL-IS-START THEN
                        PERFORM FIND-PLAN-STEP THRU FIND-PLAN-STEP
                        IF WS-PLAN-IX > 0 THEN
                           ADD 1 TO WS-STARTS-TOTAL
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE WINDOW-CONTROL-FILE.
            IF WS-STARTS-TOTAL > 5000 THEN
               COMPUTE WS-STARTS-SKIP = WS-STARTS-TOTAL - 5000
            END-IF.
            MOVE 'N' TO WS-WCTL-EOF.
            OPEN INPUT WINDOW-CONTROL-FILE.
            PERFORM UNTIL END-OF-WCTL
               READ WINDOW-CONTROL-FILE
                  AT END
                     SET END-OF-WCTL TO TRUE
                  NOT AT END
                     PERFORM FIND-PLAN-STEP THRU FIND-PLAN-STEP
                     IF WS-PLAN-IX > 0 THEN
                        PERFORM ADD-STEP-INTERVAL
                           THRU ADD-STEP-INTERVAL-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE WINDOW-CONTROL-FILE.
        LOAD-STEP-HISTORY-DONE.
            EXIT.
      *
      * The plan entry of the WINDOW-CONTROL record's step, zero
      * when the step is not in tonight's plan.
      *
        FIND-PLAN-STEP.
            MOVE 0 TO WS-PLAN-IX.
            PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PLAN-COUNT OR WS-PLAN-IX > 0
               IF PT-STEP-NO (PT-IX) EQUAL WCTL-STEP-NO THEN
                  MOVE PT-IX TO WS-PLAN-IX
               END-IF
            END-PERFORM.
      *
      * A start opens an interval; an end closes the latest open
      * one of its window and step.
      *
        ADD-STEP-INTERVAL.
            IF WCTL-IS-START THEN
               ADD 1 TO WS-STARTS-SEEN
               IF WS-STARTS-SEEN NOT > WS-STARTS-SKIP THEN
                  GO TO ADD-STEP-INTERVAL-EXIT
               END-IF
               ADD 1 TO INT-COUNT
               MOVE WCTL-WINDOW TO INT-WINDOW (INT-COUNT)
               MOVE WS-PLAN-IX TO INT-PLAN-IX (INT-COUNT)
               MOVE WCTL-TIMESTAMP TO INT-START (INT-COUNT)
               MOVE SPACES TO INT-END (INT-COUNT)
               MOVE 0 TO INT-RC (INT-COUNT)
               MOVE 0 TO INT-JL-CS (INT-COUNT)
               GO TO ADD-STEP-INTERVAL-EXIT
            END-IF.
            IF NOT WCTL-IS-END THEN
               GO TO ADD-STEP-INTERVAL-EXIT
            END-IF.
            MOVE 'N' TO WS-INT-FOUND.
            PERFORM VARYING INT-IX FROM INT-COUNT BY -1
                     UNTIL INT-IX < 1 OR INTERVAL-FOUND
               IF INT-WINDOW (INT-IX) EQUAL WCTL-WINDOW AND
                  INT-PLAN-IX (INT-IX) EQUAL WS-PLAN-IX AND
                  INT-END (INT-IX) EQUAL SPACES THEN
                  SET INTERVAL-FOUND TO TRUE
                  MOVE WCTL-TIMESTAMP TO INT-END (INT-IX)
                  MOVE WCTL-RETURN-CODE TO INT-RC (INT-IX)
               END-IF
            END-PERFORM.
        ADD-STEP-INTERVAL-EXIT.
            EXIT.
      *
      * JOB-LOG end records: each one is credited to the clean step
      * run(s) of its window whose start/end pair contains it,
      * keeping the longest per run - a plan step runs one program,
      * and the members of a parallel group overlap, so the longest
      * is the step's (and the group's) duration.  The end records
      * of tonight's window also mark which heartbeats have
      * finished.
      *
        CREDIT-JOB-LOG.
            MOVE 0 TO ENDED-COUNT.
            MOVE 'N' TO WS-JOBLOG-EOF.
            OPEN INPUT JOB-LOG-FILE.
            IF WS-JOBLOG-STATUS NOT EQUAL '00' THEN
               IF WS-JOBLOG-STATUS EQUAL '05' THEN
                  CLOSE JOB-LOG-FILE
               END-IF
               GO TO CREDIT-JOB-LOG-DONE
            END-IF.
            PERFORM UNTIL END-OF-JOBLOG
               READ JOB-LOG-FILE
                  AT END
                     SET END-OF-JOBLOG TO TRUE
                  NOT AT END
                     IF JL-IS-END AND
                        JL-WINDOW-ID NOT EQUAL SPACES THEN
                        PERFORM CREDIT-ONE-END THRU CREDIT-ONE-END
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE JOB-LOG-FILE.
        CREDIT-JOB-LOG-DONE.
            EXIT.
        CREDIT-ONE-END.
            IF JL-WINDOW-ID EQUAL WS-WINDOW-ID AND
               JL-RUN-ID NOT EQUAL SPACES AND
               ENDED-COUNT < 2000 THEN
               ADD 1 TO ENDED-COUNT
               MOVE JL-RUN-ID TO ENDED-ENTRY (ENDED-COUNT)
            END-IF.
            PERFORM VARYING INT-IX FROM 1 BY 1
                     UNTIL INT-IX > INT-COUNT
               IF INT-WINDOW (INT-IX) EQUAL JL-WINDOW-ID(1:8) AND
                  INT-END (INT-IX) NOT EQUAL SPACES AND
                  INT-RC (INT-IX) EQUAL 0 AND
                  JL-TIMESTAMP NOT < INT-START (INT-IX) AND
                  JL-TIMESTAMP NOT > INT-END (INT-IX) AND
                  JL-ELAPSED-CS > INT-JL-CS (INT-IX) THEN
                  MOVE JL-ELAPSED-CS TO INT-JL-CS (INT-IX)
               END-IF
            END-PERFORM.
      *
      * Each plan step's estimate from its earlier clean runs, and
      * where it stands tonight: the latest start/end pair of the
      * window decides (clean end = done, no end = running, any
      * other end = to be rerun).
      *
        ESTIMATE-STEPS.
            PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PLAN-COUNT
               MOVE 'P' TO PT-STATE (PT-IX)
               MOVE SPACES TO PT-RUN-START (PT-IX)
               MOVE 0 TO PT-JL-SUM (PT-IX)
               MOVE 0 TO PT-JL-RUNS (PT-IX)
               MOVE 0 TO PT-WC-SUM (PT-IX)
               MOVE 0 TO PT-WC-RUNS (PT-IX)
            END-PERFORM.
            PERFORM VARYING INT-IX FROM 1 BY 1
                     UNTIL INT-IX > INT-COUNT
               MOVE INT-PLAN-IX (INT-IX) TO PT-IX
               IF INT-WINDOW (INT-IX) EQUAL WS-WINDOW-DATE THEN
                  EVALUATE TRUE
                     WHEN INT-END (INT-IX) EQUAL SPACES
                        MOVE 'R' TO PT-STATE (PT-IX)
                        MOVE INT-START (INT-IX)
                          TO PT-RUN-START (PT-IX)
                     WHEN INT-RC (INT-IX) EQUAL 0
                        MOVE 'D' TO PT-STATE (PT-IX)
                     WHEN OTHER
                        MOVE 'P' TO PT-STATE (PT-IX)
                  END-EVALUATE
               END-IF
               IF INT-END (INT-IX) NOT EQUAL SPACES AND
                  INT-RC (INT-IX) EQUAL 0 THEN
                  IF INT-JL-CS (INT-IX) > 0 THEN
                     ADD INT-JL-CS (INT-IX) TO PT-JL-SUM (PT-IX)
                     ADD 1 TO PT-JL-RUNS (PT-IX)
                  END-IF
                  MOVE INT-START (INT-IX) TO WS-STAMP
                  PERFORM STAMP-TO-CS THRU STAMP-TO-CS
                  MOVE WS-STAMP-CS TO WS-START-CS
                  MOVE INT-END (INT-IX) TO WS-STAMP
                  PERFORM STAMP-TO-CS THRU STAMP-TO-CS
                  IF WS-STAMP-CS > WS-START-CS THEN
                     COMPUTE PT-WC-SUM (PT-IX) = PT-WC-SUM (PT-IX)
                        + WS-STAMP-CS - WS-START-CS
                  END-IF
                  ADD 1 TO PT-WC-RUNS (PT-IX)
               END-IF
            END-PERFORM.
            MOVE 0 TO WS-STEPS-DONE.
            MOVE 0 TO WS-STEPS-RUNNING.
            MOVE 0 TO WS-STEPS-PENDING.
            PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PLAN-COUNT
               EVALUATE TRUE
                  WHEN PT-JL-RUNS (PT-IX) > 0
                     COMPUTE PT-EST-CS (PT-IX) =
                        PT-JL-SUM (PT-IX) / PT-JL-RUNS (PT-IX)
                  WHEN PT-WC-RUNS (PT-IX) > 0
                     COMPUTE PT-EST-CS (PT-IX) =
                        PT-WC-SUM (PT-IX) / PT-WC-RUNS (PT-IX)
                  WHEN OTHER
                     COMPUTE PT-EST-CS (PT-IX) =
                        WS-DEFAULT-MINUTES * 6000
               END-EVALUATE
               EVALUATE TRUE
                  WHEN PT-IS-DONE (PT-IX)
                     ADD 1 TO WS-STEPS-DONE
                  WHEN PT-IS-RUNNING (PT-IX)
                     ADD 1 TO WS-STEPS-RUNNING
                  WHEN OTHER
                     ADD 1 TO WS-STEPS-PENDING
               END-EVALUATE
            END-PERFORM.
      *
      * The live loaders: the longest HB-MINUTES-LEFT among the
      * heartbeats written since the window opened whose run has
      * not yet ended.
      *
        SCAN-HEARTBEATS.
            MOVE 0 TO WS-LIVE-COUNT.
            MOVE 0 TO WS-LIVE-MINUTES.
            IF WS-NPARTS EQUAL 0 THEN
               MOVE 'AUTHOR-PROGRESS' TO WS-PROGRESS-NAME
               PERFORM READ-ONE-HEARTBEAT
                  THRU READ-ONE-HEARTBEAT-EXIT
            ELSE
               PERFORM VARYING WS-PARTITION-ID FROM 1 BY 1
                        UNTIL WS-PARTITION-ID > WS-NPARTS
                  MOVE SPACES TO WS-PROGRESS-NAME
                  STRING 'AUTHOR-PROGRESS-P' DELIMITED BY SIZE
                         WS-PARTITION-ID DELIMITED BY SIZE
                         INTO WS-PROGRESS-NAME
                  END-STRING
                  PERFORM READ-ONE-HEARTBEAT
                     THRU READ-ONE-HEARTBEAT-EXIT
               END-PERFORM
            END-IF.
        READ-ONE-HEARTBEAT.
            OPEN INPUT PROGRESS-FILE.
            IF WS-PROGRESS-STATUS NOT EQUAL '00' THEN
               GO TO READ-ONE-HEARTBEAT-EXIT
            END-IF.
            READ PROGRESS-FILE
               AT END
                  CLOSE PROGRESS-FILE
                  GO TO READ-ONE-HEARTBEAT-EXIT
               NOT AT END
                  CONTINUE
            END-READ.
            CLOSE PROGRESS-FILE.
            IF HB-TIMESTAMP < WS-WINDOW-OPENED THEN
               GO TO READ-ONE-HEARTBEAT-EXIT
            END-IF.
            MOVE 'N' TO WS-ENDED-FLAG.
            PERFORM VARYING END-IX FROM 1 BY 1
                     UNTIL END-IX > ENDED-COUNT OR
                           HEARTBEAT-RUN-ENDED
               IF ENDED-ENTRY (END-IX) EQUAL HB-RUN-ID THEN
                  SET HEARTBEAT-RUN-ENDED TO TRUE
               END-IF
            END-PERFORM.
            IF HEARTBEAT-RUN-ENDED THEN
               GO TO READ-ONE-HEARTBEAT-EXIT
            END-IF.
            ADD 1 TO WS-LIVE-COUNT.
            IF HB-MINUTES-LEFT > WS-LIVE-MINUTES THEN
               MOVE HB-MINUTES-LEFT TO WS-LIVE-MINUTES
            END-IF.
        READ-ONE-HEARTBEAT-EXIT.
            EXIT.
      *
      * What is left: the step(s) running now (the live loaders'
      * own ETA when there is one, else history less the time
      * already run), then every pending step in plan order, a
      * parallel group counting only its longest member.
      *
        SUM-REMAINING.
            MOVE 0 TO WS-RUNNING-CS.
            MOVE 0 TO WS-PENDING-CS.
            MOVE SPACE TO WS-RUNNING-SOURCE.
            MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
            PERFORM STAMP-TO-CS THRU STAMP-TO-CS.
            MOVE WS-STAMP-CS TO WS-NOW-CS.
            IF WS-STEPS-RUNNING > 0 THEN
               MOVE 'J' TO WS-RUNNING-SOURCE
               PERFORM VARYING PT-IX FROM 1 BY 1
                        UNTIL PT-IX > PLAN-COUNT
                  IF PT-IS-RUNNING (PT-IX) THEN
                     MOVE PT-RUN-START (PT-IX) TO WS-STAMP
                     PERFORM STAMP-TO-CS THRU STAMP-TO-CS
                     COMPUTE WS-RUN-CS = PT-EST-CS (PT-IX)
                        - (WS-NOW-CS - WS-STAMP-CS)
                     IF WS-RUN-CS > WS-RUNNING-CS THEN
                        MOVE WS-RUN-CS TO WS-RUNNING-CS
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-LIVE-COUNT > 0 THEN
                  MOVE 'H' TO WS-RUNNING-SOURCE
                  COMPUTE WS-RUNNING-CS = WS-LIVE-MINUTES * 6000
               END-IF
            END-IF.
      * The walk is by hand, as in the controller, because a group
      * consumes a whole run of consecutive entries at once
            MOVE 1 TO PT-IX.
            PERFORM UNTIL PT-IX > PLAN-COUNT
               IF PT-GROUP (PT-IX) NOT EQUAL SPACES THEN
                  MOVE PT-IX TO WS-GROUP-START
                  MOVE PT-IX TO WS-GROUP-END
                  PERFORM UNTIL WS-GROUP-END EQUAL PLAN-COUNT OR
                           PT-GROUP (WS-GROUP-END + 1) NOT EQUAL
                              PT-GROUP (WS-GROUP-START)
                     ADD 1 TO WS-GROUP-END
                  END-PERFORM
                  MOVE 0 TO WS-GROUP-CS
                  MOVE 'N' TO WS-GROUP-RUNNING
                  PERFORM VARYING PT-IX FROM WS-GROUP-START BY 1
                           UNTIL PT-IX > WS-GROUP-END
                     IF PT-IS-RUNNING (PT-IX) THEN
                        SET GROUP-IS-RUNNING TO TRUE
                     END-IF
                     IF PT-IS-PENDING (PT-IX) AND
                        PT-EST-CS (PT-IX) > WS-GROUP-CS THEN
                        MOVE PT-EST-CS (PT-IX) TO WS-GROUP-CS
                     END-IF
                  END-PERFORM
      * A running group's members started together; it is already
      * counted with the running steps
                  IF NOT GROUP-IS-RUNNING THEN
                     ADD WS-GROUP-CS TO WS-PENDING-CS
                  END-IF
                  COMPUTE PT-IX = WS-GROUP-END + 1
               ELSE
                  IF PT-IS-PENDING (PT-IX) THEN
                     ADD PT-EST-CS (PT-IX) TO WS-PENDING-CS
                  END-IF
                  ADD 1 TO PT-IX
               END-IF
            END-PERFORM.
      *
      * WS-STAMP (a CURRENT-DATE style timestamp) as centiseconds
      * since the calendar epoch; zero when it is not a timestamp.
      *
        STAMP-TO-CS.
            MOVE 0 TO WS-STAMP-CS.
            IF WS-STAMP(1:16) IS NUMERIC THEN
               COMPUTE WS-STAMP-CS =
                  FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 8640000
                  + WS-STAMP-HH * 360000 + WS-STAMP-MN * 6000
                  + WS-STAMP-SS * 100 + WS-STAMP-CC
            END-IF.
      *
      * WS-MINUTES (whole minutes since the calendar epoch) as
      * 'yyyymmddhhmm' in WS-MINUTES-STAMP.
      *
        MINUTES-TO-STAMP.
            DIVIDE WS-MINUTES BY 1440 GIVING WS-MINUTES-DAYS
               REMAINDER WS-MINUTES-REST.
            COMPUTE WS-MINUTES-DATE =
               FUNCTION DATE-OF-INTEGER(WS-MINUTES-DAYS).
            DIVIDE WS-MINUTES-REST BY 60 GIVING WS-MINUTES-HH
               REMAINDER WS-MINUTES-MN.
            MOVE SPACES TO WS-MINUTES-STAMP.
            STRING WS-MINUTES-DATE DELIMITED BY SIZE
                   WS-MINUTES-HH DELIMITED BY SIZE
                   WS-MINUTES-MN DELIMITED BY SIZE
                   INTO WS-MINUTES-STAMP
            END-STRING.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
