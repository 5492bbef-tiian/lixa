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
      * Usage: EXAMPLE75_CATCHUP [CHECK]
      *
      * Catch-up controller for the business dates the window
      * missed.  When the window is skipped - a data center move, a
      * two-day outage - the date-driven jobs skip those dates too
      * and simply start again from today, leaving permanent holes:
      * a warehouse short by two days of deltas, a seal chain with
      * two days never sealed.  This program closes them.  For each
      * date-driven job:
      *
      *   EXWHEXTR  EXAMPLE20_WHEXTRACT DATE=d
      *   EXSEALER  EXAMPLE41_SEALER SEAL DATE=d
      *   EXCALIBR  EXAMPLE43_CALIB DATE=d
      *   EXBALANC  EXAMPLE73_BALANCE DATE=d
      *
      * it finds the working days in BUSINESS-CALENDAR (a date with
      * no calendar record is an ordinary working day) that have no
      * JOB-LOG end record with return code zero for that business
      * date (see JL-BUSINESS-DATE in JOBLOG.cpy and FIND-JOB-GAPS
      * in CATCHGAP.cpy), between the job's first clean run and
      * tonight's window date, not included.
      *
      * The owed dates are then run in order, oldest first, each
      * date running every job that owes it in the order above.
      * While a date is being caught up the WINDOW-ID file carries
      * 'yyyymmdd-C' for that date (see WNDID.cpy), so every job's
      * JOB-LOG, BATCH-CONTROL and RUNSTATS rows - and the
      * 'EXCATCHU' trailer and RUNSTATS row this program leaves per
      * date, jobs due as rows read, clean as committed, failed as
      * rejected - are tagged as catch-up runs of that date; the
      * window's own identity is put back when the catch-up ends.
      *
      * It runs right after the self-test in the window (see
      * JOB-PLAN.sample): the first job that fails stops the
      * catch-up with return code 1 (99 when the job paged), so the
      * window stops before tonight's normal plan, and a rerun
      * finds the same dates still owed and resumes there.  The
      * extract also refuses on its own while its gap is open (see
      * EXAMPLE20_WHEXTRACT), so an ad hoc run cannot skip past it.
      *
      * CHECK reports the owed dates and runs nothing, returning 1
      * when anything is owed.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE75-CATCHUP.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The shop's business calendar; absent means every day is an
      * ordinary working day
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE
                ASSIGN TO "BUSINESS-CALENDAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
      * Common start/end job log shared by the whole suite (see
      * JOBLOG.cpy)
            SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOB-LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBLOG-STATUS.
      * The window identity: tonight's is read and put back, each
      * caught-up date's is written over it while it runs
            SELECT OPTIONAL WINDOW-ID-FILE ASSIGN TO "WINDOW-ID"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WID-STATUS.
            SELECT OPTIONAL BATCH-CONTROL-FILE
                ASSIGN TO "BATCH-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUNSTATS-FILE ASSIGN TO "RUNSTATS"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The control-file usage log and the fingerprint scan of the
      * calendar read (see CTLUSE.cpy and CTLFP.cpy)
            SELECT OPTIONAL CONTROL-USAGE-FILE
                ASSIGN TO "CONTROL-USAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLUSE-STATUS.
            SELECT OPTIONAL CONTROL-SCAN-FILE
                ASSIGN TO DYNAMIC WS-CTLFP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLFP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD BUSINESS-CALENDAR-FILE.
        01 BUSINESS-CALENDAR-RECORD.
           COPY BIZCAL.
        FD JOB-LOG-FILE.
        01 JOB-LOG-RECORD.
           COPY JOBLOG.
        FD WINDOW-ID-FILE.
        01 WINDOW-ID-RECORD.
           COPY WNDID.
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD RUNSTATS-FILE.
        01 RUNSTATS-RECORD.
           COPY RUNSTATREC.
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        WORKING-STORAGE SECTION.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-CHECK-FLAG PIC X(1) VALUE 'N'.
           88 CHECK-ONLY VALUE 'Y'.
      * Operator and the shop-wide run id
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY RUNIDWS.
      * Tonight's window identity, kept whole to be put back, and
      * the file's own name for retiring it when there was none
        01 WS-WID-STATUS PIC X(2) VALUE '00'.
        01 WS-WID-FOUND PIC X(1) VALUE 'N'.
           88 WINDOW-ID-FOUND VALUE 'Y'.
        01 WS-WID-SAVED PIC X(31) VALUE SPACES.
        01 WS-WID-FILE-NAME PIC X(12) VALUE 'WINDOW-ID'.
        01 WS-WINDOW-ID PIC X(10) VALUE SPACES.
      * The date tonight's window runs for: nothing from it on is
      * owed
        01 WS-TONIGHT PIC X(8) VALUE SPACES.
      * The date-driven jobs, in the order a caught-up date runs
      * them: JOB-LOG program id and the command that runs one
      * business date (' DATE=yyyymmdd' is appended)
        01 JOB-TABLE.
           05 JOB-COUNT PIC 9(2) VALUE 0.
           05 JOB-ENTRY OCCURS 10 TIMES.
              10 JT-PROGRAM-ID PIC X(8).
              10 JT-COMMAND PIC X(80).
              10 JT-OWED PIC 9(3).
        01 JT-IX PIC 9(2).
      * Every owed date, oldest first, with the jobs that owe it
        01 CATCHUP-TABLE.
           05 CU-COUNT PIC 9(3) VALUE 0.
           05 CU-ENTRY OCCURS 400 TIMES.
              10 CU-DATE PIC X(8).
              10 CU-NEEDS PIC X(1) OCCURS 10 TIMES.
                 88 CU-JOB-OWES VALUE 'Y'.
        01 CU-IX PIC 9(3).
        01 CU-SHIFT-IX PIC 9(3).
        01 WS-CU-FOUND PIC X(1) VALUE 'N'.
           88 CU-DATE-FOUND VALUE 'Y'.
      * Job execution work fields
        01 WS-SYSTEM-COMMAND PIC X(121) VALUE SPACES.
        01 WS-STEP-RC PIC S9(9) VALUE 0.
        01 WS-FINAL-RC PIC 9(2) VALUE 0.
        01 WS-DATE-DUE PIC 9(9) VALUE 0.
        01 WS-DATE-CLEAN PIC 9(9) VALUE 0.
        01 WS-DATE-FAILED PIC 9(9) VALUE 0.
        01 WS-DATES-RUN PIC 9(3) VALUE 0.
      * Gap-scan working storage (see CATCHGWS.cpy)
           COPY CATCHGWS.
      * Control-file fingerprint work fields (see CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE75_CATCHUP'.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF FUNCTION UPPER-CASE(ARGV) EQUAL 'CHECK' THEN
               SET CHECK-ONLY TO TRUE
            ELSE
               IF ARGV NOT EQUAL SPACES THEN
                  DISPLAY 'Ignoring unknown argument ' ARGV
               END-IF
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'EXCATCHU' TO WS-OPERATOR-ID
            END-IF.
            PERFORM READ-WINDOW-ID THRU READ-WINDOW-ID-EXIT.
            IF WINDOW-ID-FOUND AND
               WS-WID-SAVED(1:8) IS NUMERIC THEN
               MOVE WS-WID-SAVED(1:8) TO WS-TONIGHT
            ELSE
               MOVE WS-RUNCTL-TODAY(1:8) TO WS-TONIGHT
            END-IF.
            DISPLAY 'Catch-up through ' WS-TONIGHT ' (not included)'.
            PERFORM LOAD-JOB-TABLE THRU LOAD-JOB-TABLE.
      * Which version of the calendar decided what is owed (see
      * CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EXCATCHU' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'BUSINESS-CALENDAR' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            PERFORM VARYING JT-IX FROM 1 BY 1 UNTIL JT-IX > JOB-COUNT
               PERFORM SCAN-ONE-JOB THRU SCAN-ONE-JOB
            END-PERFORM.
            IF CU-COUNT EQUAL 0 THEN
               DISPLAY 'No business date owed - nothing to catch up'
               PERFORM RESTORE-WINDOW-ID THRU RESTORE-WINDOW-ID
               STOP RUN RETURNING 0
            END-IF.
            PERFORM VARYING CU-IX FROM 1 BY 1 UNTIL CU-IX > CU-COUNT
               PERFORM REPORT-ONE-DATE THRU REPORT-ONE-DATE
            END-PERFORM.
            IF CHECK-ONLY THEN
               DISPLAY 'CHECK: ' CU-COUNT ' business date(s) owed, '
                       'nothing run'
               PERFORM RESTORE-WINDOW-ID THRU RESTORE-WINDOW-ID
               STOP RUN RETURNING 1
            END-IF.
            PERFORM VARYING CU-IX FROM 1 BY 1 UNTIL CU-IX > CU-COUNT
               PERFORM RUN-ONE-DATE THRU RUN-ONE-DATE-EXIT
               IF WS-FINAL-RC NOT EQUAL 0 THEN
                  PERFORM RESTORE-WINDOW-ID THRU RESTORE-WINDOW-ID
                  DISPLAY 'Catch-up stopped at ' CU-DATE (CU-IX)
                          ' - rerun resumes there'
                  STOP RUN RETURNING WS-FINAL-RC
               END-IF
            END-PERFORM.
            PERFORM RESTORE-WINDOW-ID THRU RESTORE-WINDOW-ID.
            DISPLAY 'Catch-up complete: ' WS-DATES-RUN
                    ' business date(s) run'.
            STOP RUN RETURNING 0.
      *
      * The date-driven jobs and the command each is caught up by;
      * a new date-driven job joins the suite here.
      *
        LOAD-JOB-TABLE.
            MOVE 4 TO JOB-COUNT.
            MOVE 'EXWHEXTR' TO JT-PROGRAM-ID (1).
            MOVE 'EXAMPLE20_WHEXTRACT' TO JT-COMMAND (1).
            MOVE 'EXSEALER' TO JT-PROGRAM-ID (2).
            MOVE 'EXAMPLE41_SEALER SEAL' TO JT-COMMAND (2).
            MOVE 'EXCALIBR' TO JT-PROGRAM-ID (3).
            MOVE 'EXAMPLE43_CALIB' TO JT-COMMAND (3).
            MOVE 'EXBALANC' TO JT-PROGRAM-ID (4).
            MOVE 'EXAMPLE73_BALANCE' TO JT-COMMAND (4).
      *
      * One job's owed dates, merged into the date-ordered table.
      *
        SCAN-ONE-JOB.
            MOVE JT-PROGRAM-ID (JT-IX) TO WS-GAP-PROGRAM-ID.
            MOVE WS-TONIGHT TO WS-GAP-THROUGH-DATE.
            PERFORM FIND-JOB-GAPS THRU FIND-JOB-GAPS-EXIT.
            MOVE GAP-COUNT TO JT-OWED (JT-IX).
            DISPLAY JT-PROGRAM-ID (JT-IX) ': ' GAP-COUNT
                    ' business date(s) owed'.
            PERFORM VARYING GAP-IX FROM 1 BY 1
                     UNTIL GAP-IX > GAP-COUNT
               PERFORM MERGE-ONE-GAP THRU MERGE-ONE-GAP-EXIT
            END-PERFORM.
      *
      * Mark the job on the gap's date, opening a new row in date
      * order when no other job owes it yet.
      *
        MERGE-ONE-GAP.
            MOVE 'N' TO WS-CU-FOUND.
            PERFORM VARYING CU-IX FROM 1 BY 1
                     UNTIL CU-IX > CU-COUNT OR CU-DATE-FOUND
               IF CU-DATE (CU-IX) EQUAL GAP-DATE (GAP-IX) THEN
                  SET CU-DATE-FOUND TO TRUE
                  MOVE 'Y' TO CU-NEEDS (CU-IX, JT-IX)
               END-IF
            END-PERFORM.
            IF CU-DATE-FOUND OR CU-COUNT EQUAL 400 THEN
               GO TO MERGE-ONE-GAP-EXIT
            END-IF.
            PERFORM VARYING CU-IX FROM 1 BY 1
                     UNTIL CU-IX > CU-COUNT OR
                           CU-DATE (CU-IX) > GAP-DATE (GAP-IX)
               CONTINUE
            END-PERFORM.
            PERFORM VARYING CU-SHIFT-IX FROM CU-COUNT BY -1
                     UNTIL CU-SHIFT-IX < CU-IX
               MOVE CU-ENTRY (CU-SHIFT-IX)
                 TO CU-ENTRY (CU-SHIFT-IX + 1)
            END-PERFORM.
            ADD 1 TO CU-COUNT.
            MOVE GAP-DATE (GAP-IX) TO CU-DATE (CU-IX).
            MOVE ALL 'N' TO CU-ENTRY (CU-IX)(9:10).
            MOVE 'Y' TO CU-NEEDS (CU-IX, JT-IX).
        MERGE-ONE-GAP-EXIT.
            EXIT.
      *
      * One owed date and the jobs that owe it.
      *
        REPORT-ONE-DATE.
            DISPLAY 'Owed: ' CU-DATE (CU-IX) WITH NO ADVANCING.
            PERFORM VARYING JT-IX FROM 1 BY 1 UNTIL JT-IX > JOB-COUNT
               IF CU-JOB-OWES (CU-IX, JT-IX) THEN
                  DISPLAY ' ' JT-PROGRAM-ID (JT-IX) WITH NO ADVANCING
               END-IF
            END-PERFORM.
            DISPLAY ' '.
      *
      * One owed date: its catch-up window identity, every job that
      * owes it in table order until one fails, then the date's
      * trailer and RUNSTATS row.  WS-FINAL-RC comes back nonzero
      * when the catch-up must stop.
      *
        RUN-ONE-DATE.
            MOVE SPACES TO WS-WINDOW-ID.
            STRING CU-DATE (CU-IX) DELIMITED BY SIZE
                   '-C' DELIMITED BY SIZE
                   INTO WS-WINDOW-ID
            END-STRING.
            OPEN OUTPUT WINDOW-ID-FILE.
            MOVE WS-WINDOW-ID TO WID-WINDOW-ID.
            MOVE FUNCTION CURRENT-DATE TO WID-OPENED.
            WRITE WINDOW-ID-RECORD.
            CLOSE WINDOW-ID-FILE.
            DISPLAY 'Catching up ' CU-DATE (CU-IX)
                    ' as window ' WS-WINDOW-ID.
            MOVE 0 TO WS-DATE-DUE.
            MOVE 0 TO WS-DATE-CLEAN.
            MOVE 0 TO WS-DATE-FAILED.
            PERFORM VARYING JT-IX FROM 1 BY 1
                     UNTIL JT-IX > JOB-COUNT OR WS-FINAL-RC NOT = 0
               IF CU-JOB-OWES (CU-IX, JT-IX) THEN
                  PERFORM RUN-ONE-JOB THRU RUN-ONE-JOB
               END-IF
            END-PERFORM.
            PERFORM WRITE-CATCHUP-TRAILER THRU WRITE-CATCHUP-TRAILER.
            PERFORM WRITE-RUNSTATS THRU WRITE-RUNSTATS.
            IF WS-FINAL-RC NOT EQUAL 0 THEN
               GO TO RUN-ONE-DATE-EXIT
            END-IF.
            ADD 1 TO WS-DATES-RUN.
            DISPLAY 'Business date ' CU-DATE (CU-IX) ' caught up'.
        RUN-ONE-DATE-EXIT.
            EXIT.
      *
      * One job for one business date, exactly as the window
      * controller runs a step: a nonzero return code stops the
      * catch-up, 99 pages (see EXAMPLE18_WINDOWCTL).
      *
        RUN-ONE-JOB.
            ADD 1 TO WS-DATE-DUE.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING FUNCTION TRIM(JT-COMMAND (JT-IX))
                      DELIMITED BY SIZE
                   ' DATE=' DELIMITED BY SIZE
                   CU-DATE (CU-IX) DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            DISPLAY '  ' JT-PROGRAM-ID (JT-IX) ': '
                    FUNCTION TRIM(JT-COMMAND (JT-IX))
                    ' DATE=' CU-DATE (CU-IX).
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE 0 TO RETURN-CODE.
      * system() hands back the raw wait status on this platform:
      * the exit code travels in the high byte.
            IF WS-STEP-RC > 255 THEN
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
            END-IF.
            EVALUATE TRUE
               WHEN WS-STEP-RC EQUAL 0
                  ADD 1 TO WS-DATE-CLEAN
               WHEN WS-STEP-RC EQUAL 99
                  ADD 1 TO WS-DATE-FAILED
                  DISPLAY 'ALERT: ' JT-PROGRAM-ID (JT-IX) ' for '
                          CU-DATE (CU-IX) ' ended 99 - paging '
                          'on-call, catch-up stopped'
                  MOVE 99 TO WS-FINAL-RC
               WHEN OTHER
                  ADD 1 TO WS-DATE-FAILED
                  DISPLAY JT-PROGRAM-ID (JT-IX) ' for '
                          CU-DATE (CU-IX) ' ended with return code '
                          WS-STEP-RC
                  MOVE 1 TO WS-FINAL-RC
            END-EVALUATE.
      *
      * The caught-up date's trailer, under the date's catch-up
      * window id: jobs due, clean and failed.
      *
        WRITE-CATCHUP-TRAILER.
            OPEN EXTEND BATCH-CONTROL-FILE.
            MOVE 'EXCATCHU' TO CTL-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP.
            MOVE WS-DATE-DUE TO CTL-ROWS-READ.
            MOVE WS-DATE-CLEAN TO CTL-ROWS-COMMITTED.
            MOVE WS-DATE-FAILED TO CTL-ROWS-REJECTED.
            MOVE 0 TO CTL-ROWS-DEFERRED.
            MOVE 0 TO CTL-ROWS-UNCHANGED.
            MOVE SPACES TO CTL-FINAL-SER-XID.
            MOVE WS-OPERATOR-ID TO CTL-OPERATOR-ID.
            MOVE WS-RUN-ID TO CTL-RUN-ID.
            MOVE SPACES TO CTL-INPUT-FINGERPRINT.
            MOVE WS-WINDOW-ID TO CTL-WINDOW-ID.
            MOVE SPACES TO CTL-APPROVED-BY.
            MOVE SPACE TO CTL-DRAIN-FLAG.
            MOVE SPACE TO CTL-BULK-FLAG.
            WRITE BATCH-CONTROL-RECORD.
            CLOSE BATCH-CONTROL-FILE.
      *
      * One-line-per-run summary, the same record every other
      * driver leaves.  The controller itself begins and commits
      * nothing; the jobs it ran leave their own rows.
      *
        WRITE-RUNSTATS.
            OPEN EXTEND RUNSTATS-FILE.
            MOVE 'EXCATCHU' TO RSTAT-REC-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO RSTAT-REC-TIMESTAMP.
            MOVE 0 TO RSTAT-REC-BEGINS.
            MOVE 0 TO RSTAT-REC-COMMITS.
            MOVE 0 TO RSTAT-REC-ROLLBACKS.
            MOVE 0 TO RSTAT-REC-RETRY.
            MOVE 0 TO RSTAT-REC-MANUAL-REVIEW.
            MOVE 0 TO RSTAT-REC-PROGRAM-DEFECT.
            MOVE 0 TO RSTAT-REC-BAD-INPUT.
            MOVE 0 TO RSTAT-REC-FATAL.
            MOVE 0 TO RSTAT-REC-PQEXEC-ELAPSED.
            MOVE 0 TO RSTAT-REC-PQEXEC-CALLS.
            MOVE 0 TO RSTAT-REC-COMMIT-ELAPSED.
            MOVE 0 TO RSTAT-REC-COMMIT-CALLS.
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE WS-WINDOW-ID TO RSTAT-REC-WINDOW-ID.
            MOVE 0 TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
            CLOSE RUNSTATS-FILE.
      *
      * Tonight's window identity, kept whole so it can be put
      * back; none means the catch-up was run outside a window.
      *
        READ-WINDOW-ID.
            OPEN INPUT WINDOW-ID-FILE.
            IF WS-WID-STATUS NOT EQUAL '00' THEN
               IF WS-WID-STATUS EQUAL '05' THEN
                  CLOSE WINDOW-ID-FILE
               END-IF
               GO TO READ-WINDOW-ID-EXIT
            END-IF.
            READ WINDOW-ID-FILE
               AT END
                  CONTINUE
               NOT AT END
                  SET WINDOW-ID-FOUND TO TRUE
                  MOVE WINDOW-ID-RECORD TO WS-WID-SAVED
            END-READ.
            CLOSE WINDOW-ID-FILE.
      * A catch-up id left behind by an interrupted catch-up is not
      * a window: it is retired at the end like no file at all.
            IF WINDOW-ID-FOUND AND WS-WID-SAVED(9:2) EQUAL '-C' THEN
               DISPLAY 'Retiring leftover catch-up window id '
                       WS-WID-SAVED(1:10)
               MOVE 'N' TO WS-WID-FOUND
            END-IF.
        READ-WINDOW-ID-EXIT.
            EXIT.
      *
      * Put tonight's identity back, or retire the file when the
      * catch-up was run outside a window, so no later run is
      * stamped as a catch-up.
      *
        RESTORE-WINDOW-ID.
            IF WINDOW-ID-FOUND THEN
               OPEN OUTPUT WINDOW-ID-FILE
               MOVE WS-WID-SAVED TO WINDOW-ID-RECORD
               WRITE WINDOW-ID-RECORD
               CLOSE WINDOW-ID-FILE
            ELSE
               CALL "CBL_DELETE_FILE" USING WS-WID-FILE-NAME
            END-IF.
      * The catch-up gap scan, shared with the jobs that refuse to
      * run past a gap (see CATCHGAP.cpy and CATCHGWS.cpy)
           COPY CATCHGAP.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Control-file fingerprint and usage log (see CTLFP.cpy and
      * CTLUSE.cpy)
           COPY CTLFP.
