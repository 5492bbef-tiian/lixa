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
      * Usage: EXAMPLE69_RPTDIST [WINDOW=id]
      *
      * Nightly report distribution.  The suite's reports - TREND,
      * REJTREND, PURGE-PREVIEW, DR-DIVERGENCE, PREFLIGHT-REPORT,
      * the statements and previews and the rest - each land in the
      * working directory under their own name, and used to be
      * forwarded by hand: some were missed, and a sensitive one
      * now and then went to somebody who should never have had
      * it.  This program cuts one bundle per recipient instead,
      * from the REPORT-DISTRIBUTION control file (see RPTDIST.cpy):
      * which reports exist and how sensitive each one is, who is
      * to receive which, and which sensitivity classes each
      * recipient is cleared for.
      *
      * The reports collected are the ones produced in the batch
      * window asked for - WINDOW=id, or the window now running
      * (see WNDID.cpy).  The window runs from its opening (the
      * WINDOW-ID stamp, or its first JOB-LOG record) until the
      * next window opened; a report file last written inside that
      * span belongs to it, and one written before or after it is
      * somebody else's and is not sent.
      *
      * Each recipient's bundle is the file BUNDLE-<recipient>-
      * <window>: a cover index listing every report the recipient
      * is down for - included, withheld, or not produced in the
      * window - followed by the included reports in full, each
      * between BEGIN and END lines.  A report whose class the
      * recipient is not cleared for (or a report with no class at
      * all) is NEVER put in the bundle: the cover index says it was
      * withheld and why, the run ends with return code 4, and the
      * control file is what has to be put right.
      *
      * Every report for every recipient is logged to the
      * DISTRIBUTION-LOG (see DSTLOG.cpy), sent or not, with the
      * fingerprint and record count of exactly what was sent, so
      * who was sent which report is a recorded fact.  The
      * REPORT-DISTRIBUTION content this run read is logged to
      * CONTROL-USAGE as 'EXRPTDST' (see CTLUSE.cpy).
      *
      * Return code 0 every bundle cut, 4 one or more reports
      * withheld, 1 nothing could be cut (no window, no control
      * file).
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE69-RPTDIST.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL REPORT-DISTRIBUTION-FILE
                ASSIGN TO "REPORT-DISTRIBUTION"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RDS-STATUS.
      * The window asked for, and its span (see WNDID.cpy and
      * JOBLOG.cpy)
            SELECT OPTIONAL WINDOW-ID-FILE ASSIGN TO "WINDOW-ID"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WID-STATUS.
            SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOB-LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBLOG-STATUS.
      * A report, read line for line into a bundle
            SELECT OPTIONAL REPORT-COPY-FILE
                ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
            SELECT BUNDLE-FILE
                ASSIGN TO DYNAMIC WS-BUNDLE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUNDLE-STATUS.
            SELECT OPTIONAL DISTRIBUTION-LOG-FILE
                ASSIGN TO "DISTRIBUTION-LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSL-STATUS.
      * The shop-wide run-number issuer (see RUNCTL.cpy and
      * ISSUE-RUN-ID)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The control file and the reports, fingerprinted, and the
      * log of which control content this run found (see CTLFP.cpy
      * and CTLUSE.cpy)
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
        FD REPORT-DISTRIBUTION-FILE.
        01 REPORT-DISTRIBUTION-RECORD.
           COPY RPTDIST.
        FD WINDOW-ID-FILE.
        01 WINDOW-ID-RECORD.
           COPY WNDID.
        FD JOB-LOG-FILE.
        01 JOB-LOG-RECORD.
           COPY JOBLOG.
        FD REPORT-COPY-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-RPT-LENGTH.
        01 REPORT-COPY-RECORD PIC X(600).
        FD BUNDLE-FILE.
        01 BUNDLE-RECORD PIC X(600).
        FD DISTRIBUTION-LOG-FILE.
        01 DISTRIBUTION-LOG-RECORD.
           COPY DSTLOG.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
        01 WS-RDS-STATUS PIC X(2) VALUE '00'.
        01 WS-WID-STATUS PIC X(2) VALUE '00'.
        01 WS-JOBLOG-STATUS PIC X(2) VALUE '00'.
        01 WS-RPT-STATUS PIC X(2) VALUE '00'.
        01 WS-BUNDLE-STATUS PIC X(2) VALUE '00'.
        01 WS-DSL-STATUS PIC X(2) VALUE '00'.
        01 WS-RDS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-RDS VALUE 'Y'.
        01 WS-JOBLOG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-JOBLOG VALUE 'Y'.
        01 WS-RPT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-RPT VALUE 'Y'.
        01 WS-RPT-FILE-NAME PIC X(40) VALUE SPACES.
        01 WS-RPT-LENGTH PIC 9(4) COMP VALUE 0.
        01 WS-BUNDLE-NAME PIC X(60) VALUE SPACES.
        01 WS-BUNDLE-LINE PIC X(600) VALUE SPACES.
      * Command line
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
      * The window: its id, and the span a report must have been
      * written in (yyyymmddhhmmss; an end of HIGH-VALUES means no
      * later window has opened yet)
        01 WS-WINDOW-ID PIC X(10) VALUE SPACES.
        01 WS-WINDOW-START PIC X(14) VALUE HIGH-VALUES.
        01 WS-WINDOW-END PIC X(14) VALUE HIGH-VALUES.
        01 WS-SCAN-PASS PIC 9(1) VALUE 0.
        01 WS-STAMP-TEXT PIC X(16) VALUE SPACES.
        01 WS-FORMAT-STAMP PIC X(14) VALUE SPACES.
        01 WS-START-TEXT PIC X(16) VALUE SPACES.
        01 WS-END-TEXT PIC X(16) VALUE SPACES.
      * The reports (R lines), with what this window made of them
        01 REPORT-TABLE.
           05 REPORT-COUNT PIC 9(4) VALUE 0.
           05 REPORT-ENTRY OCCURS 200 TIMES.
              10 RP-NAME        PIC X(40).
              10 RP-CLASS       PIC X(8).
              10 RP-TITLE       PIC X(40).
              10 RP-PRODUCED    PIC X(1).
                 88 RP-IN-WINDOW VALUE 'Y'.
              10 RP-STAMP       PIC X(14).
              10 RP-RECORDS     PIC 9(9).
              10 RP-FINGERPRINT PIC X(24).
        01 RP-IX PIC 9(4).
        01 WS-RP-FOUND PIC X(1) VALUE 'N'.
           88 REPORT-ENTRY-FOUND VALUE 'Y'.
      * The sends (S lines), and what became of each
        01 SEND-TABLE.
           05 SEND-COUNT PIC 9(4) VALUE 0.
           05 SEND-ENTRY OCCURS 1000 TIMES.
              10 SD-REPORT    PIC X(40).
              10 SD-RECIPIENT PIC X(8).
              10 SD-RP-IX     PIC 9(4).
              10 SD-OUTCOME   PIC X(1).
                 88 SD-SENT         VALUE 'S'.
                 88 SD-WITHHELD     VALUE 'W'.
                 88 SD-NOT-PRODUCED VALUE 'N'.
              10 SD-REASON    PIC X(40).
        01 SD-IX PIC 9(4).
        01 SD-JX PIC 9(4).
        01 WS-SD-DUPLICATE PIC X(1) VALUE 'N'.
           88 SEND-IS-DUPLICATE VALUE 'Y'.
      * The clearances (C lines)
        01 CLEARANCE-TABLE.
           05 CLEARANCE-COUNT PIC 9(4) VALUE 0.
           05 CLEARANCE-ENTRY OCCURS 500 TIMES.
              10 CL-RECIPIENT PIC X(8).
              10 CL-CLASS     PIC X(8).
              10 CL-NAME      PIC X(40).
        01 CL-IX PIC 9(4).
        01 WS-CL-FOUND PIC X(1) VALUE 'N'.
           88 RECIPIENT-CLEARED VALUE 'Y'.
      * The recipients, in the order the sends first name them
        01 RECIPIENT-TABLE.
           05 RECIPIENT-COUNT PIC 9(4) VALUE 0.
           05 RECIPIENT-ENTRY OCCURS 200 TIMES.
              10 RC-ID   PIC X(8).
              10 RC-NAME PIC X(40).
        01 RC-IX PIC 9(4).
        01 WS-RC-FOUND PIC X(1) VALUE 'N'.
           88 RECIPIENT-ENTRY-FOUND VALUE 'Y'.
        01 WS-TABLE-OVERFLOW PIC 9(5) VALUE 0.
      * Per bundle and per run
        01 WS-CONTENTS-NUMBER PIC 9(4) VALUE 0.
        01 WS-BUNDLE-SENT PIC 9(4) VALUE 0.
        01 WS-BUNDLES PIC 9(5) VALUE 0.
        01 WS-TOTAL-SENT PIC 9(5) VALUE 0.
        01 WS-TOTAL-WITHHELD PIC 9(5) VALUE 0.
        01 WS-TOTAL-NOT-PRODUCED PIC 9(5) VALUE 0.
        01 WS-NOW PIC X(21) VALUE SPACES.
        01 DISP-COUNT PIC Z(8)9.
        01 DISP-NUMBER PIC Z(3)9.
      * CBL_CHECK_FILE_EXIST: is the report there, and when was it
      * last written
        01 WS-CHECK-NAME PIC X(44) VALUE SPACES.
        01 WS-CHECK-FLAG PIC X(1) VALUE 'N'.
           88 CHECK-PRESENT VALUE 'Y'.
        01 WS-FILE-DETAILS.
           05 WS-CHECK-SIZE      PIC X(8) COMP-X.
           05 WS-CHECK-DAY       PIC X(1) COMP-X.
           05 WS-CHECK-MONTH     PIC X(1) COMP-X.
           05 WS-CHECK-YEAR      PIC X(2) COMP-X.
           05 WS-CHECK-HOUR      PIC X(1) COMP-X.
           05 WS-CHECK-MINUTE    PIC X(1) COMP-X.
           05 WS-CHECK-SECOND    PIC X(1) COMP-X.
           05 WS-CHECK-HUNDREDTHS PIC X(1) COMP-X.
        01 WS-CHECK-STAMP.
           05 WS-STAMP-YEAR   PIC 9(4).
           05 WS-STAMP-MONTH  PIC 9(2).
           05 WS-STAMP-DAY    PIC 9(2).
           05 WS-STAMP-HOUR   PIC 9(2).
           05 WS-STAMP-MINUTE PIC 9(2).
           05 WS-STAMP-SECOND PIC 9(2).
      * The run id, and the control-file fingerprint (see RUNIDWS.cpy
      * and CTLFPWS.cpy)
           COPY RUNIDWS.
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE69_RPTDIST'.
            PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT.
            PERFORM FIND-WINDOW-SPAN THRU FIND-WINDOW-SPAN-EXIT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EXRPTDST' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'REPORT-DISTRIBUTION' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            PERFORM LOAD-DISTRIBUTION THRU LOAD-DISTRIBUTION-EXIT.
            PERFORM VARYING RP-IX FROM 1 BY 1 UNTIL RP-IX > REPORT-COUNT
               PERFORM CHECK-ONE-REPORT THRU CHECK-ONE-REPORT-EXIT
            END-PERFORM.
            PERFORM VARYING SD-IX FROM 1 BY 1 UNTIL SD-IX > SEND-COUNT
               PERFORM DECIDE-ONE-SEND THRU DECIDE-ONE-SEND-EXIT
            END-PERFORM.
            PERFORM VARYING RC-IX FROM 1 BY 1
                     UNTIL RC-IX > RECIPIENT-COUNT
               PERFORM CUT-ONE-BUNDLE THRU CUT-ONE-BUNDLE-EXIT
            END-PERFORM.
            DISPLAY 'DISTRIBUTION RESULT: window ' WS-WINDOW-ID ', '
                    WS-BUNDLES ' bundle(s), ' WS-TOTAL-SENT
                    ' report(s) sent, ' WS-TOTAL-WITHHELD
                    ' withheld, ' WS-TOTAL-NOT-PRODUCED
                    ' not produced in the window'.
            IF WS-TOTAL-WITHHELD NOT EQUAL 0 THEN
               DISPLAY 'ATTENTION: report(s) withheld from recipients '
                       'not cleared for them - see the cover indexes '
                       'and put REPORT-DISTRIBUTION right'
               STOP RUN RETURNING 4
            END-IF.
            STOP RUN RETURNING 0.
      *
      * WINDOW=id, or the window now running.
      *
        PARSE-ARGUMENTS.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV EQUAL SPACES THEN
               GO TO PARSE-ARGUMENTS-EXIT
            END-IF.
            UNSTRING ARGV DELIMITED BY '='
               INTO WS-ARG-KEYWORD WS-ARG-VALUE
            END-UNSTRING.
            IF FUNCTION UPPER-CASE(WS-ARG-KEYWORD) EQUAL 'WINDOW' AND
               WS-ARG-VALUE NOT EQUAL SPACES THEN
               MOVE WS-ARG-VALUE TO WS-WINDOW-ID
               GO TO PARSE-ARGUMENTS-EXIT
            END-IF.
            DISPLAY 'Usage: EXAMPLE69_RPTDIST [WINDOW=id]'.
            STOP RUN RETURNING 1.
        PARSE-ARGUMENTS-EXIT.
            EXIT.
      *
      * The window opens at its WINDOW-ID stamp or its first JOB-LOG
      * record, whichever is earlier, and lasts until the first
      * record of any later window (or that window's WINDOW-ID
      * stamp).  A catch-up window ('yyyymmdd-C', see
      * EXAMPLE75_CATCHUP) runs inside tonight's window and does
      * not end it.  A window neither file knows is refused.
      *
        FIND-WINDOW-SPAN.
            OPEN INPUT WINDOW-ID-FILE.
            IF WS-WID-STATUS EQUAL '00' THEN
               READ WINDOW-ID-FILE
                  AT END
                     MOVE SPACES TO WINDOW-ID-RECORD
               END-READ
            ELSE
               MOVE SPACES TO WINDOW-ID-RECORD
            END-IF.
            IF WS-WID-STATUS EQUAL '00' OR WS-WID-STATUS EQUAL '05'
               OR WS-WID-STATUS EQUAL '10' THEN
               CLOSE WINDOW-ID-FILE
            END-IF.
            IF WS-WINDOW-ID EQUAL SPACES THEN
               MOVE WID-WINDOW-ID TO WS-WINDOW-ID
            END-IF.
            IF WS-WINDOW-ID EQUAL SPACES THEN
               DISPLAY 'REFUSED: no WINDOW= given and no window is '
                       'running (WINDOW-ID) - nothing to distribute'
               STOP RUN RETURNING 1
            END-IF.
            IF WID-WINDOW-ID EQUAL WS-WINDOW-ID AND
               WID-OPENED (1:14) IS NUMERIC THEN
               MOVE WID-OPENED (1:14) TO WS-WINDOW-START
            END-IF.
            MOVE 1 TO WS-SCAN-PASS.
            PERFORM SCAN-JOB-LOG THRU SCAN-JOB-LOG-EXIT.
            IF WS-WINDOW-START EQUAL HIGH-VALUES THEN
               DISPLAY 'REFUSED: window ' FUNCTION TRIM(WS-WINDOW-ID)
                       ' is in '
                       'neither WINDOW-ID nor JOB-LOG'
               STOP RUN RETURNING 1
            END-IF.
            IF WID-WINDOW-ID NOT EQUAL WS-WINDOW-ID AND
               WID-WINDOW-ID NOT EQUAL SPACES AND
               (WID-WINDOW-ID (9:2) NOT EQUAL '-C' OR
                WS-WINDOW-ID (9:2) EQUAL '-C') AND
               WID-OPENED (1:14) IS NUMERIC AND
               WID-OPENED (1:14) > WS-WINDOW-START THEN
               MOVE WID-OPENED (1:14) TO WS-WINDOW-END
            END-IF.
            MOVE 2 TO WS-SCAN-PASS.
            PERFORM SCAN-JOB-LOG THRU SCAN-JOB-LOG-EXIT.
            MOVE WS-WINDOW-START TO WS-FORMAT-STAMP.
            PERFORM FORMAT-STAMP.
            MOVE WS-STAMP-TEXT TO WS-START-TEXT.
            IF WS-WINDOW-END EQUAL HIGH-VALUES THEN
               MOVE 'still open' TO WS-END-TEXT
            ELSE
               MOVE WS-WINDOW-END TO WS-FORMAT-STAMP
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-TEXT TO WS-END-TEXT
            END-IF.
            DISPLAY 'Window ' FUNCTION TRIM(WS-WINDOW-ID) ': from '
                    WS-START-TEXT ' until ' FUNCTION TRIM(WS-END-TEXT).
        FIND-WINDOW-SPAN-EXIT.
            EXIT.
      *
      * Pass 1: the window's earliest record.  Pass 2: the earliest
      * record of any other window after it, catch-up windows apart
      * unless the window is itself a catch-up.
      *
        SCAN-JOB-LOG.
            MOVE 'N' TO WS-JOBLOG-EOF.
            OPEN INPUT JOB-LOG-FILE.
            IF WS-JOBLOG-STATUS NOT EQUAL '00' THEN
               IF WS-JOBLOG-STATUS EQUAL '05' THEN
                  CLOSE JOB-LOG-FILE
               END-IF
               GO TO SCAN-JOB-LOG-EXIT
            END-IF.
            PERFORM UNTIL END-OF-JOBLOG
               READ JOB-LOG-FILE
                  AT END
                     SET END-OF-JOBLOG TO TRUE
                  NOT AT END
                     PERFORM TAKE-ONE-JOB-LOG
               END-READ
            END-PERFORM.
            CLOSE JOB-LOG-FILE.
        SCAN-JOB-LOG-EXIT.
            EXIT.
        TAKE-ONE-JOB-LOG.
            IF JL-TIMESTAMP (1:14) IS NOT NUMERIC OR
               JL-WINDOW-ID EQUAL SPACES THEN
               CONTINUE
            ELSE
               IF WS-SCAN-PASS EQUAL 1 THEN
                  IF JL-WINDOW-ID EQUAL WS-WINDOW-ID AND
                     JL-TIMESTAMP (1:14) < WS-WINDOW-START THEN
                     MOVE JL-TIMESTAMP (1:14) TO WS-WINDOW-START
                  END-IF
               ELSE
                  IF JL-WINDOW-ID NOT EQUAL WS-WINDOW-ID AND
                     (JL-WINDOW-ID (9:2) NOT EQUAL '-C' OR
                      WS-WINDOW-ID (9:2) EQUAL '-C') AND
                     JL-TIMESTAMP (1:14) > WS-WINDOW-START AND
                     JL-TIMESTAMP (1:14) < WS-WINDOW-END THEN
                     MOVE JL-TIMESTAMP (1:14) TO WS-WINDOW-END
                  END-IF
               END-IF
            END-IF.
      *
      * REPORT-DISTRIBUTION into the three tables.  Without it there
      * is nobody to send anything to.
      *
        LOAD-DISTRIBUTION.
            MOVE 'N' TO WS-RDS-EOF.
            OPEN INPUT REPORT-DISTRIBUTION-FILE.
            IF WS-RDS-STATUS NOT EQUAL '00' THEN
               DISPLAY 'REFUSED: REPORT-DISTRIBUTION not present '
                       '(status ' WS-RDS-STATUS ') - no recipients'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM UNTIL END-OF-RDS
               READ REPORT-DISTRIBUTION-FILE
                  AT END
                     SET END-OF-RDS TO TRUE
                  NOT AT END
                     PERFORM TAKE-ONE-DISTRIBUTION
                        THRU TAKE-ONE-DISTRIBUTION-EXIT
               END-READ
            END-PERFORM.
            CLOSE REPORT-DISTRIBUTION-FILE.
            IF WS-TABLE-OVERFLOW NOT EQUAL 0 THEN
               DISPLAY 'WARNING: ' WS-TABLE-OVERFLOW
                       ' REPORT-DISTRIBUTION line(s) did not fit the '
                       'tables and were ignored'
            END-IF.
            DISPLAY 'REPORT-DISTRIBUTION: ' REPORT-COUNT
                    ' report(s), ' SEND-COUNT ' send(s), '
                    RECIPIENT-COUNT ' recipient(s), '
                    CLEARANCE-COUNT ' clearance(s)'.
        LOAD-DISTRIBUTION-EXIT.
            EXIT.
        TAKE-ONE-DISTRIBUTION.
            EVALUATE TRUE
               WHEN RDS-IS-REPORT
                  PERFORM TAKE-REPORT-LINE THRU TAKE-REPORT-LINE-EXIT
               WHEN RDS-IS-SEND
                  PERFORM TAKE-SEND-LINE THRU TAKE-SEND-LINE-EXIT
               WHEN RDS-IS-CLEARANCE
                  IF CLEARANCE-COUNT EQUAL 500 THEN
                     ADD 1 TO WS-TABLE-OVERFLOW
                  ELSE
                     ADD 1 TO CLEARANCE-COUNT
                     MOVE RDS-CLR-RECIPIENT
                       TO CL-RECIPIENT (CLEARANCE-COUNT)
                     MOVE RDS-CLR-CLASS TO CL-CLASS (CLEARANCE-COUNT)
                     MOVE RDS-CLR-NAME TO CL-NAME (CLEARANCE-COUNT)
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
        TAKE-ONE-DISTRIBUTION-EXIT.
            EXIT.
      *
      * A report named twice keeps its LAST class and title, the
      * same last-line-wins reading as the other control files.
      *
        TAKE-REPORT-LINE.
            IF RDS-REPORT-NAME EQUAL SPACES THEN
               GO TO TAKE-REPORT-LINE-EXIT
            END-IF.
            MOVE RDS-REPORT-NAME TO WS-RPT-FILE-NAME.
            PERFORM FIND-REPORT.
            IF NOT REPORT-ENTRY-FOUND THEN
               IF REPORT-COUNT EQUAL 200 THEN
                  ADD 1 TO WS-TABLE-OVERFLOW
                  GO TO TAKE-REPORT-LINE-EXIT
               END-IF
               ADD 1 TO REPORT-COUNT
               MOVE REPORT-COUNT TO RP-IX
               MOVE RDS-REPORT-NAME TO RP-NAME (RP-IX)
            END-IF.
            MOVE RDS-REPORT-CLASS TO RP-CLASS (RP-IX).
            MOVE RDS-REPORT-TITLE TO RP-TITLE (RP-IX).
        TAKE-REPORT-LINE-EXIT.
            EXIT.
        TAKE-SEND-LINE.
            IF RDS-SEND-REPORT EQUAL SPACES OR
               RDS-SEND-RECIPIENT EQUAL SPACES THEN
               GO TO TAKE-SEND-LINE-EXIT
            END-IF.
            MOVE 'N' TO WS-SD-DUPLICATE.
            PERFORM VARYING SD-JX FROM 1 BY 1
                     UNTIL SD-JX > SEND-COUNT OR SEND-IS-DUPLICATE
               IF SD-REPORT (SD-JX) EQUAL RDS-SEND-REPORT AND
                  SD-RECIPIENT (SD-JX) EQUAL RDS-SEND-RECIPIENT THEN
                  SET SEND-IS-DUPLICATE TO TRUE
               END-IF
            END-PERFORM.
            IF SEND-IS-DUPLICATE THEN
               GO TO TAKE-SEND-LINE-EXIT
            END-IF.
            IF SEND-COUNT EQUAL 1000 THEN
               ADD 1 TO WS-TABLE-OVERFLOW
               GO TO TAKE-SEND-LINE-EXIT
            END-IF.
            MOVE 'N' TO WS-RC-FOUND.
            PERFORM VARYING RC-IX FROM 1 BY 1
                     UNTIL RC-IX > RECIPIENT-COUNT
                        OR RECIPIENT-ENTRY-FOUND
               IF RC-ID (RC-IX) EQUAL RDS-SEND-RECIPIENT THEN
                  SET RECIPIENT-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT RECIPIENT-ENTRY-FOUND THEN
               IF RECIPIENT-COUNT EQUAL 200 THEN
                  ADD 1 TO WS-TABLE-OVERFLOW
                  GO TO TAKE-SEND-LINE-EXIT
               END-IF
               ADD 1 TO RECIPIENT-COUNT
               MOVE RDS-SEND-RECIPIENT TO RC-ID (RECIPIENT-COUNT)
               MOVE SPACES TO RC-NAME (RECIPIENT-COUNT)
            END-IF.
            ADD 1 TO SEND-COUNT.
            MOVE RDS-SEND-REPORT TO SD-REPORT (SEND-COUNT).
            MOVE RDS-SEND-RECIPIENT TO SD-RECIPIENT (SEND-COUNT).
            MOVE 0 TO SD-RP-IX (SEND-COUNT).
            MOVE SPACE TO SD-OUTCOME (SEND-COUNT).
            MOVE SPACES TO SD-REASON (SEND-COUNT).
        TAKE-SEND-LINE-EXIT.
            EXIT.
        FIND-REPORT.
            MOVE 'N' TO WS-RP-FOUND.
            PERFORM VARYING RP-IX FROM 1 BY 1
                     UNTIL RP-IX > REPORT-COUNT OR REPORT-ENTRY-FOUND
               IF RP-NAME (RP-IX) EQUAL WS-RPT-FILE-NAME THEN
                  SET REPORT-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF REPORT-ENTRY-FOUND THEN
               SUBTRACT 1 FROM RP-IX
            END-IF.
      *
      * Was the report written in the window?  If so, fingerprint
      * what is there now - that is what the bundles will carry.
      *
        CHECK-ONE-REPORT.
            MOVE 'N' TO RP-PRODUCED (RP-IX).
            MOVE SPACES TO RP-STAMP (RP-IX).
            MOVE 0 TO RP-RECORDS (RP-IX).
            MOVE SPACES TO RP-FINGERPRINT (RP-IX).
            MOVE RP-NAME (RP-IX) TO WS-CHECK-NAME.
            MOVE 'N' TO WS-CHECK-FLAG.
            CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-NAME
                                              WS-FILE-DETAILS.
            IF RETURN-CODE EQUAL 0 THEN
               SET CHECK-PRESENT TO TRUE
               MOVE WS-CHECK-YEAR TO WS-STAMP-YEAR
               MOVE WS-CHECK-MONTH TO WS-STAMP-MONTH
               MOVE WS-CHECK-DAY TO WS-STAMP-DAY
               MOVE WS-CHECK-HOUR TO WS-STAMP-HOUR
               MOVE WS-CHECK-MINUTE TO WS-STAMP-MINUTE
               MOVE WS-CHECK-SECOND TO WS-STAMP-SECOND
            END-IF.
            MOVE 0 TO RETURN-CODE.
            IF NOT CHECK-PRESENT THEN
               GO TO CHECK-ONE-REPORT-EXIT
            END-IF.
            MOVE WS-CHECK-STAMP TO RP-STAMP (RP-IX).
            IF WS-CHECK-STAMP < WS-WINDOW-START OR
               WS-CHECK-STAMP NOT < WS-WINDOW-END THEN
               GO TO CHECK-ONE-REPORT-EXIT
            END-IF.
            SET RP-IN-WINDOW (RP-IX) TO TRUE.
            MOVE RP-NAME (RP-IX) TO WS-CTLFP-FILE-NAME.
            PERFORM FINGERPRINT-CONTROL-FILE
               THRU FINGERPRINT-CONTROL-FILE-EXIT.
            MOVE WS-CTLFP-RECORDS TO RP-RECORDS (RP-IX).
            MOVE WS-CTLFP-FINGERPRINT TO RP-FINGERPRINT (RP-IX).
        CHECK-ONE-REPORT-EXIT.
            EXIT.
      *
      * Clearance first: a report the recipient may not see is
      * withheld whether or not the window produced it.
      *
        DECIDE-ONE-SEND.
            MOVE SD-REPORT (SD-IX) TO WS-RPT-FILE-NAME.
            PERFORM FIND-REPORT.
            IF NOT REPORT-ENTRY-FOUND OR
               RP-CLASS (RP-IX) EQUAL SPACES THEN
               SET SD-WITHHELD (SD-IX) TO TRUE
               MOVE 'report has no sensitivity class'
                 TO SD-REASON (SD-IX)
               GO TO DECIDE-ONE-SEND-EXIT
            END-IF.
            MOVE RP-IX TO SD-RP-IX (SD-IX).
            MOVE 'N' TO WS-CL-FOUND.
            PERFORM VARYING CL-IX FROM 1 BY 1
                     UNTIL CL-IX > CLEARANCE-COUNT OR RECIPIENT-CLEARED
               IF CL-RECIPIENT (CL-IX) EQUAL SD-RECIPIENT (SD-IX) AND
                  CL-CLASS (CL-IX) EQUAL RP-CLASS (RP-IX) THEN
                  SET RECIPIENT-CLEARED TO TRUE
               END-IF
            END-PERFORM.
            IF NOT RECIPIENT-CLEARED THEN
               SET SD-WITHHELD (SD-IX) TO TRUE
               STRING 'recipient not cleared for class '
                         DELIMITED BY SIZE
                      RP-CLASS (RP-IX) DELIMITED BY SIZE
                      INTO SD-REASON (SD-IX)
               END-STRING
               GO TO DECIDE-ONE-SEND-EXIT
            END-IF.
            IF NOT RP-IN-WINDOW (RP-IX) THEN
               SET SD-NOT-PRODUCED (SD-IX) TO TRUE
               IF RP-STAMP (RP-IX) EQUAL SPACES THEN
                  MOVE 'report file not present'
                    TO SD-REASON (SD-IX)
               ELSE
                  MOVE 'report file not written in this window'
                    TO SD-REASON (SD-IX)
               END-IF
               GO TO DECIDE-ONE-SEND-EXIT
            END-IF.
            SET SD-SENT (SD-IX) TO TRUE.
        DECIDE-ONE-SEND-EXIT.
            EXIT.
      *
      * One recipient's bundle: the cover index, the included
      * reports in full, then the log rows for all of it.
      *
        CUT-ONE-BUNDLE.
            PERFORM VARYING CL-IX FROM 1 BY 1
                     UNTIL CL-IX > CLEARANCE-COUNT
               IF CL-RECIPIENT (CL-IX) EQUAL RC-ID (RC-IX) AND
                  CL-NAME (CL-IX) NOT EQUAL SPACES THEN
                  MOVE CL-NAME (CL-IX) TO RC-NAME (RC-IX)
               END-IF
            END-PERFORM.
            MOVE SPACES TO WS-BUNDLE-NAME.
            STRING 'BUNDLE-' DELIMITED BY SIZE
                   RC-ID (RC-IX) DELIMITED BY SPACE
                   '-' DELIMITED BY SIZE
                   WS-WINDOW-ID DELIMITED BY SPACE
                   INTO WS-BUNDLE-NAME
            END-STRING.
            OPEN OUTPUT BUNDLE-FILE.
            IF WS-BUNDLE-STATUS NOT EQUAL '00' THEN
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-BUNDLE-NAME)
                       ' cannot be written (status ' WS-BUNDLE-STATUS
                       ') - nothing sent to ' RC-ID (RC-IX)
               GO TO CUT-ONE-BUNDLE-EXIT
            END-IF.
            PERFORM WRITE-COVER-INDEX.
            PERFORM VARYING SD-IX FROM 1 BY 1 UNTIL SD-IX > SEND-COUNT
               IF SD-RECIPIENT (SD-IX) EQUAL RC-ID (RC-IX) AND
                  SD-SENT (SD-IX) THEN
                  PERFORM COPY-ONE-REPORT THRU COPY-ONE-REPORT-EXIT
               END-IF
            END-PERFORM.
            MOVE 'END OF BUNDLE' TO WS-BUNDLE-LINE.
            PERFORM WRITE-BUNDLE-LINE.
            CLOSE BUNDLE-FILE.
            ADD 1 TO WS-BUNDLES.
            PERFORM LOG-BUNDLE THRU LOG-BUNDLE-EXIT.
            MOVE WS-BUNDLE-SENT TO DISP-NUMBER.
            DISPLAY FUNCTION TRIM(WS-BUNDLE-NAME) ': '
                    FUNCTION TRIM(DISP-NUMBER) ' report(s) for '
                    FUNCTION TRIM(RC-ID (RC-IX)) ' '
                    FUNCTION TRIM(RC-NAME (RC-IX)).
        CUT-ONE-BUNDLE-EXIT.
            EXIT.
        WRITE-COVER-INDEX.
            STRING 'REPORT BUNDLE FOR ' DELIMITED BY SIZE
                   RC-ID (RC-IX) DELIMITED BY SPACE
                   '  ' DELIMITED BY SIZE
                   RC-NAME (RC-IX) DELIMITED BY SIZE
                   INTO WS-BUNDLE-LINE
            END-STRING.
            PERFORM WRITE-BUNDLE-LINE.
            MOVE WS-NOW (1:14) TO WS-FORMAT-STAMP.
            PERFORM FORMAT-STAMP.
            STRING 'Window ' DELIMITED BY SIZE
                   WS-WINDOW-ID DELIMITED BY SPACE
                   ' (' DELIMITED BY SIZE
                   WS-START-TEXT DELIMITED BY SIZE
                   ' until ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-END-TEXT) DELIMITED BY SIZE
                   ')   cut ' DELIMITED BY SIZE
                   WS-STAMP-TEXT DELIMITED BY SIZE
                   '   run ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   INTO WS-BUNDLE-LINE
            END-STRING.
            PERFORM WRITE-BUNDLE-LINE.
            MOVE ALL '-' TO WS-BUNDLE-LINE (1:100).
            PERFORM WRITE-BUNDLE-LINE.
            MOVE 'CONTENTS' TO WS-BUNDLE-LINE.
            PERFORM WRITE-BUNDLE-LINE.
            MOVE 0 TO WS-CONTENTS-NUMBER.
            MOVE 0 TO WS-BUNDLE-SENT.
            PERFORM VARYING SD-IX FROM 1 BY 1 UNTIL SD-IX > SEND-COUNT
               IF SD-RECIPIENT (SD-IX) EQUAL RC-ID (RC-IX) THEN
                  PERFORM WRITE-CONTENTS-LINE
               END-IF
            END-PERFORM.
            MOVE ALL '-' TO WS-BUNDLE-LINE (1:100).
            PERFORM WRITE-BUNDLE-LINE.
      *
      * One contents line: included reports are numbered in the
      * order they follow; the others say why they are not there.
      *
        WRITE-CONTENTS-LINE.
            MOVE SD-RP-IX (SD-IX) TO RP-IX.
            EVALUATE TRUE
               WHEN SD-SENT (SD-IX)
                  ADD 1 TO WS-CONTENTS-NUMBER
                  ADD 1 TO WS-BUNDLE-SENT
                  MOVE WS-CONTENTS-NUMBER TO DISP-NUMBER
                  MOVE RP-STAMP (RP-IX) TO WS-FORMAT-STAMP
                  PERFORM FORMAT-STAMP
                  MOVE RP-RECORDS (RP-IX) TO DISP-COUNT
                  STRING DISP-NUMBER DELIMITED BY SIZE
                         '  ' DELIMITED BY SIZE
                         SD-REPORT (SD-IX) (1:24) DELIMITED BY SIZE
                         RP-TITLE (RP-IX) DELIMITED BY SIZE
                         RP-CLASS (RP-IX) DELIMITED BY SIZE
                         '  written ' DELIMITED BY SIZE
                         WS-STAMP-TEXT DELIMITED BY SIZE
                         '  ' DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                         ' line(s)  ' DELIMITED BY SIZE
                         RP-FINGERPRINT (RP-IX) DELIMITED BY SIZE
                         INTO WS-BUNDLE-LINE
                  END-STRING
               WHEN SD-WITHHELD (SD-IX)
                  STRING '   -  ' DELIMITED BY SIZE
                         SD-REPORT (SD-IX) (1:24) DELIMITED BY SIZE
                         'WITHHELD - ' DELIMITED BY SIZE
                         SD-REASON (SD-IX) DELIMITED BY SIZE
                         INTO WS-BUNDLE-LINE
                  END-STRING
               WHEN OTHER
                  STRING '   -  ' DELIMITED BY SIZE
                         SD-REPORT (SD-IX) (1:24) DELIMITED BY SIZE
                         'NOT PRODUCED - ' DELIMITED BY SIZE
                         SD-REASON (SD-IX) DELIMITED BY SIZE
                         INTO WS-BUNDLE-LINE
                  END-STRING
            END-EVALUATE.
            PERFORM WRITE-BUNDLE-LINE.
        COPY-ONE-REPORT.
            MOVE SD-RP-IX (SD-IX) TO RP-IX.
            MOVE RP-NAME (RP-IX) TO WS-RPT-FILE-NAME.
            MOVE SPACES TO WS-BUNDLE-LINE.
            PERFORM WRITE-BUNDLE-LINE.
            STRING '===== BEGIN ' DELIMITED BY SIZE
                   WS-RPT-FILE-NAME DELIMITED BY SPACE
                   ' =====' DELIMITED BY SIZE
                   INTO WS-BUNDLE-LINE
            END-STRING.
            PERFORM WRITE-BUNDLE-LINE.
            MOVE 'N' TO WS-RPT-EOF.
            OPEN INPUT REPORT-COPY-FILE.
            IF WS-RPT-STATUS NOT EQUAL '00' THEN
               IF WS-RPT-STATUS EQUAL '05' THEN
                  CLOSE REPORT-COPY-FILE
               END-IF
               MOVE '(report could not be read)' TO WS-BUNDLE-LINE
               PERFORM WRITE-BUNDLE-LINE
               GO TO COPY-ONE-REPORT-END
            END-IF.
            PERFORM UNTIL END-OF-RPT
               READ REPORT-COPY-FILE
                  AT END
                     SET END-OF-RPT TO TRUE
                  NOT AT END
                     MOVE REPORT-COPY-RECORD (1:WS-RPT-LENGTH)
                       TO WS-BUNDLE-LINE
                     PERFORM WRITE-BUNDLE-LINE
               END-READ
            END-PERFORM.
            CLOSE REPORT-COPY-FILE.
        COPY-ONE-REPORT-END.
            STRING '===== END ' DELIMITED BY SIZE
                   WS-RPT-FILE-NAME DELIMITED BY SPACE
                   ' =====' DELIMITED BY SIZE
                   INTO WS-BUNDLE-LINE
            END-STRING.
            PERFORM WRITE-BUNDLE-LINE.
        COPY-ONE-REPORT-EXIT.
            EXIT.
        WRITE-BUNDLE-LINE.
            WRITE BUNDLE-RECORD FROM WS-BUNDLE-LINE.
            MOVE SPACES TO WS-BUNDLE-LINE.
      *
      * One DISTRIBUTION-LOG row for every report the recipient is
      * down for, written once the bundle is closed.
      *
        LOG-BUNDLE.
            OPEN EXTEND DISTRIBUTION-LOG-FILE.
            IF WS-DSL-STATUS NOT EQUAL '00' AND
               WS-DSL-STATUS NOT EQUAL '05' THEN
               DISPLAY 'WARNING: DISTRIBUTION-LOG not writable '
                       '(status ' WS-DSL-STATUS ') - bundle '
                       FUNCTION TRIM(WS-BUNDLE-NAME) ' not logged'
               GO TO LOG-BUNDLE-EXIT
            END-IF.
            PERFORM VARYING SD-IX FROM 1 BY 1 UNTIL SD-IX > SEND-COUNT
               IF SD-RECIPIENT (SD-IX) EQUAL RC-ID (RC-IX) THEN
                  PERFORM LOG-ONE-SEND
               END-IF
            END-PERFORM.
            CLOSE DISTRIBUTION-LOG-FILE.
        LOG-BUNDLE-EXIT.
            EXIT.
        LOG-ONE-SEND.
            MOVE SPACES TO DISTRIBUTION-LOG-RECORD.
            MOVE WS-WINDOW-ID TO DSL-WINDOW-ID.
            MOVE SD-RECIPIENT (SD-IX) TO DSL-RECIPIENT-ID.
            MOVE SD-REPORT (SD-IX) TO DSL-REPORT-NAME.
            MOVE SD-OUTCOME (SD-IX) TO DSL-OUTCOME.
            MOVE SD-REASON (SD-IX) TO DSL-REASON.
            MOVE WS-BUNDLE-NAME TO DSL-BUNDLE-NAME.
            MOVE 0 TO DSL-RECORDS.
            IF SD-RP-IX (SD-IX) NOT EQUAL 0 THEN
               MOVE SD-RP-IX (SD-IX) TO RP-IX
               MOVE RP-CLASS (RP-IX) TO DSL-CLASS
               MOVE RP-STAMP (RP-IX) TO DSL-FILE-STAMP
            END-IF.
            EVALUATE TRUE
               WHEN SD-SENT (SD-IX)
                  MOVE RP-RECORDS (RP-IX) TO DSL-RECORDS
                  MOVE RP-FINGERPRINT (RP-IX) TO DSL-FINGERPRINT
                  ADD 1 TO WS-TOTAL-SENT
               WHEN SD-WITHHELD (SD-IX)
                  ADD 1 TO WS-TOTAL-WITHHELD
                  DISPLAY 'WITHHELD: ' FUNCTION TRIM(SD-REPORT (SD-IX))
                          ' from ' FUNCTION TRIM(SD-RECIPIENT (SD-IX))
                          ' - '
                          FUNCTION TRIM(SD-REASON (SD-IX))
               WHEN OTHER
                  ADD 1 TO WS-TOTAL-NOT-PRODUCED
            END-EVALUATE.
            MOVE FUNCTION CURRENT-DATE TO DSL-TIMESTAMP.
            MOVE WS-RUN-ID TO DSL-RUN-ID.
            WRITE DISTRIBUTION-LOG-RECORD.
      *
      * yyyy-mm-dd hh:mm from a yyyymmddhhmmss stamp.
      *
        FORMAT-STAMP.
            MOVE SPACES TO WS-STAMP-TEXT.
            IF WS-FORMAT-STAMP (1:12) IS NUMERIC THEN
               STRING WS-FORMAT-STAMP (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-FORMAT-STAMP (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-FORMAT-STAMP (7:2) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FORMAT-STAMP (9:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      WS-FORMAT-STAMP (11:2) DELIMITED BY SIZE
                      INTO WS-STAMP-TEXT
               END-STRING
            END-IF.
      * The interlocked run-number issuance (see ISSUERUN.cpy), and
      * the fingerprint and usage log of the control file and of
      * the reports sent (see CTLFP.cpy, CTLFPWS.cpy and CTLUSE.cpy)
           COPY ISSUERUN.
           COPY CTLFP.
