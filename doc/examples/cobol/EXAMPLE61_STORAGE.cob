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
      * Usage: EXAMPLE61_STORAGE [MEASURE/FORECAST]
      *        EXAMPLE61_STORAGE VERDICT [ROWS=n]
      *
      * Trail storage growth forecast and disk-space guard.  The
      * filesystem holding CHANGE-AUDIT, TRANSACTION-AUDIT and the
      * lineage archive has filled up mid-window, and the loader
      * died with a write error halfway through a commit group.
      * Nothing measured the trails, so nothing saw it coming.
      *
      *   MEASURE  - size (bytes, as the file system holds them:
      *              every line plus its terminator) and record
      *              count of every trail file, of the archive
      *              generations GENERATION-CATALOG lists for each,
      *              and of the archived loader inputs LINEAGE-INDEX
      *              lists, appended as today's STORAGE-HISTORY rows
      *              (see STGHIST.cpy).
      *   FORECAST - from the last CAP-HISTORY-DAYS of history:
      *              each file's daily growth, the share of the
      *              total it is driving, and the days left before
      *              the suite's files reach STORAGE-CAPACITY (see
      *              STGCAP.cpy), to STORAGE-FORECAST.  A live file
      *              a retention cut shrank is credited with what
      *              the cut archived (GENERATION-CATALOG), so a
      *              cut does not pass for negative growth; archive
      *              generations count as space in use but not as
      *              growth - they only receive what the live files
      *              already grew by.  Under CAP-ALERT-DAYS the
      *              report recommends the EXAMPLE11_HOUSEKEEP CUT
      *              cutoff that would free enough live space to
      *              put the forecast back over the threshold (once
      *              the generations it writes are moved to the
      *              retention store), never keeping fewer than
      *              CAP-MIN-LIVE-DAYS live; return code 4.
      *   VERDICT  - the pre-window guard EXAMPLE44_PREFLIGHT runs:
      *              tonight's projected growth - a normal day's,
      *              or ROWS= input rows at the bytes per loaded
      *              row the history shows, whichever is more -
      *              added to the space in use must still leave
      *              CAP-HEADROOM-PCT of the capacity free.  Return
      *              code 0 fits, 1 would not fit (the preflight
      *              blocks the window), 2 cannot be judged (no
      *              capacity configured, or no current history).
      *
      * With no argument the daily run measures and then forecasts.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE61-STORAGE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Whichever file is being measured; the record length read
      * is the line's own, so the bytes add up as the file system
      * holds them
            SELECT MEASURED-FILE ASSIGN TO DYNAMIC WS-MEASURE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MEASURE-STATUS.
            SELECT OPTIONAL STORAGE-HISTORY-FILE
                ASSIGN TO "STORAGE-HISTORY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT OPTIONAL STORAGE-CAPACITY-FILE
                ASSIGN TO "STORAGE-CAPACITY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAP-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
            SELECT OPTIONAL LINEAGE-INDEX-FILE
                ASSIGN TO "LINEAGE-INDEX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LINEAGE-STATUS.
            SELECT OPTIONAL BATCH-CONTROL-FILE
                ASSIGN TO "BATCH-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT STORAGE-FORECAST-FILE
                ASSIGN TO "STORAGE-FORECAST"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD MEASURED-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-LINE-LENGTH.
        01 MEASURED-RECORD PIC X(600).
        FD STORAGE-HISTORY-FILE.
        01 STORAGE-HISTORY-RECORD.
           COPY STGHIST.
        FD STORAGE-CAPACITY-FILE.
        01 STORAGE-CAPACITY-RECORD.
           COPY STGCAP.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD LINEAGE-INDEX-FILE.
        01 LINEAGE-INDEX-RECORD.
           COPY LINEAGE.
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD STORAGE-FORECAST-FILE.
        01 STORAGE-FORECAST-RECORD PIC X(132).
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-MEASURE-STATUS PIC X(2) VALUE '00'.
        01 WS-HIST-STATUS PIC X(2) VALUE '00'.
        01 WS-CAP-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-LINEAGE-STATUS PIC X(2) VALUE '00'.
        01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
        01 WS-MEASURE-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MEASURED VALUE 'Y'.
        01 WS-HIST-EOF PIC X(1) VALUE 'N'.
           88 END-OF-HISTORY VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-LINEAGE-EOF PIC X(1) VALUE 'N'.
           88 END-OF-LINEAGE VALUE 'Y'.
        01 WS-CONTROL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CONTROL VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-MODE PIC X(10) VALUE SPACES.
           88 MODE-DAILY    VALUE SPACES.
           88 MODE-MEASURE  VALUE 'MEASURE'.
           88 MODE-FORECAST VALUE 'FORECAST'.
           88 MODE-VERDICT  VALUE 'VERDICT'.
        01 WS-TONIGHT-ROWS PIC 9(9) VALUE 0.
      * The trail files measured.  The first ten are
      * EXAMPLE11_HOUSEKEEP's retention table, with the same
      * timestamp and resolved-flag offsets (keep the two in step):
      * those are the files a CUT can shorten.  The rest grow for
      * good and are measured for the forecast only.
        01 TRACKED-TABLE.
           05 TRK-COUNT PIC 9(2) VALUE 13.
           05 TRK-ENTRY OCCURS 13 TIMES.
              10 TRK-FILE-NAME       PIC X(20).
              10 TRK-TS-OFFSET       PIC 9(4).
              10 TRK-RESOLVED-OFFSET PIC 9(4).
              10 TRK-ARC-BYTES       PIC 9(15).
              10 TRK-ARC-RECORDS     PIC 9(9).
              10 TRK-ARC-FILES       PIC 9(5).
        01 TRK-IX PIC 9(2).
      * One file's measurement
        01 WS-MEASURE-NAME PIC X(60) VALUE SPACES.
        01 WS-LINE-LENGTH PIC 9(4) COMP VALUE 0.
        01 WS-M-BYTES PIC 9(15) VALUE 0.
        01 WS-M-RECORDS PIC 9(9) VALUE 0.
        01 WS-M-PRESENT PIC X(1) VALUE 'N'.
           88 MEASURED-PRESENT VALUE 'Y'.
        01 WS-INPUT-ARC-BYTES PIC 9(15) VALUE 0.
        01 WS-INPUT-ARC-RECORDS PIC 9(9) VALUE 0.
        01 WS-INPUT-ARC-FILES PIC 9(5) VALUE 0.
        01 WS-MISSING-FILES PIC 9(5) VALUE 0.
        01 WS-MEASURED-TOTAL PIC 9(15) VALUE 0.
        01 WS-ROWS-WRITTEN PIC 9(3) VALUE 0.
      * A generation the catalog lists twice (two CUTs under one
      * GEN= label extend one file) is measured once
        01 SEEN-GEN-TABLE.
           05 SEEN-GEN-COUNT PIC 9(4) VALUE 0.
           05 SEEN-GEN-NAME PIC X(60) OCCURS 2000 TIMES.
        01 SEEN-IX PIC 9(4).
        01 WS-SEEN-FLAG PIC X(1) VALUE 'N'.
           88 GENERATION-SEEN VALUE 'Y'.
      * The control record
        01 WS-CAPACITY PIC 9(15) VALUE 0.
        01 WS-ALERT-DAYS PIC 9(4) VALUE 0.
        01 WS-HEADROOM-PCT PIC 9(3) VALUE 0.
        01 WS-HISTORY-DAYS PIC 9(3) VALUE 14.
        01 WS-MIN-LIVE-DAYS PIC 9(4) VALUE 30.
        01 WS-CAPACITY-FLAG PIC X(1) VALUE 'N'.
           88 CAPACITY-SET VALUE 'Y'.
      * One series per file and kind, over the history window
        01 SERIES-TABLE.
           05 SER-COUNT PIC 9(2) VALUE 0.
           05 SER-ENTRY OCCURS 40 TIMES.
              10 SER-FILE-NAME    PIC X(20).
              10 SER-KIND         PIC X(1).
              10 SER-FIRST-DATE   PIC 9(8).
              10 SER-FIRST-BYTES  PIC 9(15).
              10 SER-LAST-DATE    PIC 9(8).
              10 SER-LAST-BYTES   PIC 9(15).
              10 SER-LAST-RECORDS PIC 9(9).
              10 SER-CUT-ROWS     PIC 9(9).
              10 SER-GROWTH       PIC 9(15).
              10 SER-DAYS         PIC 9(5).
        01 SER-IX PIC 9(2).
        01 SER-JX PIC 9(2).
        01 WS-SER-FOUND PIC X(1) VALUE 'N'.
           88 SERIES-FOUND VALUE 'Y'.
      * The series in descending order of growth
        01 ORDER-TABLE.
           05 ORD-IX PIC 9(2) OCCURS 40 TIMES.
        01 ORD-SWAP PIC 9(2).
        01 ORD-PX PIC 9(2).
        01 ORD-QX PIC 9(2).
      * Dates and the totals
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 WS-TODAY PIC 9(8) VALUE 0.
        01 WS-TODAY-INT PIC 9(7) VALUE 0.
        01 WS-WINDOW-START PIC 9(8) VALUE 0.
        01 WS-LATEST-DATE PIC 9(8) VALUE 0.
        01 WS-HISTORY-SPAN PIC 9(5) VALUE 0.
        01 WS-DELTA PIC S9(15) VALUE 0.
        01 WS-CUT-CREDIT PIC 9(15) VALUE 0.
        01 WS-USED-BYTES PIC 9(15) VALUE 0.
        01 WS-DAILY-GROWTH PIC 9(15) VALUE 0.
        01 WS-DAYS-TO-FULL PIC 9(5) VALUE 0.
        01 WS-SHARE-PCT PIC 9(3) VALUE 0.
        01 WS-USED-PCT PIC 9(3) VALUE 0.
      * Recommended cutoff: the cuttable live bytes by record date
      * (the oldest slot also takes everything older)
        01 DATE-BYTES-TABLE.
           05 DBT-BYTES PIC 9(15) OCCURS 3700 TIMES.
        01 DBT-IX PIC 9(4).
        01 DBT-LIMIT PIC 9(4).
        01 WS-BASE-INT PIC 9(7) VALUE 0.
        01 WS-RECORD-DATE PIC 9(8) VALUE 0.
        01 WS-RECORD-INT PIC 9(7) VALUE 0.
        01 WS-NEED-BYTES PIC S9(15) VALUE 0.
        01 WS-FREED-BYTES PIC 9(15) VALUE 0.
        01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
        01 WS-MAX-CUTOFF PIC 9(8) VALUE 0.
        01 WS-CUTOFF-FLAG PIC X(1) VALUE 'N'.
           88 CUTOFF-FOUND VALUE 'Y'.
      * Tonight's verdict
        01 WS-ROWS-IN-WINDOW PIC 9(12) VALUE 0.
        01 WS-ROWS-PER-DAY PIC 9(12) VALUE 0.
        01 WS-BYTES-PER-ROW PIC 9(9) VALUE 0.
        01 WS-PROJECTED PIC 9(15) VALUE 0.
        01 WS-LIMIT-BYTES PIC 9(15) VALUE 0.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        01 DISP-BYTES PIC Z(14)9.
        01 DISP-BYTES-B PIC Z(14)9.
        01 DISP-RECORDS PIC Z(8)9.
        01 DISP-DAYS PIC Z(4)9.
        01 DISP-PCT PIC ZZ9.
        01 WS-DISP-DATE PIC 9(8) VALUE 0.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE61_STORAGE'.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
            END-COMPUTE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-MODE.
            IF NOT (MODE-DAILY OR MODE-MEASURE OR MODE-FORECAST OR
                    MODE-VERDICT) THEN
               DISPLAY 'Usage: EXAMPLE61_STORAGE [MEASURE/FORECAST] '
                       '/ VERDICT [ROWS=n]'
               STOP RUN RETURNING 1
            END-IF.
            IF MODE-VERDICT THEN
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  UNSTRING FUNCTION UPPER-CASE(ARGV) DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  IF WS-ARG-KEYWORD EQUAL 'ROWS' AND
                     FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC THEN
                     COMPUTE WS-TONIGHT-ROWS =
                        FUNCTION NUMVAL(WS-ARG-VALUE)
                     END-COMPUTE
                  ELSE
                     DISPLAY 'Usage: EXAMPLE61_STORAGE VERDICT '
                             '[ROWS=n]'
                     STOP RUN RETURNING 2
                  END-IF
               END-IF
            END-IF.
            PERFORM SET-TRACKED-FILES THRU SET-TRACKED-FILES.
            PERFORM READ-STORAGE-CAPACITY
               THRU READ-STORAGE-CAPACITY-DONE.
            IF MODE-VERDICT THEN
               PERFORM RUN-VERDICT THRU RUN-VERDICT-EXIT
            END-IF.
            IF MODE-FORECAST AND NOT CAPACITY-SET THEN
               DISPLAY 'REFUSED: no STORAGE-CAPACITY - there is '
                       'nothing to forecast against'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            IF MODE-DAILY OR MODE-MEASURE THEN
               PERFORM RUN-MEASURE THRU RUN-MEASURE
            END-IF.
            IF MODE-DAILY OR MODE-FORECAST THEN
               PERFORM RUN-FORECAST THRU RUN-FORECAST-EXIT
            END-IF.
            STOP RUN RETURNING 0.
      *
      * The measured files: the retention table first, in
      * EXAMPLE11_HOUSEKEEP's order and offsets, then the files no
      * cut ever shortens.
      *
        SET-TRACKED-FILES.
            MOVE 'TRANSACTION-AUDIT' TO TRK-FILE-NAME (1).
            MOVE 0009 TO TRK-TS-OFFSET (1).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (1).
            MOVE 'ERROR-LOG' TO TRK-FILE-NAME (2).
            MOVE 0001 TO TRK-TS-OFFSET (2).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (2).
            MOVE 'XREF-CONTROL' TO TRK-FILE-NAME (3).
            MOVE 0221 TO TRK-TS-OFFSET (3).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (3).
            MOVE 'CHANGE-AUDIT' TO TRK-FILE-NAME (4).
            MOVE 0209 TO TRK-TS-OFFSET (4).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (4).
            MOVE 'EXCEPTION-QUEUE' TO TRK-FILE-NAME (5).
            MOVE 0298 TO TRK-TS-OFFSET (5).
            MOVE 0319 TO TRK-RESOLVED-OFFSET (5).
            MOVE 'RUNSTATS' TO TRK-FILE-NAME (6).
            MOVE 0009 TO TRK-TS-OFFSET (6).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (6).
            MOVE 'BATCH-CONTROL' TO TRK-FILE-NAME (7).
            MOVE 0009 TO TRK-TS-OFFSET (7).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (7).
            MOVE 'JOB-LOG' TO TRK-FILE-NAME (8).
            MOVE 0010 TO TRK-TS-OFFSET (8).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (8).
            MOVE 'AUTHOR-REJECT' TO TRK-FILE-NAME (9).
            MOVE 0009 TO TRK-TS-OFFSET (9).
            MOVE 0196 TO TRK-RESOLVED-OFFSET (9).
            MOVE 'INQUIRY-ACCESS' TO TRK-FILE-NAME (10).
            MOVE 0009 TO TRK-TS-OFFSET (10).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (10).
            MOVE 'AUTHORS-MASTER' TO TRK-FILE-NAME (11).
            MOVE 0000 TO TRK-TS-OFFSET (11).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (11).
            MOVE 'LINEAGE-INDEX' TO TRK-FILE-NAME (12).
            MOVE 0000 TO TRK-TS-OFFSET (12).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (12).
            MOVE 'CONTENT-WARNINGS' TO TRK-FILE-NAME (13).
            MOVE 0000 TO TRK-TS-OFFSET (13).
            MOVE 0000 TO TRK-RESOLVED-OFFSET (13).
            PERFORM VARYING TRK-IX FROM 1 BY 1
                     UNTIL TRK-IX > TRK-COUNT
               MOVE 0 TO TRK-ARC-BYTES (TRK-IX)
               MOVE 0 TO TRK-ARC-RECORDS (TRK-IX)
               MOVE 0 TO TRK-ARC-FILES (TRK-IX)
            END-PERFORM.
      *
      * The single STORAGE-CAPACITY record; the zero defaults are
      * filled in here so every mode works from the same figures.
      *
        READ-STORAGE-CAPACITY.
            OPEN INPUT STORAGE-CAPACITY-FILE.
            IF WS-CAP-STATUS NOT EQUAL '00' THEN
               IF WS-CAP-STATUS EQUAL '05' THEN
                  CLOSE STORAGE-CAPACITY-FILE
               END-IF
               GO TO READ-STORAGE-CAPACITY-DONE
            END-IF.
            READ STORAGE-CAPACITY-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF CAP-CAPACITY-BYTES IS NUMERIC AND
                     CAP-CAPACITY-BYTES > 0 THEN
                     MOVE CAP-CAPACITY-BYTES TO WS-CAPACITY
                     SET CAPACITY-SET TO TRUE
                  END-IF
                  IF CAP-ALERT-DAYS IS NUMERIC THEN
                     MOVE CAP-ALERT-DAYS TO WS-ALERT-DAYS
                  END-IF
                  IF CAP-HEADROOM-PCT IS NUMERIC AND
                     CAP-HEADROOM-PCT < 100 THEN
                     MOVE CAP-HEADROOM-PCT TO WS-HEADROOM-PCT
                  END-IF
                  IF CAP-HISTORY-DAYS IS NUMERIC AND
                     CAP-HISTORY-DAYS > 0 THEN
                     MOVE CAP-HISTORY-DAYS TO WS-HISTORY-DAYS
                  END-IF
                  IF CAP-MIN-LIVE-DAYS IS NUMERIC AND
                     CAP-MIN-LIVE-DAYS > 0 THEN
                     MOVE CAP-MIN-LIVE-DAYS TO WS-MIN-LIVE-DAYS
                  END-IF
            END-READ.
            CLOSE STORAGE-CAPACITY-FILE.
        READ-STORAGE-CAPACITY-DONE.
            EXIT.
      *
      * MEASURE: today's rows.  A trail that does not exist yet is
      * simply not measured - a young installation is not an
      * error.
      *
        RUN-MEASURE.
            OPEN EXTEND STORAGE-HISTORY-FILE.
            IF WS-HIST-STATUS NOT EQUAL '00' AND
               WS-HIST-STATUS NOT EQUAL '05' THEN
               DISPLAY 'REFUSED: STORAGE-HISTORY not writable '
                       '(status ' WS-HIST-STATUS ')'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM VARYING TRK-IX FROM 1 BY 1
                     UNTIL TRK-IX > TRK-COUNT
               MOVE TRK-FILE-NAME (TRK-IX) TO WS-MEASURE-NAME
               PERFORM MEASURE-ONE-FILE THRU MEASURE-ONE-FILE-EXIT
               IF MEASURED-PRESENT THEN
                  MOVE TRK-FILE-NAME (TRK-IX) TO SH-FILE-NAME
                  MOVE 'L' TO SH-KIND
                  MOVE WS-M-BYTES TO SH-BYTES
                  MOVE WS-M-RECORDS TO SH-RECORDS
                  MOVE 1 TO SH-FILES
                  PERFORM WRITE-HISTORY-ROW THRU WRITE-HISTORY-ROW
               END-IF
            END-PERFORM.
            PERFORM MEASURE-ARCHIVE-GENERATIONS
               THRU MEASURE-ARCHIVE-GENERATIONS-DONE.
            PERFORM VARYING TRK-IX FROM 1 BY 1
                     UNTIL TRK-IX > TRK-COUNT
               IF TRK-ARC-FILES (TRK-IX) > 0 THEN
                  MOVE TRK-FILE-NAME (TRK-IX) TO SH-FILE-NAME
                  MOVE 'A' TO SH-KIND
                  MOVE TRK-ARC-BYTES (TRK-IX) TO SH-BYTES
                  MOVE TRK-ARC-RECORDS (TRK-IX) TO SH-RECORDS
                  MOVE TRK-ARC-FILES (TRK-IX) TO SH-FILES
                  PERFORM WRITE-HISTORY-ROW THRU WRITE-HISTORY-ROW
               END-IF
            END-PERFORM.
            PERFORM MEASURE-INPUT-ARCHIVES
               THRU MEASURE-INPUT-ARCHIVES-DONE.
            IF WS-INPUT-ARC-FILES > 0 THEN
               MOVE 'AUTHOR-INPUT-ARC' TO SH-FILE-NAME
               MOVE 'I' TO SH-KIND
               MOVE WS-INPUT-ARC-BYTES TO SH-BYTES
               MOVE WS-INPUT-ARC-RECORDS TO SH-RECORDS
               MOVE WS-INPUT-ARC-FILES TO SH-FILES
               PERFORM WRITE-HISTORY-ROW THRU WRITE-HISTORY-ROW
            END-IF.
            CLOSE STORAGE-HISTORY-FILE.
            MOVE WS-MEASURED-TOTAL TO DISP-BYTES.
            DISPLAY 'MEASURE RESULT: ' WS-ROWS-WRITTEN
                    ' STORAGE-HISTORY row(s) for ' WS-TODAY ', '
                    FUNCTION TRIM(DISP-BYTES) ' byte(s) in use'.
            IF WS-MISSING-FILES > 0 THEN
               DISPLAY 'WARNING: ' WS-MISSING-FILES ' catalogued '
                       'generation(s) or archived input(s) not '
                       'found on disk - moved to the retention store '
                       'or lost'
            END-IF.
        WRITE-HISTORY-ROW.
            MOVE WS-TODAY TO SH-DATE.
            MOVE WS-RUN-ID TO SH-RUN-ID.
            MOVE WS-CURRENT-DATE TO SH-TIMESTAMP.
            WRITE STORAGE-HISTORY-RECORD.
            ADD 1 TO WS-ROWS-WRITTEN.
            ADD SH-BYTES TO WS-MEASURED-TOTAL.
      *
      * Bytes (each line plus its terminator) and records of the
      * file named in WS-MEASURE-NAME.
      *
        MEASURE-ONE-FILE.
            MOVE 0 TO WS-M-BYTES.
            MOVE 0 TO WS-M-RECORDS.
            MOVE 'N' TO WS-M-PRESENT.
            MOVE 'N' TO WS-MEASURE-EOF.
            OPEN INPUT MEASURED-FILE.
            IF WS-MEASURE-STATUS NOT EQUAL '00' THEN
               GO TO MEASURE-ONE-FILE-EXIT
            END-IF.
            SET MEASURED-PRESENT TO TRUE.
            PERFORM UNTIL END-OF-MEASURED
               READ MEASURED-FILE
                  AT END
                     SET END-OF-MEASURED TO TRUE
                  NOT AT END
                     ADD 1 TO WS-M-RECORDS
                     ADD WS-LINE-LENGTH 1 TO WS-M-BYTES
               END-READ
            END-PERFORM.
            CLOSE MEASURED-FILE.
        MEASURE-ONE-FILE-EXIT.
            EXIT.
      *
      * Every generation GENERATION-CATALOG lists, added to its
      * file's archive total.
      *
        MEASURE-ARCHIVE-GENERATIONS.
            MOVE 'N' TO WS-GENCAT-EOF.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS NOT EQUAL '00' THEN
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
               GO TO MEASURE-ARCHIVE-GENERATIONS-DONE
            END-IF.
            PERFORM UNTIL END-OF-GENCAT
               READ GENERATION-CATALOG-FILE
                  AT END
                     SET END-OF-GENCAT TO TRUE
                  NOT AT END
                     PERFORM MEASURE-ONE-GENERATION
                        THRU MEASURE-ONE-GENERATION-EXIT
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
        MEASURE-ARCHIVE-GENERATIONS-DONE.
            EXIT.
        MEASURE-ONE-GENERATION.
            PERFORM VARYING TRK-IX FROM 1 BY 1
                     UNTIL TRK-IX > TRK-COUNT OR
                           TRK-FILE-NAME (TRK-IX) EQUAL GC-FILE-NAME
               CONTINUE
            END-PERFORM.
            IF TRK-IX > TRK-COUNT THEN
               GO TO MEASURE-ONE-GENERATION-EXIT
            END-IF.
            MOVE SPACES TO WS-MEASURE-NAME.
            STRING FUNCTION TRIM(GC-FILE-NAME) DELIMITED BY SIZE
                   '-ARC-' DELIMITED BY SIZE
                   GC-GENERATION DELIMITED BY SIZE
                   INTO WS-MEASURE-NAME
            END-STRING.
            MOVE 'N' TO WS-SEEN-FLAG.
            PERFORM VARYING SEEN-IX FROM 1 BY 1
                     UNTIL SEEN-IX > SEEN-GEN-COUNT OR
                           GENERATION-SEEN
               IF SEEN-GEN-NAME (SEEN-IX) EQUAL WS-MEASURE-NAME THEN
                  SET GENERATION-SEEN TO TRUE
               END-IF
            END-PERFORM.
            IF GENERATION-SEEN THEN
               GO TO MEASURE-ONE-GENERATION-EXIT
            END-IF.
            IF SEEN-GEN-COUNT < 2000 THEN
               ADD 1 TO SEEN-GEN-COUNT
               MOVE WS-MEASURE-NAME TO SEEN-GEN-NAME (SEEN-GEN-COUNT)
            END-IF.
            PERFORM MEASURE-ONE-FILE THRU MEASURE-ONE-FILE-EXIT.
            IF NOT MEASURED-PRESENT THEN
               ADD 1 TO WS-MISSING-FILES
               GO TO MEASURE-ONE-GENERATION-EXIT
            END-IF.
            ADD WS-M-BYTES TO TRK-ARC-BYTES (TRK-IX).
            ADD WS-M-RECORDS TO TRK-ARC-RECORDS (TRK-IX).
            ADD 1 TO TRK-ARC-FILES (TRK-IX).
        MEASURE-ONE-GENERATION-EXIT.
            EXIT.
      *
      * Every loader input LINEAGE-INDEX says was archived.
      *
        MEASURE-INPUT-ARCHIVES.
            MOVE 'N' TO WS-LINEAGE-EOF.
            OPEN INPUT LINEAGE-INDEX-FILE.
            IF WS-LINEAGE-STATUS NOT EQUAL '00' THEN
               IF WS-LINEAGE-STATUS EQUAL '05' THEN
                  CLOSE LINEAGE-INDEX-FILE
               END-IF
               GO TO MEASURE-INPUT-ARCHIVES-DONE
            END-IF.
            PERFORM UNTIL END-OF-LINEAGE
               READ LINEAGE-INDEX-FILE
                  AT END
                     SET END-OF-LINEAGE TO TRUE
                  NOT AT END
                     IF LIN-ARCHIVE-NAME NOT EQUAL SPACES THEN
                        MOVE LIN-ARCHIVE-NAME TO WS-MEASURE-NAME
                        PERFORM MEASURE-ONE-FILE
                           THRU MEASURE-ONE-FILE-EXIT
                        IF MEASURED-PRESENT THEN
                           ADD WS-M-BYTES TO WS-INPUT-ARC-BYTES
                           ADD WS-M-RECORDS TO WS-INPUT-ARC-RECORDS
                           ADD 1 TO WS-INPUT-ARC-FILES
                        ELSE
                           ADD 1 TO WS-MISSING-FILES
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE LINEAGE-INDEX-FILE.
        MEASURE-INPUT-ARCHIVES-DONE.
            EXIT.
      *
      * The history window, netted per file and kind: the first and
      * last day measured in it, and the growth per day between.
      *
        LOAD-HISTORY.
            COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-HISTORY-DAYS)
            END-COMPUTE.
            MOVE 0 TO SER-COUNT.
            MOVE 0 TO WS-LATEST-DATE.
            MOVE 'N' TO WS-HIST-EOF.
            OPEN INPUT STORAGE-HISTORY-FILE.
            IF WS-HIST-STATUS NOT EQUAL '00' THEN
               IF WS-HIST-STATUS EQUAL '05' THEN
                  CLOSE STORAGE-HISTORY-FILE
               END-IF
               GO TO LOAD-HISTORY-DONE
            END-IF.
            PERFORM UNTIL END-OF-HISTORY
               READ STORAGE-HISTORY-FILE
                  AT END
                     SET END-OF-HISTORY TO TRUE
                  NOT AT END
                     IF SH-DATE IS NUMERIC AND
                        SH-DATE NOT < WS-WINDOW-START THEN
                        PERFORM NOTE-HISTORY-ROW
                           THRU NOTE-HISTORY-ROW-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE STORAGE-HISTORY-FILE.
            PERFORM CREDIT-RETENTION-CUTS
               THRU CREDIT-RETENTION-CUTS-DONE.
            MOVE 0 TO WS-USED-BYTES.
            MOVE 0 TO WS-DAILY-GROWTH.
            MOVE 0 TO WS-HISTORY-SPAN.
            PERFORM VARYING SER-IX FROM 1 BY 1
                     UNTIL SER-IX > SER-COUNT
               PERFORM COMPUTE-SERIES-GROWTH
                  THRU COMPUTE-SERIES-GROWTH-EXIT
            END-PERFORM.
        LOAD-HISTORY-DONE.
            EXIT.
        NOTE-HISTORY-ROW.
            MOVE 'N' TO WS-SER-FOUND.
            PERFORM VARYING SER-IX FROM 1 BY 1
                     UNTIL SER-IX > SER-COUNT OR SERIES-FOUND
               IF SER-FILE-NAME (SER-IX) EQUAL SH-FILE-NAME AND
                  SER-KIND (SER-IX) EQUAL SH-KIND THEN
                  SET SERIES-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF SERIES-FOUND THEN
               SUBTRACT 1 FROM SER-IX
            ELSE
               IF SER-COUNT EQUAL 40 THEN
                  GO TO NOTE-HISTORY-ROW-EXIT
               END-IF
               ADD 1 TO SER-COUNT
               MOVE SER-COUNT TO SER-IX
               MOVE SH-FILE-NAME TO SER-FILE-NAME (SER-IX)
               MOVE SH-KIND TO SER-KIND (SER-IX)
               MOVE SH-DATE TO SER-FIRST-DATE (SER-IX)
               MOVE 0 TO SER-CUT-ROWS (SER-IX)
               MOVE 0 TO SER-GROWTH (SER-IX)
               MOVE 0 TO SER-DAYS (SER-IX)
            END-IF.
      * A later row for the first day replaces it, as for any day
            IF SH-DATE EQUAL SER-FIRST-DATE (SER-IX) THEN
               MOVE SH-BYTES TO SER-FIRST-BYTES (SER-IX)
            END-IF.
            MOVE SH-DATE TO SER-LAST-DATE (SER-IX).
            MOVE SH-BYTES TO SER-LAST-BYTES (SER-IX).
            MOVE SH-RECORDS TO SER-LAST-RECORDS (SER-IX).
            IF SH-DATE > WS-LATEST-DATE THEN
               MOVE SH-DATE TO WS-LATEST-DATE
            END-IF.
        NOTE-HISTORY-ROW-EXIT.
            EXIT.
      *
      * A CUT inside a live file's window shrank it by what went to
      * the archive generation; the catalog row says how many
      * records, the file's own average record says how many bytes.
      *
        CREDIT-RETENTION-CUTS.
            MOVE 'N' TO WS-GENCAT-EOF.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS NOT EQUAL '00' THEN
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
               GO TO CREDIT-RETENTION-CUTS-DONE
            END-IF.
            PERFORM UNTIL END-OF-GENCAT
               READ GENERATION-CATALOG-FILE
                  AT END
                     SET END-OF-GENCAT TO TRUE
                  NOT AT END
                     PERFORM VARYING SER-IX FROM 1 BY 1
                              UNTIL SER-IX > SER-COUNT
                        IF SER-FILE-NAME (SER-IX) EQUAL GC-FILE-NAME
                           AND SER-KIND (SER-IX) EQUAL 'L' AND
                           GC-TIMESTAMP(1:8) IS NUMERIC AND
                           GC-TIMESTAMP(1:8) >
                              SER-FIRST-DATE (SER-IX) AND
                           GC-TIMESTAMP(1:8) NOT >
                              SER-LAST-DATE (SER-IX) THEN
                           ADD GC-ROW-COUNT TO SER-CUT-ROWS (SER-IX)
                        END-IF
                     END-PERFORM
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
        CREDIT-RETENTION-CUTS-DONE.
            EXIT.
      *
      * One series' daily growth.  Only the files measured on the
      * latest day count as space in use now.
      *
        COMPUTE-SERIES-GROWTH.
            IF SER-LAST-DATE (SER-IX) EQUAL WS-LATEST-DATE THEN
               ADD SER-LAST-BYTES (SER-IX) TO WS-USED-BYTES
            END-IF.
            COMPUTE SER-DAYS (SER-IX) =
               FUNCTION INTEGER-OF-DATE(SER-LAST-DATE (SER-IX)) -
               FUNCTION INTEGER-OF-DATE(SER-FIRST-DATE (SER-IX))
            END-COMPUTE.
            IF SER-DAYS (SER-IX) > WS-HISTORY-SPAN THEN
               MOVE SER-DAYS (SER-IX) TO WS-HISTORY-SPAN
            END-IF.
            IF SER-DAYS (SER-IX) EQUAL 0 OR
               SER-KIND (SER-IX) EQUAL 'A' OR
               SER-LAST-DATE (SER-IX) NOT EQUAL WS-LATEST-DATE THEN
               GO TO COMPUTE-SERIES-GROWTH-EXIT
            END-IF.
            MOVE 0 TO WS-CUT-CREDIT.
            IF SER-CUT-ROWS (SER-IX) > 0 AND
               SER-LAST-RECORDS (SER-IX) > 0 THEN
               COMPUTE WS-CUT-CREDIT = SER-CUT-ROWS (SER-IX) *
                  SER-LAST-BYTES (SER-IX) / SER-LAST-RECORDS (SER-IX)
               END-COMPUTE
            END-IF.
            COMPUTE WS-DELTA = SER-LAST-BYTES (SER-IX) +
               WS-CUT-CREDIT - SER-FIRST-BYTES (SER-IX)
            END-COMPUTE.
            IF WS-DELTA > 0 THEN
               COMPUTE SER-GROWTH (SER-IX) =
                  WS-DELTA / SER-DAYS (SER-IX)
               END-COMPUTE
               ADD SER-GROWTH (SER-IX) TO WS-DAILY-GROWTH
            END-IF.
        COMPUTE-SERIES-GROWTH-EXIT.
            EXIT.
      *
      * Days left at the current daily growth (99999: not growing).
      *
        COMPUTE-DAYS-TO-FULL.
            IF WS-USED-BYTES NOT < WS-CAPACITY THEN
               MOVE 0 TO WS-DAYS-TO-FULL
            ELSE
               IF WS-DAILY-GROWTH EQUAL 0 THEN
                  MOVE 99999 TO WS-DAYS-TO-FULL
               ELSE
                  COMPUTE WS-DAYS-TO-FULL = FUNCTION MIN(99999,
                     (WS-CAPACITY - WS-USED-BYTES) / WS-DAILY-GROWTH)
                  END-COMPUTE
               END-IF
            END-IF.
            COMPUTE WS-USED-PCT = FUNCTION MIN(999,
               WS-USED-BYTES * 100 / WS-CAPACITY)
            END-COMPUTE.
      *
      * FORECAST: the report, and the cutoff recommendation when
      * the days left fall under the alert threshold.
      *
        RUN-FORECAST.
      * The daily run still measures before a capacity is set up
            IF NOT CAPACITY-SET THEN
               DISPLAY 'WARNING: no STORAGE-CAPACITY - measured '
                       'only, no forecast'
               GO TO RUN-FORECAST-EXIT
            END-IF.
            PERFORM LOAD-HISTORY THRU LOAD-HISTORY-DONE.
            IF SER-COUNT EQUAL 0 THEN
               DISPLAY 'REFUSED: no STORAGE-HISTORY in the last '
                       WS-HISTORY-DAYS ' day(s) - run MEASURE first'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM COMPUTE-DAYS-TO-FULL THRU COMPUTE-DAYS-TO-FULL.
            PERFORM VARYING SER-IX FROM 1 BY 1
                     UNTIL SER-IX > SER-COUNT
               MOVE SER-IX TO ORD-IX (SER-IX)
            END-PERFORM.
            PERFORM VARYING ORD-PX FROM 1 BY 1
                     UNTIL ORD-PX > SER-COUNT
               COMPUTE ORD-QX = ORD-PX + 1
               PERFORM VARYING ORD-QX FROM ORD-QX BY 1
                        UNTIL ORD-QX > SER-COUNT
                  IF SER-GROWTH (ORD-IX (ORD-QX)) >
                     SER-GROWTH (ORD-IX (ORD-PX)) THEN
                     MOVE ORD-IX (ORD-PX) TO ORD-SWAP
                     MOVE ORD-IX (ORD-QX) TO ORD-IX (ORD-PX)
                     MOVE ORD-SWAP TO ORD-IX (ORD-QX)
                  END-IF
               END-PERFORM
            END-PERFORM.
            OPEN OUTPUT STORAGE-FORECAST-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE WS-CAPACITY TO DISP-BYTES.
            STRING 'STORAGE FORECAST  run ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   '  measured ' DELIMITED BY SIZE
                   WS-LATEST-DATE DELIMITED BY SIZE
                   '  capacity ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-BYTES) DELIMITED BY SIZE
                   ' byte(s)' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STORAGE-FORECAST-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'FILE                 KIND' DELIMITED BY SIZE
                   '           BYTES    RECORDS' DELIMITED BY SIZE
                   '    GROWTH/DAY SHARE%  DAYS' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STORAGE-FORECAST-RECORD FROM WS-REPORT-LINE.
            PERFORM VARYING ORD-PX FROM 1 BY 1
                     UNTIL ORD-PX > SER-COUNT
               MOVE ORD-IX (ORD-PX) TO SER-IX
               PERFORM WRITE-SERIES-LINE THRU WRITE-SERIES-LINE
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE WS-USED-BYTES TO DISP-BYTES.
            MOVE WS-DAILY-GROWTH TO DISP-BYTES-B.
            MOVE WS-USED-PCT TO DISP-PCT.
            STRING 'IN USE ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-BYTES) DELIMITED BY SIZE
                   ' byte(s) (' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-PCT) DELIMITED BY SIZE
                   '% of capacity), growing ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-BYTES-B) DELIMITED BY SIZE
                   ' byte(s) a day' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STORAGE-FORECAST-RECORD FROM WS-REPORT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-HISTORY-SPAN EQUAL 0 THEN
               STRING 'DAYS TO FULL: not yet known - one day of '
                         DELIMITED BY SIZE
                      'history; growth needs two' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            ELSE
               IF WS-DAYS-TO-FULL EQUAL 99999 THEN
                  STRING 'DAYS TO FULL: not growing over the last '
                            DELIMITED BY SIZE
                         WS-HISTORY-SPAN DELIMITED BY SIZE
                         ' day(s)' DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  END-STRING
               ELSE
                  MOVE WS-DAYS-TO-FULL TO DISP-DAYS
                  STRING 'DAYS TO FULL: ' DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-DAYS) DELIMITED BY SIZE
                         ' (alert under ' DELIMITED BY SIZE
                         WS-ALERT-DAYS DELIMITED BY SIZE
                         ', growth averaged over ' DELIMITED BY SIZE
                         WS-HISTORY-SPAN DELIMITED BY SIZE
                         ' day(s))' DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  END-STRING
               END-IF
            END-IF.
            WRITE STORAGE-FORECAST-RECORD FROM WS-REPORT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            IF WS-HISTORY-SPAN EQUAL 0 OR
               WS-DAYS-TO-FULL NOT < WS-ALERT-DAYS THEN
               CLOSE STORAGE-FORECAST-FILE
               GO TO RUN-FORECAST-EXIT
            END-IF.
            PERFORM RECOMMEND-CUTOFF THRU RECOMMEND-CUTOFF-EXIT.
            CLOSE STORAGE-FORECAST-FILE.
            STOP RUN RETURNING 4.
        RUN-FORECAST-EXIT.
            EXIT.
        WRITE-SERIES-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE SER-LAST-BYTES (SER-IX) TO DISP-BYTES.
            MOVE SER-LAST-RECORDS (SER-IX) TO DISP-RECORDS.
            MOVE SER-GROWTH (SER-IX) TO DISP-BYTES-B.
            MOVE 0 TO WS-SHARE-PCT.
            IF WS-DAILY-GROWTH > 0 THEN
               COMPUTE WS-SHARE-PCT ROUNDED =
                  SER-GROWTH (SER-IX) * 100 / WS-DAILY-GROWTH
               END-COMPUTE
            END-IF.
            MOVE WS-SHARE-PCT TO DISP-PCT.
            MOVE SER-DAYS (SER-IX) TO DISP-DAYS.
            STRING SER-FILE-NAME (SER-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SER-KIND (SER-IX) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   DISP-BYTES DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DISP-RECORDS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DISP-BYTES-B (3:13) DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   DISP-PCT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DISP-DAYS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            IF SER-LAST-DATE (SER-IX) NOT EQUAL WS-LATEST-DATE THEN
               MOVE SER-LAST-DATE (SER-IX) TO WS-DISP-DATE
               STRING '  (not measured since ' DELIMITED BY SIZE
                      WS-DISP-DATE DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE(90:)
               END-STRING
            END-IF.
            WRITE STORAGE-FORECAST-RECORD FROM WS-REPORT-LINE.
      *
      * The cutoff that frees enough: the live, cuttable bytes of
      * the retention files by record date (an open exception or
      * an unworked reject is never cut, so it is never counted),
      * oldest first, until the forecast would be back at the
      * alert threshold - but never later than CAP-MIN-LIVE-DAYS
      * before today.
      *
        RECOMMEND-CUTOFF.
            COMPUTE WS-NEED-BYTES = WS-USED-BYTES +
               WS-DAILY-GROWTH * WS-ALERT-DAYS - WS-CAPACITY
            END-COMPUTE.
            IF WS-NEED-BYTES < 1 THEN
               MOVE 1 TO WS-NEED-BYTES
            END-IF.
            COMPUTE WS-BASE-INT = WS-TODAY-INT - 3699.
            INITIALIZE DATE-BYTES-TABLE.
            PERFORM VARYING TRK-IX FROM 1 BY 1
                     UNTIL TRK-IX > TRK-COUNT
               IF TRK-TS-OFFSET (TRK-IX) > 0 THEN
                  PERFORM SPREAD-ONE-FILE THRU SPREAD-ONE-FILE-EXIT
               END-IF
            END-PERFORM.
            COMPUTE WS-MAX-CUTOFF = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-MIN-LIVE-DAYS)
            END-COMPUTE.
      * Slots strictly before the latest allowed cutoff
            IF WS-MIN-LIVE-DAYS > 3698 THEN
               MOVE 3698 TO WS-MIN-LIVE-DAYS
            END-IF.
            COMPUTE DBT-LIMIT = 3700 - WS-MIN-LIVE-DAYS - 1.
            MOVE 0 TO WS-FREED-BYTES.
            MOVE 'N' TO WS-CUTOFF-FLAG.
            PERFORM VARYING DBT-IX FROM 1 BY 1
                     UNTIL DBT-IX > DBT-LIMIT OR CUTOFF-FOUND
               ADD DBT-BYTES (DBT-IX) TO WS-FREED-BYTES
               IF WS-FREED-BYTES NOT < WS-NEED-BYTES THEN
                  SET CUTOFF-FOUND TO TRUE
                  COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                     WS-BASE-INT + DBT-IX)
                  END-COMPUTE
               END-IF
            END-PERFORM.
            MOVE WS-NEED-BYTES TO DISP-BYTES.
            MOVE WS-FREED-BYTES TO DISP-BYTES-B.
            MOVE SPACES TO WS-REPORT-LINE.
            IF CUTOFF-FOUND THEN
               STRING 'ALERT: under ' DELIMITED BY SIZE
                      WS-ALERT-DAYS DELIMITED BY SIZE
                      ' day(s) to full - RECOMMENDED: '
                         DELIMITED BY SIZE
                      'EXAMPLE11_HOUSEKEEP CUT ' DELIMITED BY SIZE
                      WS-CUTOFF-DATE DELIMITED BY SIZE
                      ' frees ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-BYTES-B) DELIMITED BY SIZE
                      ' of the ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-BYTES) DELIMITED BY SIZE
                      ' byte(s) needed' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            ELSE
               STRING 'ALERT: under ' DELIMITED BY SIZE
                      WS-ALERT-DAYS DELIMITED BY SIZE
                      ' day(s) to full - even CUT ' DELIMITED BY SIZE
                      WS-MAX-CUTOFF DELIMITED BY SIZE
                      ' (keeps ' DELIMITED BY SIZE
                      WS-MIN-LIVE-DAYS DELIMITED BY SIZE
                      ' days live) frees ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-BYTES-B) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-BYTES) DELIMITED BY SIZE
                      ' - add capacity' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            END-IF.
            WRITE STORAGE-FORECAST-RECORD FROM WS-REPORT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            MOVE SPACES TO WS-REPORT-LINE.
            STRING '  the space comes back once the generations the '
                      DELIMITED BY SIZE
                   'CUT writes are moved to the retention store'
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STORAGE-FORECAST-RECORD FROM WS-REPORT-LINE.
        RECOMMEND-CUTOFF-EXIT.
            EXIT.
        SPREAD-ONE-FILE.
            MOVE TRK-FILE-NAME (TRK-IX) TO WS-MEASURE-NAME.
            MOVE 'N' TO WS-MEASURE-EOF.
            OPEN INPUT MEASURED-FILE.
            IF WS-MEASURE-STATUS NOT EQUAL '00' THEN
               GO TO SPREAD-ONE-FILE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-MEASURED
               READ MEASURED-FILE
                  AT END
                     SET END-OF-MEASURED TO TRUE
                  NOT AT END
                     PERFORM SPREAD-ONE-RECORD
                        THRU SPREAD-ONE-RECORD-EXIT
               END-READ
            END-PERFORM.
            CLOSE MEASURED-FILE.
        SPREAD-ONE-FILE-EXIT.
            EXIT.
      *
      * The same classification EXAMPLE11_HOUSEKEEP's CUT-ONE-RECORD
      * makes: no readable date, or an unresolved entry, stays live.
      *
        SPREAD-ONE-RECORD.
            IF WS-LINE-LENGTH < TRK-TS-OFFSET (TRK-IX) + 7 THEN
               GO TO SPREAD-ONE-RECORD-EXIT
            END-IF.
            IF MEASURED-RECORD(TRK-TS-OFFSET (TRK-IX):8)
               IS NOT NUMERIC THEN
               GO TO SPREAD-ONE-RECORD-EXIT
            END-IF.
            MOVE MEASURED-RECORD(TRK-TS-OFFSET (TRK-IX):8)
              TO WS-RECORD-DATE.
            IF WS-RECORD-DATE < 16010101 OR
               WS-RECORD-DATE > WS-TODAY THEN
               GO TO SPREAD-ONE-RECORD-EXIT
            END-IF.
            IF TRK-RESOLVED-OFFSET (TRK-IX) > 0 THEN
               IF WS-LINE-LENGTH < TRK-RESOLVED-OFFSET (TRK-IX) OR
                  MEASURED-RECORD(TRK-RESOLVED-OFFSET (TRK-IX):1)
                     NOT EQUAL 'Y' THEN
                  GO TO SPREAD-ONE-RECORD-EXIT
               END-IF
            END-IF.
            COMPUTE WS-RECORD-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE)
            END-COMPUTE.
            IF WS-RECORD-INT NOT > WS-BASE-INT THEN
               MOVE 1 TO DBT-IX
            ELSE
               COMPUTE DBT-IX = WS-RECORD-INT - WS-BASE-INT + 1
            END-IF.
            ADD WS-LINE-LENGTH 1 TO DBT-BYTES (DBT-IX).
        SPREAD-ONE-RECORD-EXIT.
            EXIT.
      *
      * VERDICT: will tonight's growth fit?  Judged on the latest
      * measure, which must be today's or yesterday's.
      *
        RUN-VERDICT.
            IF NOT CAPACITY-SET THEN
               DISPLAY 'STORAGE VERDICT: cannot judge - no '
                       'STORAGE-CAPACITY configured'
               STOP RUN RETURNING 2
            END-IF.
            PERFORM LOAD-HISTORY THRU LOAD-HISTORY-DONE.
            IF SER-COUNT EQUAL 0 OR
               FUNCTION INTEGER-OF-DATE(WS-LATEST-DATE) <
               WS-TODAY-INT - 1 THEN
               DISPLAY 'STORAGE VERDICT: cannot judge - no '
                       'STORAGE-HISTORY measured today or yesterday'
               STOP RUN RETURNING 2
            END-IF.
      * Rows loaded per day over the same window, from the
      * loader's trailers; the referential sweep's (EXRISWEP, rows
      * examined), the balancing proof's (EXBALANC, tables proved)
      * and the catch-up controller's (EXCATCHU, jobs due) count
      * no loaded rows and are left out
            MOVE 0 TO WS-ROWS-IN-WINDOW.
            MOVE 'N' TO WS-CONTROL-EOF.
            OPEN INPUT BATCH-CONTROL-FILE.
            IF WS-CONTROL-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-CONTROL
                  READ BATCH-CONTROL-FILE
                     AT END
                        SET END-OF-CONTROL TO TRUE
                     NOT AT END
                        IF CTL-TIMESTAMP(1:8) NOT <
                              WS-WINDOW-START AND
                           CTL-TIMESTAMP(1:8) NOT >
                              WS-LATEST-DATE AND
                           CTL-PROGRAM-ID NOT EQUAL 'EXRISWEP' AND
                           CTL-PROGRAM-ID NOT EQUAL 'EXBALANC' AND
                           CTL-PROGRAM-ID NOT EQUAL 'EXCATCHU' AND
                           CTL-ROWS-READ IS NUMERIC THEN
                           ADD CTL-ROWS-READ TO WS-ROWS-IN-WINDOW
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
            ELSE
               IF WS-CONTROL-STATUS EQUAL '05' THEN
                  CLOSE BATCH-CONTROL-FILE
               END-IF
            END-IF.
            MOVE WS-DAILY-GROWTH TO WS-PROJECTED.
            MOVE 0 TO WS-BYTES-PER-ROW.
            IF WS-HISTORY-SPAN > 0 THEN
               COMPUTE WS-ROWS-PER-DAY =
                  WS-ROWS-IN-WINDOW / WS-HISTORY-SPAN
               END-COMPUTE
               IF WS-ROWS-PER-DAY > 0 THEN
                  COMPUTE WS-BYTES-PER-ROW =
                     WS-DAILY-GROWTH / WS-ROWS-PER-DAY
                  END-COMPUTE
                  IF WS-TONIGHT-ROWS * WS-BYTES-PER-ROW >
                     WS-PROJECTED THEN
                     COMPUTE WS-PROJECTED =
                        WS-TONIGHT-ROWS * WS-BYTES-PER-ROW
                     END-COMPUTE
                  END-IF
               END-IF
            END-IF.
            COMPUTE WS-LIMIT-BYTES =
               WS-CAPACITY * (100 - WS-HEADROOM-PCT) / 100
            END-COMPUTE.
            MOVE WS-PROJECTED TO DISP-BYTES.
            MOVE WS-USED-BYTES TO DISP-BYTES-B.
            DISPLAY 'Tonight: ' WS-TONIGHT-ROWS ' input row(s), '
                    WS-BYTES-PER-ROW ' byte(s) per loaded row, '
                    FUNCTION TRIM(DISP-BYTES) ' byte(s) projected on '
                    FUNCTION TRIM(DISP-BYTES-B) ' in use'.
            MOVE WS-LIMIT-BYTES TO DISP-BYTES.
            IF WS-USED-BYTES + WS-PROJECTED > WS-LIMIT-BYTES THEN
               DISPLAY 'STORAGE VERDICT: WOULD NOT FIT - the window '
                       'would pass ' FUNCTION TRIM(DISP-BYTES)
                       ' byte(s) (' WS-HEADROOM-PCT '% headroom '
                       'kept); run EXAMPLE61_STORAGE FORECAST for '
                       'the cutoff to take'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'STORAGE VERDICT: FITS within '
                    FUNCTION TRIM(DISP-BYTES) ' byte(s) ('
                    WS-HEADROOM-PCT '% headroom kept)'.
            STOP RUN RETURNING 0.
        RUN-VERDICT-EXIT.
            EXIT.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
