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
      * Usage: EXAMPLE73_BALANCE [DATE=yyyymmdd]
      *
      * Daily control-total balancing proof, run at the end of each
      * batch window.  Every loader trailer balances its own input,
      * but nothing proved that the tables themselves moved by what
      * the trail says they moved: a row typed in psql, a restore or
      * a lost commit could change a table's size with no trail, and
      * nobody would see it.  For every table the TABLE-PROFILES
      * file declares (see TBLPROF.cpy; without the file the
      * built-in authors and books) this program proves
      *
      *   yesterday's closing count
      *     + inserts - deletes since then     (from CHANGE-AUDIT)
      *     = today's count(*)                 (from the database)
      *
      * and, for the primary table the AUTHORS-MASTER journals, that
      * the netted master's live ids (last record per id wins,
      * tombstones excluded) agree with the count(*) too.
      *
      * The movements are the CHANGE-AUDIT records stamped after the
      * previous run's cut-off and not after this run's, split by
      * operation and by record type (the business-key prefix: 'B'
      * books, 'P' publishers, none for authors); a BULK batch's one
      * summary record counts for the rows it names.  The previous
      * closing count and cut-off come from the last BALANCE-HISTORY
      * row for the table (see BALHIST.cpy), and this run appends
      * one row per table with its own, so the file is carried
      * forward day to day.  A table with no history yet opens at
      * its count(*); a table whose count cannot be taken writes no
      * row, and the next run proves both days' movements at once.
      *
      * Each table is marked IN BALANCE or OUT OF BALANCE with the
      * difference on BALANCE-REPORT.  An out-of-balance table is
      * queued to the EXCEPTION-QUEUE keyed by the table name with a
      * 'BALANCE:' reason (once per table per day), and the run
      * leaves its RUNSTATS line and a BATCH-CONTROL trailer
      * ('EXBALANC': tables proved as rows read, tables out of
      * balance or not counted as rows rejected), which the morning
      * dashboard (EXAMPLE12_MORNING) shows RED.  Return code 1 when
      * any table is out of balance or could not be counted.
      *
      * DATE= is the business date the proof is filed under (default
      * today): the counts and the cut-off are always taken now, so
      * a proof run late for a day the window skipped simply covers
      * the longer span since the last row.  Each run is logged to
      * JOB-LOG as 'EXBALANC' against that date (see
      * JL-BUSINESS-DATE in JOBLOG.cpy), so a skipped day is found
      * and run by EXAMPLE75_CATCHUP.
      *
      * The fingerprint of the TABLE-PROFILES is logged to
      * CONTROL-USAGE as 'EXBALANC' against the run id, so
      * EXAMPLE63_CTLREG USED can say which registered version the run
      * was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE73-BALANCE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The batch window this run belongs to, when there is one
      * (see WNDID.cpy and READ-WINDOW-ID)
            SELECT OPTIONAL WINDOW-ID-FILE ASSIGN TO "WINDOW-ID"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WID-STATUS.
      * Common start/end job log shared by the whole suite (see
      * JOBLOG.cpy)
            SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOB-LOG"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The tables to prove (see TBLPROF.cpy)
            SELECT OPTIONAL TABLE-PROFILES-FILE
                ASSIGN TO "TABLE-PROFILES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TBLPROF-STATUS.
            SELECT OPTIONAL AUTHORS-MASTER-FILE
                ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT OPTIONAL CHANGE-AUDIT-FILE
                ASSIGN TO "CHANGE-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHG-STATUS.
      * The proof carried forward (see BALHIST.cpy)
            SELECT OPTIONAL BALANCE-HISTORY-FILE
                ASSIGN TO "BALANCE-HISTORY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BALHIST-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
            SELECT BALANCE-REPORT-FILE ASSIGN TO "BALANCE-REPORT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCH-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
                ORGANIZATION IS LINE SEQUENTIAL.
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
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD WINDOW-ID-FILE.
        01 WINDOW-ID-RECORD.
           COPY WNDID.
        FD JOB-LOG-FILE.
        01 JOB-LOG-RECORD.
           COPY JOBLOG.
        FD TABLE-PROFILES-FILE.
        01 TABLE-PROFILE-RECORD.
           COPY TBLPROF.
        FD AUTHORS-MASTER-FILE.
        01 AUTHORS-MASTER-RECORD.
           COPY MSTREC.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD BALANCE-HISTORY-FILE.
        01 BALANCE-HISTORY-RECORD.
           COPY BALHIST.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD BALANCE-REPORT-FILE.
        01 BALANCE-REPORT-RECORD PIC X(132).
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD RUNSTATS-FILE.
        01 RUNSTATS-RECORD.
           COPY RUNSTATREC.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
      * Include TX definitions
        01 TX-RETURN-STATUS.
           COPY TXSTATUS.
        01 TX-INFO-AREA.
           COPY TXINFDEF.
           COPY LIXAXID.
        01 WS-AUDIT-WARNING PIC X(60) VALUE SPACES.
           COPY TXREMED.
        01 RUNSTAT-AREA.
           COPY RUNSTAT.
      * The table profiles, the same built-in defaults as the
      * loader's (see LOAD-TABLE-PROFILES in EXAMPLE5_PQL); only the
      * table and its business-key prefix matter to the proof
        01 PROFILE-TABLE.
           05 TBPT-COUNT PIC 9(2) VALUE 0.
           05 TBPT-ENTRY OCCURS 8 TIMES.
              10 TBPT-REC-TYPE      PIC X(1).
              10 TBPT-TABLE-NAME    PIC X(20).
              10 TBPT-KEY-PREFIX    PIC X(1).
        01 TBP-IX PIC 9(2) VALUE 0.
        01 WS-TBLPROF-STATUS PIC X(2) VALUE '00'.
        01 WS-TBLPROF-EOF PIC X(1) VALUE 'N'.
           88 END-OF-TBLPROF VALUE 'Y'.
      * One proof per profiled table, parallel to PROFILE-TABLE:
      * where the previous run closed, the movements since, and
      * this run's count(*) and cut-off
        01 BALANCE-TABLE.
           05 BALT-ENTRY OCCURS 8 TIMES.
              10 BALT-PRIOR-FLAG    PIC X(1).
                 88 BALT-HAS-PRIOR VALUE 'Y'.
              10 BALT-PRIOR-CLOSING PIC 9(9).
              10 BALT-PRIOR-CUTOFF  PIC X(21).
              10 BALT-INSERTS       PIC 9(9).
              10 BALT-UPDATES       PIC 9(9).
              10 BALT-DELETES       PIC 9(9).
              10 BALT-COUNT-FLAG    PIC X(1).
                 88 BALT-COUNTED VALUE 'Y'.
              10 BALT-DB-COUNT      PIC 9(9).
              10 BALT-CUTOFF        PIC X(21).
      * The primary table (key prefix SPACE), the one the master
      * journals; 0 when no profile is
        01 WS-PRIMARY-IX PIC 9(2) VALUE 0.
      * The netted master: last record per id wins
        01 MASTER-NET-TABLE.
           05 MNET-COUNT PIC 9(5) VALUE 0.
           05 MNET-ENTRY OCCURS 10000 TIMES.
              10 MNET-ID      PIC 9(9).
              10 MNET-DELETED PIC X(1).
        01 MNET-IX PIC 9(5).
        01 WS-MNET-FOUND PIC X(1) VALUE 'N'.
           88 MNET-ENTRY-FOUND VALUE 'Y'.
        01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
        01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
        01 WS-MASTER-FLAG PIC X(1) VALUE 'N'.
           88 MASTER-PRESENT VALUE 'Y'.
        01 WS-MASTER-LIVE PIC 9(9) VALUE 0.
      * CHANGE-AUDIT and BALANCE-HISTORY reading
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-BALHIST-STATUS PIC X(2) VALUE '00'.
        01 WS-BALHIST-EOF PIC X(1) VALUE 'N'.
           88 END-OF-BALHIST VALUE 'Y'.
        01 WS-MOVE-IX PIC 9(2) VALUE 0.
        01 WS-MOVE-ROWS PIC 9(9) VALUE 0.
      * Balance findings already queued today, not queued twice
        01 OPEN-FINDING-TABLE.
           05 OPEN-COUNT PIC 9(2) VALUE 0.
           05 OPEN-KEY OCCURS 50 TIMES PIC X(20).
        01 OPEN-IX PIC 9(2).
        01 WS-OPEN-FOUND PIC X(1) VALUE 'N'.
           88 FINDING-ALREADY-OPEN VALUE 'Y'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
        01 WS-EXCQ-REASON PIC X(60) VALUE SPACES.
      * The table being proved
        01 WS-EXPECTED PIC S9(9) VALUE 0.
        01 WS-DIFFERENCE PIC S9(9) VALUE 0.
        01 WS-MASTER-DIFFERENCE PIC S9(9) VALUE 0.
        01 DISP-DIFF PIC -(8)9.
        01 WS-STATUS-TEXT PIC X(14) VALUE SPACES.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
      * One table's line on BALANCE-REPORT
        01 BALANCE-DETAIL-LINE.
           05 BDL-TABLE-NAME   PIC X(20).
           05 BDL-OPENING      PIC Z(8)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BDL-INSERTS      PIC Z(8)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BDL-UPDATES      PIC Z(8)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BDL-DELETES      PIC Z(8)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BDL-EXPECTED     PIC -(8)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BDL-DB-COUNT     PIC Z(8)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BDL-DIFFERENCE   PIC -(8)9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BDL-MASTER       PIC X(9).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BDL-MASTER-DIFF  PIC X(9).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BDL-STATUS       PIC X(14).
        01 DISP-MASTER PIC Z(8)9.
        01 DISP-MASTER-DIFF PIC -(8)9.
      * Run totals
        01 WS-TABLES-PROVED PIC 9(3) VALUE 0.
        01 WS-TABLES-IN PIC 9(3) VALUE 0.
        01 WS-TABLES-OUT PIC 9(3) VALUE 0.
        01 WS-TABLES-OPENED PIC 9(3) VALUE 0.
        01 WS-COUNT-ERRORS PIC 9(3) VALUE 0.
        01 WS-QUEUED-COUNT PIC 9(3) VALUE 0.
      * PostgreSQL plumbing
        01 PGCONN USAGE POINTER.
        01 PGRES USAGE POINTER.
        01 RESULT USAGE BINARY-LONG.
        01 PQ-STATUS-AREA.
           COPY PQSTATUS.
        01 RESULT-POINTER USAGE POINTER.
        01 RESULT-CHAR PIC X BASED.
        01 SQL-STATEMENT PIC X(200) VALUE SPACES.
        01 WS-NTUPLES USAGE BINARY-LONG.
        01 WS-PQGETVAL-ROW USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-COL USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-RESULT PIC X(30) VALUE SPACES.
        01 WS-PQGETVAL-LENGTH PIC 9(4) VALUE 0.
      * Operator, window and the shop-wide run id
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-WID-STATUS PIC X(2) VALUE '00'.
        01 WS-WINDOW-ID PIC X(10) VALUE SPACES.
           COPY RUNIDWS.
      * The business date the proof is filed under (DATE=)
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
      * Job-log bookkeeping (see JOBLOG.cpy): run start time for the
      * end record's elapsed figure, and the return code the exit
      * paths hand to WRITE-JOBLOG-END on their way out.
        01 WS-JOB-START PIC 9(8) VALUE 0.
        01 WS-JOB-START-X REDEFINES WS-JOB-START.
           05 WS-JOB-START-HH PIC 9(2).
           05 WS-JOB-START-MM PIC 9(2).
           05 WS-JOB-START-SS PIC 9(2).
           05 WS-JOB-START-CC PIC 9(2).
        01 WS-JOB-END PIC 9(8) VALUE 0.
        01 WS-JOB-END-X REDEFINES WS-JOB-END.
           05 WS-JOB-END-HH PIC 9(2).
           05 WS-JOB-END-MM PIC 9(2).
           05 WS-JOB-END-SS PIC 9(2).
           05 WS-JOB-END-CC PIC 9(2).
        01 WS-JOB-ELAPSED PIC S9(9) VALUE 0.
        01 WS-JOB-RC PIC 9(4) VALUE 0.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE73_BALANCE'.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM READ-WINDOW-ID THRU READ-WINDOW-ID.
            MOVE WS-RUNCTL-TODAY(1:8) TO WS-BUSINESS-DATE.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV NOT EQUAL SPACES THEN
               UNSTRING FUNCTION UPPER-CASE(ARGV)
                  DELIMITED BY '='
                  INTO WS-ARG-KEYWORD WS-ARG-VALUE
               END-UNSTRING
               IF WS-ARG-KEYWORD EQUAL 'DATE' AND
                  WS-ARG-VALUE(1:8) IS NUMERIC THEN
                  MOVE WS-ARG-VALUE(1:8) TO WS-BUSINESS-DATE
               ELSE
                  DISPLAY 'Ignoring unknown argument ' ARGV
               END-IF
            END-IF.
            PERFORM WRITE-JOBLOG-START THRU WRITE-JOBLOG-START.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
            END-IF.
            PERFORM LOAD-TABLE-PROFILES THRU LOAD-TABLE-PROFILES-DONE.
      * Which version of the control file steers this run (see
      * CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EXBALANC' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'TABLE-PROFILES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            PERFORM LOAD-MASTER-NET THRU LOAD-MASTER-NET-DONE.
            PERFORM LOAD-PRIOR-BALANCES THRU LOAD-PRIOR-BALANCES-DONE.
            PERFORM LOAD-OPEN-FINDINGS THRU LOAD-OPEN-FINDINGS-DONE.
            MOVE ZERO TO TX-RETURN-STATUS.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            DISPLAY 'TXOPEN returned value ' TX-STATUS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'Exiting...'
               MOVE WS-TX-EXIT-CODE TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING WS-TX-EXIT-CODE
            END-IF.
            CALL "LIXAPQGETCONN" RETURNING PGCONN.
            IF PGCONN EQUAL NULL THEN
               DISPLAY 'Error: unable to retrieve a valid PostgreSQL '
                       'connection'
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQstatus" USING BY VALUE PGCONN RETURNING RESULT.
            MOVE RESULT TO PQ-CONN-STATUS.
            IF NOT PQ-CONNECTION-OK THEN
               DISPLAY 'Error: PostgreSQL connection not OK (status='
                       RESULT ')'
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
      * Every count first, each stamped with the instant it was
      * taken, so the trail can then be cut at exactly those
      * instants
            PERFORM VARYING TBP-IX FROM 1 BY 1
                     UNTIL TBP-IX > TBPT-COUNT
               PERFORM COUNT-ONE-TABLE THRU COUNT-ONE-TABLE-EXIT
            END-PERFORM.
            CALL "TXCLOSE" USING TX-RETURN-STATUS.
            DISPLAY 'TXCLOSE returned value ' TX-STATUS.
            PERFORM COUNT-MOVEMENTS THRU COUNT-MOVEMENTS-DONE.
            OPEN EXTEND BALANCE-HISTORY-FILE.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            OPEN OUTPUT BALANCE-REPORT-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'DAILY BALANCING PROOF  RUN ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'TABLE                  OPENING   INSERTS   UPDATES'
                      DELIMITED BY SIZE
                   '   DELETES  EXPECTED  COUNT(*)      DIFF'
                      DELIMITED BY SIZE
                   '    MASTER  MAS-DIFF  STATUS' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
            PERFORM VARYING TBP-IX FROM 1 BY 1
                     UNTIL TBP-IX > TBPT-COUNT
               PERFORM PROVE-ONE-TABLE THRU PROVE-ONE-TABLE-EXIT
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'TABLES PROVED ' DELIMITED BY SIZE
                   WS-TABLES-PROVED DELIMITED BY SIZE
                   '  IN BALANCE ' DELIMITED BY SIZE
                   WS-TABLES-IN DELIMITED BY SIZE
                   '  OUT OF BALANCE ' DELIMITED BY SIZE
                   WS-TABLES-OUT DELIMITED BY SIZE
                   '  OPENED ' DELIMITED BY SIZE
                   WS-TABLES-OPENED DELIMITED BY SIZE
                   '  NOT COUNTED ' DELIMITED BY SIZE
                   WS-COUNT-ERRORS DELIMITED BY SIZE
                   '  QUEUED ' DELIMITED BY SIZE
                   WS-QUEUED-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE.
            CLOSE BALANCE-REPORT-FILE.
            CLOSE EXCEPTION-QUEUE-FILE.
            CLOSE BALANCE-HISTORY-FILE.
            PERFORM WRITE-BALANCE-TRAILER THRU WRITE-BALANCE-TRAILER.
            OPEN EXTEND RUNSTATS-FILE.
            PERFORM WRITE-RUNSTATS THRU WRITE-RUNSTATS.
            CLOSE RUNSTATS-FILE.
            DISPLAY 'BALANCE RESULT: ' WS-TABLES-PROVED
                    ' table(s), ' WS-TABLES-IN ' in balance, '
                    WS-TABLES-OUT ' out of balance, '
                    WS-TABLES-OPENED ' opened, '
                    WS-COUNT-ERRORS ' not counted'.
            IF WS-TABLES-OUT NOT EQUAL 0 OR
               WS-COUNT-ERRORS NOT EQUAL 0 THEN
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
            MOVE 0 TO WS-JOB-RC.
            PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END.
            STOP RUN RETURNING 0.
      *
      * One table's count(*) and the instant it was taken.  A count
      * that fails leaves the table uncounted: no history row, and
      * the next run's span covers this one's movements as well.
      *
        COUNT-ONE-TABLE.
            MOVE 'N' TO BALT-COUNT-FLAG (TBP-IX).
            MOVE 0 TO BALT-DB-COUNT (TBP-IX).
            MOVE FUNCTION CURRENT-DATE TO BALT-CUTOFF (TBP-IX).
            MOVE SPACES TO SQL-STATEMENT.
            STRING 'SELECT count(*) FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                      DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO SQL-STATEMENT
            END-STRING.
            CALL "PQexec" USING
                BY VALUE PGCONN
                BY REFERENCE SQL-STATEMENT
                RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                 RETURNING RESULT.
            IF RESULT NOT EQUAL 2 THEN
               ADD 1 TO WS-COUNT-ERRORS
               DISPLAY 'ERROR: count of '
                       FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                       ' failed (PQresultStatus ' RESULT ')'
               CALL "PQclear" USING BY VALUE PGRES
               GO TO COUNT-ONE-TABLE-EXIT
            END-IF.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING WS-NTUPLES.
            IF WS-NTUPLES NOT EQUAL 1 THEN
               ADD 1 TO WS-COUNT-ERRORS
               DISPLAY 'ERROR: count of '
                       FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                       ' returned ' WS-NTUPLES ' row(s)'
               CALL "PQclear" USING BY VALUE PGRES
               GO TO COUNT-ONE-TABLE-EXIT
            END-IF.
            MOVE 0 TO WS-PQGETVAL-ROW.
            MOVE 0 TO WS-PQGETVAL-COL.
            PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN.
            CALL "PQclear" USING BY VALUE PGRES.
            MOVE FUNCTION NUMVAL(WS-PQGETVAL-RESULT)
              TO BALT-DB-COUNT (TBP-IX).
            SET BALT-COUNTED (TBP-IX) TO TRUE.
            DISPLAY 'Counted ' FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                    ': ' BALT-DB-COUNT (TBP-IX) ' row(s)'.
        COUNT-ONE-TABLE-EXIT.
            EXIT.
      *
      * One table's proof: the history row, the report line and,
      * when it does not balance, the queue entry.
      *
        PROVE-ONE-TABLE.
            IF NOT BALT-COUNTED (TBP-IX) THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING TBPT-TABLE-NAME (TBP-IX) DELIMITED BY SIZE
                      '  NOT COUNTED - no proof this run, the next '
                         DELIMITED BY SIZE
                      'run covers its movements' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO PROVE-ONE-TABLE-EXIT
            END-IF.
            ADD 1 TO WS-TABLES-PROVED.
            MOVE SPACES TO BALANCE-HISTORY-RECORD.
            MOVE WS-BUSINESS-DATE TO BAL-BUSINESS-DATE.
            MOVE TBPT-TABLE-NAME (TBP-IX) TO BAL-TABLE-NAME.
            MOVE TBPT-KEY-PREFIX (TBP-IX) TO BAL-KEY-PREFIX.
            MOVE BALT-DB-COUNT (TBP-IX) TO BAL-DB-COUNT.
      * No history yet: the count(*) is the opening balance and the
      * trail before it proves nothing
            IF BALT-HAS-PRIOR (TBP-IX) THEN
               MOVE BALT-PRIOR-CLOSING (TBP-IX) TO BAL-OPENING-COUNT
               MOVE BALT-INSERTS (TBP-IX) TO BAL-INSERTS
               MOVE BALT-UPDATES (TBP-IX) TO BAL-UPDATES
               MOVE BALT-DELETES (TBP-IX) TO BAL-DELETES
            ELSE
               MOVE BALT-DB-COUNT (TBP-IX) TO BAL-OPENING-COUNT
               MOVE 0 TO BAL-INSERTS
               MOVE 0 TO BAL-UPDATES
               MOVE 0 TO BAL-DELETES
            END-IF.
            COMPUTE WS-EXPECTED = BAL-OPENING-COUNT + BAL-INSERTS
                                - BAL-DELETES
            END-COMPUTE.
            COMPUTE WS-DIFFERENCE = BAL-DB-COUNT - WS-EXPECTED
            END-COMPUTE.
            MOVE WS-EXPECTED TO BAL-EXPECTED-COUNT.
            MOVE WS-DIFFERENCE TO BAL-DIFFERENCE.
      * The master only journals the primary table
            MOVE 'N' TO BAL-MASTER-FLAG.
            MOVE 0 TO BAL-MASTER-COUNT.
            MOVE 0 TO BAL-MASTER-DIFFERENCE.
            MOVE 0 TO WS-MASTER-DIFFERENCE.
            IF TBP-IX EQUAL WS-PRIMARY-IX AND MASTER-PRESENT THEN
               SET BAL-MASTER-COMPARED TO TRUE
               MOVE WS-MASTER-LIVE TO BAL-MASTER-COUNT
               COMPUTE WS-MASTER-DIFFERENCE =
                  WS-MASTER-LIVE - BAL-DB-COUNT
               END-COMPUTE
               MOVE WS-MASTER-DIFFERENCE TO BAL-MASTER-DIFFERENCE
            END-IF.
            EVALUATE TRUE
               WHEN WS-DIFFERENCE NOT EQUAL 0 OR
                    WS-MASTER-DIFFERENCE NOT EQUAL 0
                  SET BAL-OUT-OF-BALANCE TO TRUE
                  ADD 1 TO WS-TABLES-OUT
                  MOVE 'OUT OF BALANCE' TO WS-STATUS-TEXT
               WHEN NOT BALT-HAS-PRIOR (TBP-IX)
                  SET BAL-OPENING-ROW TO TRUE
                  ADD 1 TO WS-TABLES-OPENED
                  MOVE 'OPENED' TO WS-STATUS-TEXT
               WHEN OTHER
                  SET BAL-IN-BALANCE TO TRUE
                  ADD 1 TO WS-TABLES-IN
                  MOVE 'IN BALANCE' TO WS-STATUS-TEXT
            END-EVALUATE.
            MOVE BALT-CUTOFF (TBP-IX) TO BAL-CUTOFF.
            MOVE WS-RUN-ID TO BAL-RUN-ID.
            MOVE WS-WINDOW-ID TO BAL-WINDOW-ID.
            MOVE WS-OPERATOR-ID TO BAL-OPERATOR-ID.
            WRITE BALANCE-HISTORY-RECORD.
            MOVE BAL-TABLE-NAME TO BDL-TABLE-NAME.
            MOVE BAL-OPENING-COUNT TO BDL-OPENING.
            MOVE BAL-INSERTS TO BDL-INSERTS.
            MOVE BAL-UPDATES TO BDL-UPDATES.
            MOVE BAL-DELETES TO BDL-DELETES.
            MOVE WS-EXPECTED TO BDL-EXPECTED.
            MOVE BAL-DB-COUNT TO BDL-DB-COUNT.
            MOVE WS-DIFFERENCE TO BDL-DIFFERENCE.
            IF BAL-MASTER-COMPARED THEN
               MOVE WS-MASTER-LIVE TO DISP-MASTER
               MOVE DISP-MASTER TO BDL-MASTER
               MOVE WS-MASTER-DIFFERENCE TO DISP-MASTER-DIFF
               MOVE DISP-MASTER-DIFF TO BDL-MASTER-DIFF
            ELSE
               MOVE '        -' TO BDL-MASTER
               MOVE '        -' TO BDL-MASTER-DIFF
            END-IF.
            MOVE WS-STATUS-TEXT TO BDL-STATUS.
            WRITE BALANCE-REPORT-RECORD FROM BALANCE-DETAIL-LINE.
            DISPLAY 'BALANCE: ' FUNCTION TRIM(BAL-TABLE-NAME) ' '
                    FUNCTION TRIM(WS-STATUS-TEXT)
                    ' (expected ' FUNCTION TRIM(BDL-EXPECTED)
                    ', count ' FUNCTION TRIM(BDL-DB-COUNT) ')'.
            IF BAL-OUT-OF-BALANCE THEN
               PERFORM QUEUE-OUT-OF-BALANCE
                  THRU QUEUE-OUT-OF-BALANCE-EXIT
            END-IF.
        PROVE-ONE-TABLE-EXIT.
            EXIT.
      *
      * An out-of-balance table to the queue, keyed by the table;
      * the count difference leads, the master's when the count
      * itself balanced.  Once per table per day: a rerun of the
      * same day finds its entry still open.
      *
        QUEUE-OUT-OF-BALANCE.
            MOVE 'N' TO WS-OPEN-FOUND.
            PERFORM VARYING OPEN-IX FROM 1 BY 1
                     UNTIL OPEN-IX > OPEN-COUNT OR
                           FINDING-ALREADY-OPEN
               IF OPEN-KEY (OPEN-IX) EQUAL BAL-TABLE-NAME THEN
                  SET FINDING-ALREADY-OPEN TO TRUE
               END-IF
            END-PERFORM.
            IF FINDING-ALREADY-OPEN THEN
               DISPLAY 'BALANCE: ' FUNCTION TRIM(BAL-TABLE-NAME)
                       ' already queued today'
               GO TO QUEUE-OUT-OF-BALANCE-EXIT
            END-IF.
            MOVE SPACES TO WS-EXCQ-REASON.
            IF WS-DIFFERENCE NOT EQUAL 0 THEN
               MOVE WS-DIFFERENCE TO DISP-DIFF
               STRING 'BALANCE: ' DELIMITED BY SIZE
                      FUNCTION TRIM(BAL-TABLE-NAME) DELIMITED BY SIZE
                      ' OUT OF BALANCE BY ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-DIFF) DELIMITED BY SIZE
                      INTO WS-EXCQ-REASON
               END-STRING
            ELSE
               MOVE WS-MASTER-DIFFERENCE TO DISP-DIFF
               STRING 'BALANCE: ' DELIMITED BY SIZE
                      FUNCTION TRIM(BAL-TABLE-NAME) DELIMITED BY SIZE
                      ' MASTER OUT OF BALANCE BY ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-DIFF) DELIMITED BY SIZE
                      INTO WS-EXCQ-REASON
               END-STRING
            END-IF.
            ADD 1 TO WS-QUEUED-COUNT.
            MOVE SPACES TO EXCEPTION-QUEUE-RECORD.
            MOVE BAL-TABLE-NAME TO EXCQ-BUSINESS-KEY.
            MOVE SPACES TO EXCQ-SER-XID.
            MOVE 'EXBALANC' TO EXCQ-PROGRAM-ID.
            MOVE 0 TO EXCQ-TX-STATUS.
            MOVE WS-EXCQ-REASON TO EXCQ-REASON.
            MOVE FUNCTION CURRENT-DATE TO EXCQ-TIMESTAMP.
            MOVE 'N' TO EXCQ-RESOLVED.
            MOVE SPACES TO EXCQ-RESOLUTION-CODE.
            MOVE SPACES TO EXCQ-RESOLVED-BY.
            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE WS-RUN-ID TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
            WRITE EXCEPTION-QUEUE-RECORD.
            DISPLAY 'BALANCE FINDING: ' FUNCTION TRIM(WS-EXCQ-REASON).
        QUEUE-OUT-OF-BALANCE-EXIT.
            EXIT.
      *
      * Where each table closed last time: the last BALANCE-HISTORY
      * row for it wins.  No file, or no row for a table, and that
      * table opens this run.
      *
        LOAD-PRIOR-BALANCES.
            PERFORM VARYING TBP-IX FROM 1 BY 1
                     UNTIL TBP-IX > TBPT-COUNT
               MOVE 'N' TO BALT-PRIOR-FLAG (TBP-IX)
               MOVE 0 TO BALT-PRIOR-CLOSING (TBP-IX)
               MOVE SPACES TO BALT-PRIOR-CUTOFF (TBP-IX)
               MOVE 0 TO BALT-INSERTS (TBP-IX)
               MOVE 0 TO BALT-UPDATES (TBP-IX)
               MOVE 0 TO BALT-DELETES (TBP-IX)
            END-PERFORM.
            OPEN INPUT BALANCE-HISTORY-FILE.
            IF WS-BALHIST-STATUS NOT EQUAL '00' THEN
               IF WS-BALHIST-STATUS EQUAL '05' THEN
                  CLOSE BALANCE-HISTORY-FILE
               END-IF
               DISPLAY 'No BALANCE-HISTORY - every table opens at '
                       'its count this run'
               GO TO LOAD-PRIOR-BALANCES-DONE
            END-IF.
            PERFORM UNTIL END-OF-BALHIST
               READ BALANCE-HISTORY-FILE
                  AT END
                     SET END-OF-BALHIST TO TRUE
                  NOT AT END
                     PERFORM VARYING TBP-IX FROM 1 BY 1
                              UNTIL TBP-IX > TBPT-COUNT
                        IF TBPT-TABLE-NAME (TBP-IX) EQUAL
                           BAL-TABLE-NAME THEN
                           SET BALT-HAS-PRIOR (TBP-IX) TO TRUE
                           MOVE BAL-DB-COUNT
                             TO BALT-PRIOR-CLOSING (TBP-IX)
                           MOVE BAL-CUTOFF
                             TO BALT-PRIOR-CUTOFF (TBP-IX)
                        END-IF
                     END-PERFORM
               END-READ
            END-PERFORM.
            CLOSE BALANCE-HISTORY-FILE.
        LOAD-PRIOR-BALANCES-DONE.
            EXIT.
      *
      * The movements: every CHANGE-AUDIT record stamped after its
      * table's previous cut-off and not after this run's count.
      *
        COUNT-MOVEMENTS.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               IF WS-CHG-STATUS EQUAL '05' THEN
                  CLOSE CHANGE-AUDIT-FILE
               END-IF
               DISPLAY 'No CHANGE-AUDIT - no movements to prove'
               GO TO COUNT-MOVEMENTS-DONE
            END-IF.
            PERFORM UNTIL END-OF-CHG
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     PERFORM COUNT-ONE-MOVEMENT
                        THRU COUNT-ONE-MOVEMENT-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        COUNT-MOVEMENTS-DONE.
            EXIT.
        COUNT-ONE-MOVEMENT.
      * The record type: a lettered prefix names its table, an
      * unlettered (right-justified numeric) key is the primary's
            MOVE 0 TO WS-MOVE-IX.
            PERFORM VARYING TBP-IX FROM 1 BY 1
                     UNTIL TBP-IX > TBPT-COUNT OR WS-MOVE-IX NOT = 0
               IF TBPT-KEY-PREFIX (TBP-IX) NOT EQUAL SPACE AND
                  TBPT-KEY-PREFIX (TBP-IX) EQUAL
                  CHG-BUSINESS-KEY(1:1) THEN
                  MOVE TBP-IX TO WS-MOVE-IX
               END-IF
            END-PERFORM.
            IF WS-MOVE-IX EQUAL 0 THEN
               MOVE WS-PRIMARY-IX TO WS-MOVE-IX
            END-IF.
            IF WS-MOVE-IX EQUAL 0 THEN
               GO TO COUNT-ONE-MOVEMENT-EXIT
            END-IF.
            IF NOT BALT-HAS-PRIOR (WS-MOVE-IX) OR
               NOT BALT-COUNTED (WS-MOVE-IX) THEN
               GO TO COUNT-ONE-MOVEMENT-EXIT
            END-IF.
            IF CHG-TIMESTAMP(1:16) NOT >
               BALT-PRIOR-CUTOFF (WS-MOVE-IX)(1:16) OR
               CHG-TIMESTAMP(1:16) >
               BALT-CUTOFF (WS-MOVE-IX)(1:16) THEN
               GO TO COUNT-ONE-MOVEMENT-EXIT
            END-IF.
      * A BULK batch's summary record stands for its rows (see the
      * BULK audit record in EXAMPLE5_PQL)
            MOVE 1 TO WS-MOVE-ROWS.
            IF CHG-AFTER-NAME(1:14) EQUAL 'BULK BATCH OF ' AND
               CHG-AFTER-NAME(15:4) IS NUMERIC THEN
               MOVE CHG-AFTER-NAME(15:4) TO WS-MOVE-ROWS
            END-IF.
            EVALUATE TRUE
               WHEN CHG-OP-INSERT
                  ADD WS-MOVE-ROWS TO BALT-INSERTS (WS-MOVE-IX)
               WHEN CHG-OP-UPDATE
                  ADD WS-MOVE-ROWS TO BALT-UPDATES (WS-MOVE-IX)
               WHEN CHG-OP-DELETE
                  ADD WS-MOVE-ROWS TO BALT-DELETES (WS-MOVE-IX)
            END-EVALUATE.
        COUNT-ONE-MOVEMENT-EXIT.
            EXIT.
      *
      * The balance findings this program queued today that are
      * still open, by table.
      *
        LOAD-OPEN-FINDINGS.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               IF WS-EXCQ-STATUS EQUAL '05' THEN
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
               GO TO LOAD-OPEN-FINDINGS-DONE
            END-IF.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     IF EXCQ-PROGRAM-ID EQUAL 'EXBALANC' AND
                        NOT EXCQ-IS-RESOLVED AND
                        EXCQ-TIMESTAMP(1:8) EQUAL
                        WS-RUNCTL-TODAY(1:8) AND
                        OPEN-COUNT < 50 THEN
                        ADD 1 TO OPEN-COUNT
                        MOVE EXCQ-BUSINESS-KEY TO OPEN-KEY (OPEN-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
        LOAD-OPEN-FINDINGS-DONE.
            EXIT.
      *
      * The table profiles (see TBLPROF.cpy).  With no
      * TABLE-PROFILES file the built-in authors and books are
      * proved, exactly the tables the loader knows by default.
      *
        LOAD-TABLE-PROFILES.
            OPEN INPUT TABLE-PROFILES-FILE.
            IF WS-TBLPROF-STATUS NOT EQUAL '00' THEN
               IF WS-TBLPROF-STATUS EQUAL '05' THEN
                  CLOSE TABLE-PROFILES-FILE
               END-IF
               GO TO LOAD-TABLE-PROFILES-DEFAULT
            END-IF.
            PERFORM UNTIL END-OF-TBLPROF
               READ TABLE-PROFILES-FILE
                  AT END
                     SET END-OF-TBLPROF TO TRUE
                  NOT AT END
                     IF TBPT-COUNT EQUAL 8 THEN
                        DISPLAY 'More than 8 table profiles - '
                                'refused'
                        MOVE 1 TO WS-JOB-RC
                        PERFORM WRITE-JOBLOG-END
                           THRU WRITE-JOBLOG-END
                        STOP RUN RETURNING 1
                     END-IF
                     ADD 1 TO TBPT-COUNT
                     MOVE TBP-REC-TYPE TO TBPT-REC-TYPE (TBPT-COUNT)
                     MOVE TBP-TABLE-NAME
                       TO TBPT-TABLE-NAME (TBPT-COUNT)
                     MOVE TBP-KEY-PREFIX
                       TO TBPT-KEY-PREFIX (TBPT-COUNT)
               END-READ
            END-PERFORM.
            CLOSE TABLE-PROFILES-FILE.
        LOAD-TABLE-PROFILES-DEFAULT.
            IF TBPT-COUNT EQUAL 0 THEN
               MOVE 2 TO TBPT-COUNT
               MOVE 'A' TO TBPT-REC-TYPE (1)
               MOVE 'authors' TO TBPT-TABLE-NAME (1)
               MOVE SPACE TO TBPT-KEY-PREFIX (1)
               MOVE 'B' TO TBPT-REC-TYPE (2)
               MOVE 'books' TO TBPT-TABLE-NAME (2)
               MOVE 'B' TO TBPT-KEY-PREFIX (2)
            ELSE
               DISPLAY 'Table profiles loaded: ' TBPT-COUNT
                       ' record type(s)'
            END-IF.
            PERFORM VARYING TBP-IX FROM 1 BY 1
                     UNTIL TBP-IX > TBPT-COUNT OR WS-PRIMARY-IX NOT = 0
               IF TBPT-KEY-PREFIX (TBP-IX) EQUAL SPACE THEN
                  MOVE TBP-IX TO WS-PRIMARY-IX
               END-IF
            END-PERFORM.
        LOAD-TABLE-PROFILES-DONE.
            EXIT.
      *
      * The netted master and its live ids; an absent master
      * vouches for nothing and the master comparison is skipped.
      *
        LOAD-MASTER-NET.
            OPEN INPUT AUTHORS-MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00' THEN
               IF WS-MASTER-STATUS EQUAL '05' THEN
                  CLOSE AUTHORS-MASTER-FILE
               END-IF
               DISPLAY 'No AUTHORS-MASTER - master comparison '
                       'skipped'
               GO TO LOAD-MASTER-NET-DONE
            END-IF.
            SET MASTER-PRESENT TO TRUE.
            PERFORM UNTIL END-OF-MASTER
               READ AUTHORS-MASTER-FILE
                  AT END
                     SET END-OF-MASTER TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-MASTER THRU NET-ONE-MASTER-EXIT
               END-READ
            END-PERFORM.
            CLOSE AUTHORS-MASTER-FILE.
            MOVE 0 TO WS-MASTER-LIVE.
            PERFORM VARYING MNET-IX FROM 1 BY 1
                     UNTIL MNET-IX > MNET-COUNT
               IF MNET-DELETED (MNET-IX) NOT EQUAL 'Y' THEN
                  ADD 1 TO WS-MASTER-LIVE
               END-IF
            END-PERFORM.
            DISPLAY 'Master nets to ' MNET-COUNT ' id(s), '
                    WS-MASTER-LIVE ' live'.
        LOAD-MASTER-NET-DONE.
            EXIT.
        NET-ONE-MASTER.
            MOVE 'N' TO WS-MNET-FOUND.
            PERFORM VARYING MNET-IX FROM 1 BY 1
                     UNTIL MNET-IX > MNET-COUNT OR
                           MNET-ENTRY-FOUND
               IF MNET-ID (MNET-IX) EQUAL MST-ID THEN
                  SET MNET-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF MNET-ENTRY-FOUND THEN
               SUBTRACT 1 FROM MNET-IX
            ELSE
               IF MNET-COUNT EQUAL 10000 THEN
                  DISPLAY 'WARNING: more than 10000 master ids - '
                          'id ' MST-ID ' not netted'
                  GO TO NET-ONE-MASTER-EXIT
               END-IF
               ADD 1 TO MNET-COUNT
               MOVE MNET-COUNT TO MNET-IX
               MOVE MST-ID TO MNET-ID (MNET-IX)
            END-IF.
            MOVE MST-DELETED TO MNET-DELETED (MNET-IX).
        NET-ONE-MASTER-EXIT.
            EXIT.
      *
      * The proof's own trailer: rows read are the tables proved,
      * rows rejected the tables out of balance or not counted; it
      * commits nothing.
      *
        WRITE-BALANCE-TRAILER.
            OPEN EXTEND BATCH-CONTROL-FILE.
            MOVE 'EXBALANC' TO CTL-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP.
            MOVE WS-TABLES-PROVED TO CTL-ROWS-READ.
            MOVE 0 TO CTL-ROWS-COMMITTED.
            COMPUTE CTL-ROWS-REJECTED = WS-TABLES-OUT + WS-COUNT-ERRORS
            END-COMPUTE.
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
      * One text column from the result set in PGRES.
      *
        EXTRACT-PQ-COLUMN.
            CALL "PQgetvalue" USING BY VALUE PGRES
                 BY VALUE WS-PQGETVAL-ROW BY VALUE WS-PQGETVAL-COL
                 RETURNING RESULT-POINTER
            END-CALL.
            MOVE SPACES TO WS-PQGETVAL-RESULT.
            MOVE 0 TO WS-PQGETVAL-LENGTH.
            SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER.
            PERFORM UNTIL RESULT-CHAR EQUAL x"00"
               IF WS-PQGETVAL-LENGTH < 30 THEN
                  ADD 1 TO WS-PQGETVAL-LENGTH
                  MOVE RESULT-CHAR
                    TO WS-PQGETVAL-RESULT (WS-PQGETVAL-LENGTH:1)
               END-IF
               SET RESULT-POINTER UP BY 1
               SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER
            END-PERFORM.
      *
      * The window identity, when the controller issued one: a
      * missing or empty WINDOW-ID file simply means this run is
      * not part of a window (see WNDID.cpy).
      *
        READ-WINDOW-ID.
            OPEN INPUT WINDOW-ID-FILE.
            IF WS-WID-STATUS EQUAL '00' THEN
               READ WINDOW-ID-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE WID-WINDOW-ID TO WS-WINDOW-ID
               END-READ
            END-IF.
            IF WS-WID-STATUS EQUAL '00' OR
               WS-WID-STATUS EQUAL '05' THEN
               CLOSE WINDOW-ID-FILE
            END-IF.
      *
      * The suite-wide job log (see JOBLOG.cpy): the start record at
      * entry, and the end record - return code, duration and the
      * business date proved - each controlled exit writes on its
      * way out.
      *
        WRITE-JOBLOG-START.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE 'EXBALANC' TO JL-PROGRAM-ID.
            MOVE 'S' TO JL-RECORD-TYPE.
            MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
            MOVE 0 TO JL-RETURN-CODE.
            MOVE 0 TO JL-ELAPSED-CS.
            MOVE WS-RUN-ID TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
            ACCEPT WS-JOB-START FROM TIME.
        WRITE-JOBLOG-END.
            ACCEPT WS-JOB-END FROM TIME.
            COMPUTE WS-JOB-ELAPSED =
               (WS-JOB-END-HH * 360000 + WS-JOB-END-MM * 6000 +
                WS-JOB-END-SS * 100 + WS-JOB-END-CC) -
               (WS-JOB-START-HH * 360000 + WS-JOB-START-MM * 6000 +
                WS-JOB-START-SS * 100 + WS-JOB-START-CC)
            END-COMPUTE.
            IF WS-JOB-ELAPSED < 0 THEN
               ADD 8640000 TO WS-JOB-ELAPSED
            END-IF.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE 'EXBALANC' TO JL-PROGRAM-ID.
            MOVE 'E' TO JL-RECORD-TYPE.
            MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
            MOVE WS-JOB-RC TO JL-RETURN-CODE.
            MOVE WS-JOB-ELAPSED TO JL-ELAPSED-CS.
            MOVE WS-RUN-ID TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
      *
      * One-line-per-run summary, the same record every other
      * driver leaves.  The proof only reads, so it begins and
      * commits nothing.
      *
        WRITE-RUNSTATS.
            MOVE 'EXBALANC' TO RSTAT-REC-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO RSTAT-REC-TIMESTAMP.
            MOVE RSTAT-BEGINS TO RSTAT-REC-BEGINS.
            MOVE RSTAT-COMMITS TO RSTAT-REC-COMMITS.
            MOVE RSTAT-ROLLBACKS TO RSTAT-REC-ROLLBACKS.
            MOVE RSTAT-RETRY TO RSTAT-REC-RETRY.
            MOVE RSTAT-MANUAL-REVIEW TO RSTAT-REC-MANUAL-REVIEW.
            MOVE RSTAT-PROGRAM-DEFECT TO RSTAT-REC-PROGRAM-DEFECT.
            MOVE RSTAT-BAD-INPUT TO RSTAT-REC-BAD-INPUT.
            MOVE RSTAT-FATAL TO RSTAT-REC-FATAL.
            MOVE 0 TO RSTAT-REC-PQEXEC-ELAPSED.
            MOVE 0 TO RSTAT-REC-PQEXEC-CALLS.
            MOVE 0 TO RSTAT-REC-COMMIT-ELAPSED.
            MOVE 0 TO RSTAT-REC-COMMIT-CALLS.
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE WS-WINDOW-ID TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Shared TX-STATUS remediation routing (see TXDISPAT.cpy)
           COPY TXDISPAT.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
