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
      * Usage: EXAMPLE51_RISWEEP
      *
      * Database-wide referential integrity sweep.  The loader's
      * CHECK-PARENT-EXISTS and CHECK-HAS-CHILDREN only guard the
      * rows that pass through the loader; a fix typed in psql, a
      * restore or a DR failover can leave a books row naming an
      * author that is gone, and nothing ever looked.  This nightly
      * job walks every child table the TABLE-PROFILES file
      * declares (TBP-LAYOUT 'C' with its TBP-PARENT-TYPE and
      * TBP-PARENT-COLUMN, see TBLPROF.cpy; without the file the
      * built-in books -> authors pair) against its parent table
      * over the LIXA connection, and reports:
      *
      *   - ORPHAN: a child row whose parent row is absent from the
      *     database (or that names no parent at all);
      *   - TOMBSTONED PARENT: a child row whose parent row is still
      *     in the database although AUTHORS-MASTER carries the
      *     parent's tombstone - the master and the database
      *     disagree, and the child hangs on a row that should be
      *     gone (only the primary table keeps a master journal, so
      *     only its children get this check).
      *
      * Every finding is queued to the EXCEPTION-QUEUE keyed by the
      * child's business key with an 'RI-SWEEP:' reason, so the
      * morning review works it like any other exception; a finding
      * that is already open in the queue is counted but not queued
      * a second time.  The findings also go to RI-SWEEP-REPORT.
      * The run leaves its own RUNSTATS line and a BATCH-CONTROL
      * trailer ('EXRISWEP': child rows examined as rows read,
      * findings as rows rejected, nothing committed).  Return code
      * 1 when anything was found.
      *
      * The fingerprint of the TABLE-PROFILES is logged to
      * CONTROL-USAGE as 'EXRISWEP' against the run id, so
      * EXAMPLE63_CTLREG USED can say which registered version the run
      * was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE51-RISWEEP.
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
      * The parent/child pairs to sweep (see TBLPROF.cpy)
            SELECT OPTIONAL TABLE-PROFILES-FILE
                ASSIGN TO "TABLE-PROFILES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TBLPROF-STATUS.
            SELECT OPTIONAL AUTHORS-MASTER-FILE
                ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
            SELECT RI-SWEEP-REPORT-FILE ASSIGN TO "RI-SWEEP-REPORT"
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
        FD TABLE-PROFILES-FILE.
        01 TABLE-PROFILE-RECORD.
           COPY TBLPROF.
        FD AUTHORS-MASTER-FILE.
        01 AUTHORS-MASTER-RECORD.
           COPY MSTREC.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD RI-SWEEP-REPORT-FILE.
        01 RI-SWEEP-REPORT-RECORD PIC X(132).
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
      * The table profiles, the same shape and built-in defaults
      * as the loader's (see LOAD-TABLE-PROFILES in EXAMPLE5_PQL)
        01 PROFILE-TABLE.
           05 TBPT-COUNT PIC 9(2) VALUE 0.
           05 TBPT-ENTRY OCCURS 8 TIMES.
              10 TBPT-REC-TYPE      PIC X(1).
              10 TBPT-TABLE-NAME    PIC X(20).
              10 TBPT-KEY-PREFIX    PIC X(1).
              10 TBPT-COL-A         PIC X(20).
              10 TBPT-COL-B         PIC X(20).
              10 TBPT-COL-B-KIND    PIC X(1).
              10 TBPT-LAYOUT        PIC X(1).
              10 TBPT-PARENT-TYPE   PIC X(1).
              10 TBPT-PARENT-COLUMN PIC X(20).
        01 TBP-IX PIC 9(2) VALUE 0.
        01 TBP-JX PIC 9(2) VALUE 0.
        01 WS-TBLPROF-STATUS PIC X(2) VALUE '00'.
        01 WS-TBLPROF-EOF PIC X(1) VALUE 'N'.
           88 END-OF-TBLPROF VALUE 'Y'.
        01 WS-TBP-FOUND PIC X(1) VALUE 'N'.
           88 PARENT-PROFILE-FOUND VALUE 'Y'.
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
      * Findings already open in the queue, not queued twice
        01 OPEN-FINDING-TABLE.
           05 OPEN-COUNT PIC 9(5) VALUE 0.
           05 OPEN-ENTRY OCCURS 5000 TIMES.
              10 OPEN-KEY  PIC X(20).
              10 OPEN-KIND PIC X(6).
        01 OPEN-IX PIC 9(5).
        01 WS-OPEN-FOUND PIC X(1) VALUE 'N'.
           88 FINDING-ALREADY-OPEN VALUE 'Y'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
      * The child row being judged and the finding it produced
        01 WS-CHILD-ID PIC 9(9) VALUE 0.
        01 WS-PARENT-ID PIC 9(9) VALUE 0.
        01 WS-PARENT-TEXT PIC X(30) VALUE SPACES.
        01 WS-PARENT-ABSENT PIC X(1) VALUE 'N'.
        01 DISP-ID PIC Z(8)9.
        01 DISP-PARENT PIC Z(8)9.
        01 WS-CHILD-KEY PIC X(20) VALUE SPACES.
        01 WS-FINDING-KIND PIC X(6) VALUE SPACES.
        01 WS-EXCQ-REASON PIC X(60) VALUE SPACES.
        01 WS-REASON-SUFFIX PIC X(20) VALUE SPACES.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
      * Run totals
        01 WS-PAIRS-SWEPT PIC 9(3) VALUE 0.
        01 WS-PAIR-ERRORS PIC 9(3) VALUE 0.
        01 WS-ROWS-EXAMINED PIC 9(9) VALUE 0.
        01 WS-ORPHAN-COUNT PIC 9(9) VALUE 0.
        01 WS-TOMBSTONE-COUNT PIC 9(9) VALUE 0.
        01 WS-QUEUED-COUNT PIC 9(9) VALUE 0.
        01 WS-ALREADY-COUNT PIC 9(9) VALUE 0.
        01 WS-FINDING-COUNT PIC 9(9) VALUE 0.
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
        01 WS-DB-ROW USAGE BINARY-LONG.
        01 WS-PQGETVAL-ROW USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-COL USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-RESULT PIC X(30) VALUE SPACES.
        01 WS-PQGETVAL-LENGTH PIC 9(4) VALUE 0.
      * Operator, window and the shop-wide run id
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-WID-STATUS PIC X(2) VALUE '00'.
        01 WS-WINDOW-ID PIC X(10) VALUE SPACES.
           COPY RUNIDWS.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE51_RISWEEP'.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM READ-WINDOW-ID THRU READ-WINDOW-ID.
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
            MOVE 'EXRISWEP' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'TABLE-PROFILES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            PERFORM LOAD-MASTER-NET THRU LOAD-MASTER-NET-DONE.
            PERFORM LOAD-OPEN-FINDINGS THRU LOAD-OPEN-FINDINGS-DONE.
            MOVE ZERO TO TX-RETURN-STATUS.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            DISPLAY 'TXOPEN returned value ' TX-STATUS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'Exiting...'
               STOP RUN RETURNING WS-TX-EXIT-CODE
            END-IF.
            CALL "LIXAPQGETCONN" RETURNING PGCONN.
            IF PGCONN EQUAL NULL THEN
               DISPLAY 'Error: unable to retrieve a valid PostgreSQL '
                       'connection'
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQstatus" USING BY VALUE PGCONN RETURNING RESULT.
            MOVE RESULT TO PQ-CONN-STATUS.
            IF NOT PQ-CONNECTION-OK THEN
               DISPLAY 'Error: PostgreSQL connection not OK (status='
                       RESULT ')'
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            OPEN OUTPUT RI-SWEEP-REPORT-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'REFERENTIAL INTEGRITY SWEEP  RUN ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-RUNCTL-TODAY(1:8) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE RI-SWEEP-REPORT-RECORD FROM WS-REPORT-LINE.
            PERFORM VARYING TBP-IX FROM 1 BY 1
                     UNTIL TBP-IX > TBPT-COUNT
               IF TBPT-LAYOUT (TBP-IX) EQUAL 'C' AND
                  TBPT-PARENT-TYPE (TBP-IX) NOT EQUAL SPACE THEN
                  PERFORM SWEEP-ONE-PAIR THRU SWEEP-ONE-PAIR-EXIT
               END-IF
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'PAIRS SWEPT ' DELIMITED BY SIZE
                   WS-PAIRS-SWEPT DELIMITED BY SIZE
                   '  CHILD ROWS ' DELIMITED BY SIZE
                   WS-ROWS-EXAMINED DELIMITED BY SIZE
                   '  ORPHANS ' DELIMITED BY SIZE
                   WS-ORPHAN-COUNT DELIMITED BY SIZE
                   '  TOMBSTONED PARENTS ' DELIMITED BY SIZE
                   WS-TOMBSTONE-COUNT DELIMITED BY SIZE
                   '  QUEUED ' DELIMITED BY SIZE
                   WS-QUEUED-COUNT DELIMITED BY SIZE
                   '  ALREADY OPEN ' DELIMITED BY SIZE
                   WS-ALREADY-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE RI-SWEEP-REPORT-RECORD FROM WS-REPORT-LINE.
            CLOSE RI-SWEEP-REPORT-FILE.
            CLOSE EXCEPTION-QUEUE-FILE.
            CALL "TXCLOSE" USING TX-RETURN-STATUS.
            DISPLAY 'TXCLOSE returned value ' TX-STATUS.
            PERFORM WRITE-SWEEP-TRAILER THRU WRITE-SWEEP-TRAILER.
            OPEN EXTEND RUNSTATS-FILE.
            PERFORM WRITE-RUNSTATS THRU WRITE-RUNSTATS.
            CLOSE RUNSTATS-FILE.
            DISPLAY 'RI SWEEP RESULT: ' WS-PAIRS-SWEPT
                    ' pair(s), ' WS-ROWS-EXAMINED ' child row(s), '
                    WS-ORPHAN-COUNT ' orphan(s), '
                    WS-TOMBSTONE-COUNT ' tombstoned parent(s), '
                    WS-QUEUED-COUNT ' queued'.
            IF WS-FINDING-COUNT NOT EQUAL 0 OR
               WS-PAIR-ERRORS NOT EQUAL 0 THEN
               STOP RUN RETURNING 1
            END-IF.
            STOP RUN RETURNING 0.
      *
      * One child table against its parent table in a single pass:
      * every child row with its parent column and whether the
      * parent row exists.  A NULL parent column joins nothing and
      * so reads as an orphan, which is what it is.
      *
        SWEEP-ONE-PAIR.
            MOVE 'N' TO WS-TBP-FOUND.
            PERFORM VARYING TBP-JX FROM 1 BY 1
                     UNTIL TBP-JX > TBPT-COUNT OR
                           PARENT-PROFILE-FOUND
               IF TBPT-REC-TYPE (TBP-JX) EQUAL
                  TBPT-PARENT-TYPE (TBP-IX) THEN
                  SET PARENT-PROFILE-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT PARENT-PROFILE-FOUND THEN
               ADD 1 TO WS-PAIR-ERRORS
               DISPLAY 'ERROR: ' FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                       ' names parent record type '
                       TBPT-PARENT-TYPE (TBP-IX)
                       ' which has no table profile - not swept'
               GO TO SWEEP-ONE-PAIR-EXIT
            END-IF.
            SUBTRACT 1 FROM TBP-JX.
            ADD 1 TO WS-PAIRS-SWEPT.
            MOVE SPACES TO SQL-STATEMENT.
            STRING 'SELECT c.id,c.' DELIMITED BY SIZE
                   FUNCTION TRIM(TBPT-PARENT-COLUMN (TBP-IX))
                      DELIMITED BY SIZE
                   ',p.id IS NULL FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                      DELIMITED BY SIZE
                   ' c LEFT JOIN ' DELIMITED BY SIZE
                   FUNCTION TRIM(TBPT-TABLE-NAME (TBP-JX))
                      DELIMITED BY SIZE
                   ' p ON p.id=c.' DELIMITED BY SIZE
                   FUNCTION TRIM(TBPT-PARENT-COLUMN (TBP-IX))
                      DELIMITED BY SIZE
                   ' ORDER BY c.id;' DELIMITED BY SIZE
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
               ADD 1 TO WS-PAIR-ERRORS
               DISPLAY 'ERROR: sweep query on '
                       FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                       ' failed (PQresultStatus ' RESULT ')'
               CALL "PQclear" USING BY VALUE PGRES
               GO TO SWEEP-ONE-PAIR-EXIT
            END-IF.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING WS-NTUPLES.
            DISPLAY 'Sweeping ' FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                    '.' FUNCTION TRIM(TBPT-PARENT-COLUMN (TBP-IX))
                    ' -> ' FUNCTION TRIM(TBPT-TABLE-NAME (TBP-JX))
                    ': ' WS-NTUPLES ' row(s)'.
            PERFORM VARYING WS-DB-ROW FROM 0 BY 1
                     UNTIL WS-DB-ROW >= WS-NTUPLES
               PERFORM JUDGE-ONE-CHILD THRU JUDGE-ONE-CHILD-EXIT
            END-PERFORM.
            CALL "PQclear" USING BY VALUE PGRES.
        SWEEP-ONE-PAIR-EXIT.
            EXIT.
      *
      * One child row: orphan, child of a tombstoned parent, or
      * sound.
      *
        JUDGE-ONE-CHILD.
            ADD 1 TO WS-ROWS-EXAMINED.
            MOVE WS-DB-ROW TO WS-PQGETVAL-ROW.
            MOVE 0 TO WS-PQGETVAL-COL.
            PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN.
            COMPUTE WS-CHILD-ID = FUNCTION NUMVAL(WS-PQGETVAL-RESULT).
            MOVE 1 TO WS-PQGETVAL-COL.
            PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN.
            MOVE WS-PQGETVAL-RESULT TO WS-PARENT-TEXT.
            IF WS-PARENT-TEXT EQUAL SPACES THEN
               MOVE 0 TO WS-PARENT-ID
            ELSE
               COMPUTE WS-PARENT-ID =
                  FUNCTION NUMVAL(WS-PARENT-TEXT)
            END-IF.
            MOVE 2 TO WS-PQGETVAL-COL.
            PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN.
            MOVE WS-PQGETVAL-RESULT(1:1) TO WS-PARENT-ABSENT.
      * The master's view of the parent, primary table only
            MOVE 'N' TO WS-MNET-FOUND.
            IF TBPT-KEY-PREFIX (TBP-JX) EQUAL SPACE AND
               WS-PARENT-ID NOT EQUAL 0 THEN
               PERFORM VARYING MNET-IX FROM 1 BY 1
                        UNTIL MNET-IX > MNET-COUNT OR
                              MNET-ENTRY-FOUND
                  IF MNET-ID (MNET-IX) EQUAL WS-PARENT-ID THEN
                     SET MNET-ENTRY-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF MNET-ENTRY-FOUND THEN
                  SUBTRACT 1 FROM MNET-IX
               END-IF
            END-IF.
            MOVE WS-CHILD-ID TO DISP-ID.
            MOVE WS-PARENT-ID TO DISP-PARENT.
            MOVE SPACES TO WS-CHILD-KEY.
            IF TBPT-KEY-PREFIX (TBP-IX) EQUAL SPACE THEN
               MOVE DISP-ID TO WS-CHILD-KEY
            ELSE
               STRING TBPT-KEY-PREFIX (TBP-IX) DELIMITED BY SIZE
                      WS-CHILD-ID DELIMITED BY SIZE
                      INTO WS-CHILD-KEY
               END-STRING
            END-IF.
            MOVE SPACES TO WS-EXCQ-REASON.
            IF WS-PARENT-ABSENT EQUAL 't' THEN
               MOVE 'ORPHAN' TO WS-FINDING-KIND
               ADD 1 TO WS-ORPHAN-COUNT
               IF WS-PARENT-ID EQUAL 0 THEN
                  STRING 'RI-SWEEP: ORPHAN - no ' DELIMITED BY SIZE
                         FUNCTION TRIM(TBPT-PARENT-COLUMN (TBP-IX))
                            DELIMITED BY SIZE
                         ' on ' DELIMITED BY SIZE
                         FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                            DELIMITED BY SIZE
                         ' row' DELIMITED BY SIZE
                         INTO WS-EXCQ-REASON
                  END-STRING
               ELSE
                  MOVE SPACES TO WS-REASON-SUFFIX
                  IF MNET-ENTRY-FOUND AND
                     MNET-DELETED (MNET-IX) EQUAL 'Y' THEN
                     MOVE ' (deleted in master)' TO WS-REASON-SUFFIX
                  END-IF
                  STRING 'RI-SWEEP: ORPHAN - ' DELIMITED BY SIZE
                         FUNCTION TRIM(TBPT-TABLE-NAME (TBP-JX))
                            DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-PARENT) DELIMITED BY SIZE
                         ' absent' DELIMITED BY SIZE
                         WS-REASON-SUFFIX DELIMITED BY SIZE
                         INTO WS-EXCQ-REASON
                  END-STRING
               END-IF
               PERFORM QUEUE-ONE-FINDING THRU QUEUE-ONE-FINDING-EXIT
               GO TO JUDGE-ONE-CHILD-EXIT
            END-IF.
            IF MNET-ENTRY-FOUND AND
               MNET-DELETED (MNET-IX) EQUAL 'Y' THEN
               MOVE 'TOMBST' TO WS-FINDING-KIND
               ADD 1 TO WS-TOMBSTONE-COUNT
               STRING 'RI-SWEEP: TOMBSTONED PARENT - ' DELIMITED BY SIZE
                      FUNCTION TRIM(TBPT-TABLE-NAME (TBP-JX))
                         DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-PARENT) DELIMITED BY SIZE
                      ' still in DB' DELIMITED BY SIZE
                      INTO WS-EXCQ-REASON
               END-STRING
               PERFORM QUEUE-ONE-FINDING THRU QUEUE-ONE-FINDING-EXIT
            END-IF.
        JUDGE-ONE-CHILD-EXIT.
            EXIT.
      *
      * One finding to the report and, unless the same finding for
      * the same key is still open, onto the shared queue.
      *
        QUEUE-ONE-FINDING.
            ADD 1 TO WS-FINDING-COUNT.
            MOVE 'N' TO WS-OPEN-FOUND.
            PERFORM VARYING OPEN-IX FROM 1 BY 1
                     UNTIL OPEN-IX > OPEN-COUNT OR
                           FINDING-ALREADY-OPEN
               IF OPEN-KEY (OPEN-IX) EQUAL WS-CHILD-KEY AND
                  OPEN-KIND (OPEN-IX) EQUAL WS-FINDING-KIND THEN
                  SET FINDING-ALREADY-OPEN TO TRUE
               END-IF
            END-PERFORM.
            MOVE SPACES TO WS-REASON-SUFFIX.
            IF FINDING-ALREADY-OPEN THEN
               MOVE ' [already open]' TO WS-REASON-SUFFIX
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING FUNCTION TRIM(TBPT-TABLE-NAME (TBP-IX))
                      DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                   ' (key ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHILD-KEY) DELIMITED BY SIZE
                   '): ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXCQ-REASON) DELIMITED BY SIZE
                   WS-REASON-SUFFIX DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            IF FINDING-ALREADY-OPEN THEN
               ADD 1 TO WS-ALREADY-COUNT
               WRITE RI-SWEEP-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO QUEUE-ONE-FINDING-EXIT
            END-IF.
            WRITE RI-SWEEP-REPORT-RECORD FROM WS-REPORT-LINE.
            DISPLAY 'RI FINDING: ' FUNCTION TRIM(WS-REPORT-LINE).
            ADD 1 TO WS-QUEUED-COUNT.
            MOVE SPACES TO EXCEPTION-QUEUE-RECORD.
            MOVE WS-CHILD-KEY TO EXCQ-BUSINESS-KEY.
            MOVE SPACES TO EXCQ-SER-XID.
            MOVE 'EXRISWEP' TO EXCQ-PROGRAM-ID.
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
      * Remember it, so a second parent column naming the same key
      * in this run does not queue it twice either
            IF OPEN-COUNT < 5000 THEN
               ADD 1 TO OPEN-COUNT
               MOVE WS-CHILD-KEY TO OPEN-KEY (OPEN-COUNT)
               MOVE WS-FINDING-KIND TO OPEN-KIND (OPEN-COUNT)
            END-IF.
        QUEUE-ONE-FINDING-EXIT.
            EXIT.
      *
      * The sweep's open findings from earlier nights: the key and
      * the finding kind (the word after 'RI-SWEEP: ').
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
                     IF EXCQ-PROGRAM-ID EQUAL 'EXRISWEP' AND
                        NOT EXCQ-IS-RESOLVED AND
                        OPEN-COUNT < 5000 THEN
                        ADD 1 TO OPEN-COUNT
                        MOVE EXCQ-BUSINESS-KEY TO OPEN-KEY (OPEN-COUNT)
                        MOVE EXCQ-REASON(11:6) TO OPEN-KIND (OPEN-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
        LOAD-OPEN-FINDINGS-DONE.
            EXIT.
      *
      * The table profiles (see TBLPROF.cpy).  With no
      * TABLE-PROFILES file the built-in authors/books pair is
      * swept, exactly the pair the loader protects by default.
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
                        STOP RUN RETURNING 1
                     END-IF
                     ADD 1 TO TBPT-COUNT
                     MOVE TBP-REC-TYPE TO TBPT-REC-TYPE (TBPT-COUNT)
                     MOVE TBP-TABLE-NAME
                       TO TBPT-TABLE-NAME (TBPT-COUNT)
                     MOVE TBP-KEY-PREFIX
                       TO TBPT-KEY-PREFIX (TBPT-COUNT)
                     MOVE TBP-COL-A TO TBPT-COL-A (TBPT-COUNT)
                     MOVE TBP-COL-B TO TBPT-COL-B (TBPT-COUNT)
                     MOVE TBP-COL-B-KIND
                       TO TBPT-COL-B-KIND (TBPT-COUNT)
                     MOVE TBP-LAYOUT TO TBPT-LAYOUT (TBPT-COUNT)
                     MOVE TBP-PARENT-TYPE
                       TO TBPT-PARENT-TYPE (TBPT-COUNT)
                     MOVE TBP-PARENT-COLUMN
                       TO TBPT-PARENT-COLUMN (TBPT-COUNT)
               END-READ
            END-PERFORM.
            CLOSE TABLE-PROFILES-FILE.
        LOAD-TABLE-PROFILES-DEFAULT.
            IF TBPT-COUNT EQUAL 0 THEN
               MOVE 2 TO TBPT-COUNT
               MOVE 'A' TO TBPT-REC-TYPE (1)
               MOVE 'authors' TO TBPT-TABLE-NAME (1)
               MOVE SPACE TO TBPT-KEY-PREFIX (1)
               MOVE 'name' TO TBPT-COL-A (1)
               MOVE 'surname' TO TBPT-COL-B (1)
               MOVE 'C' TO TBPT-COL-B-KIND (1)
               MOVE 'P' TO TBPT-LAYOUT (1)
               MOVE SPACE TO TBPT-PARENT-TYPE (1)
               MOVE SPACES TO TBPT-PARENT-COLUMN (1)
               MOVE 'B' TO TBPT-REC-TYPE (2)
               MOVE 'books' TO TBPT-TABLE-NAME (2)
               MOVE 'B' TO TBPT-KEY-PREFIX (2)
               MOVE 'title' TO TBPT-COL-A (2)
               MOVE 'author_id' TO TBPT-COL-B (2)
               MOVE 'N' TO TBPT-COL-B-KIND (2)
               MOVE 'C' TO TBPT-LAYOUT (2)
               MOVE 'A' TO TBPT-PARENT-TYPE (2)
               MOVE 'author_id' TO TBPT-PARENT-COLUMN (2)
            ELSE
               DISPLAY 'Table profiles loaded: ' TBPT-COUNT
                       ' record type(s)'
            END-IF.
        LOAD-TABLE-PROFILES-DONE.
            EXIT.
      *
      * The netted master, tombstones included; an absent master
      * vouches for nobody and no tombstone check is possible.
      *
        LOAD-MASTER-NET.
            OPEN INPUT AUTHORS-MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00' THEN
               IF WS-MASTER-STATUS EQUAL '05' THEN
                  CLOSE AUTHORS-MASTER-FILE
               END-IF
               DISPLAY 'No AUTHORS-MASTER - tombstoned-parent check '
                       'skipped, orphans only'
               GO TO LOAD-MASTER-NET-DONE
            END-IF.
            PERFORM UNTIL END-OF-MASTER
               READ AUTHORS-MASTER-FILE
                  AT END
                     SET END-OF-MASTER TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-MASTER THRU NET-ONE-MASTER-EXIT
               END-READ
            END-PERFORM.
            CLOSE AUTHORS-MASTER-FILE.
            DISPLAY 'Master nets to ' MNET-COUNT ' id(s)'.
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
      * The sweep's own trailer: rows read are the child rows
      * examined, rows rejected the findings; it commits nothing.
      *
        WRITE-SWEEP-TRAILER.
            OPEN EXTEND BATCH-CONTROL-FILE.
            MOVE 'EXRISWEP' TO CTL-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP.
            MOVE WS-ROWS-EXAMINED TO CTL-ROWS-READ.
            MOVE 0 TO CTL-ROWS-COMMITTED.
            MOVE WS-FINDING-COUNT TO CTL-ROWS-REJECTED.
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
      * One-line-per-run summary, the same record every other
      * driver leaves.  The sweep only reads, so it begins and
      * commits nothing.
      *
        WRITE-RUNSTATS.
            MOVE 'EXRISWEP' TO RSTAT-REC-PROGRAM-ID.
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
