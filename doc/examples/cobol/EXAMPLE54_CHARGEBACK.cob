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
      * Usage: EXAMPLE54_CHARGEBACK [MONTH=yyyymm]
      *
      * Per-sender usage and chargeback statement.  Finance charges
      * each upstream sender for the load work it causes, which
      * needs the sender id to survive staging: EXAMPLE21_INTRANS
      * notes it beside the staged file, EXAMPLE46_STAGEQ carries
      * it into the STAGING-MANIFEST entry (MAN-SENDER-ID) and the
      * loader onto its LINEAGE-INDEX row (LIN-SENDER-ID).  This
      * program totals one month (MONTH=, default the month before
      * the current one) per sender:
      *
      *   files received - manifest entries the sender's files
      *                    were REGISTERED as during the month;
      *   runs           - loader runs whose LINEAGE-INDEX row
      *                    (written at completion) falls in the
      *                    month and names the sender;
      *   rows read, rows rejected
      *                  - those runs' BATCH-CONTROL trailers (a
      *                    PART=nn run's trailer in its own
      *                    BATCH-CONTROL-Pnn generation);
      *   rows committed by operation
      *                  - those runs' CHANGE-AUDIT records, I/U/D,
      *                    also split by the imprint owning each
      *                    row (CHG-DOMAIN, see OWNDOM.cpy) so each
      *                    imprint is charged for its own data;
      *   rows recycled  - those runs' AUTHOR-REJECT entries worked
      *                    for the RECYCLE path (REJ-WORKED);
      *   loader elapsed - those runs' RUNSTATS rows, PQexec plus
      *                    TXCOMMIT elapsed centiseconds.
      *
      * The result goes to CHARGEBACK in the fixed layout the
      * finance system imports (see CHGBACK.cpy): one detail per
      * sender, each followed by its imprint lines, and a control
      * trailer with the record counts and the totals, stamped with
      * this run's id.  Runs with no sender on
      * their lineage (repairs, recycles, work registered without
      * one) are charged to nobody and counted on the console.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE54-CHARGEBACK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT OPTIONAL STAGING-MANIFEST-FILE
                ASSIGN TO "STAGING-MANIFEST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MANIFEST-STATUS.
            SELECT OPTIONAL LINEAGE-INDEX-FILE
                ASSIGN TO "LINEAGE-INDEX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LINEAGE-STATUS.
      * The classic trailer file or a partition's generation
            SELECT OPTIONAL BATCH-CONTROL-FILE
                ASSIGN TO DYNAMIC WS-CONTROL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT OPTIONAL CHANGE-AUDIT-FILE
                ASSIGN TO "CHANGE-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHG-STATUS.
            SELECT OPTIONAL AUTHOR-REJECT-FILE
                ASSIGN TO "AUTHOR-REJECT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJECT-STATUS.
            SELECT OPTIONAL RUNSTATS-FILE ASSIGN TO "RUNSTATS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNSTATS-STATUS.
      * The finance import file (see CHGBACK.cpy)
            SELECT CHARGEBACK-FILE ASSIGN TO "CHARGEBACK"
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD STAGING-MANIFEST-FILE.
        01 STAGING-MANIFEST-RECORD.
           COPY MANIFEST.
        FD LINEAGE-INDEX-FILE.
        01 LINEAGE-INDEX-RECORD.
           COPY LINEAGE.
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD AUTHOR-REJECT-FILE.
        01 AUTHOR-REJECT-RECORD.
           COPY REJROW.
        FD RUNSTATS-FILE.
        01 RUNSTATS-RECORD.
           COPY RUNSTATREC.
        FD CHARGEBACK-FILE.
        01 CHARGEBACK-RECORD.
           COPY CHGBACK.
        WORKING-STORAGE SECTION.
        01 WS-MANIFEST-STATUS PIC X(2) VALUE '00'.
        01 WS-LINEAGE-STATUS PIC X(2) VALUE '00'.
        01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-REJECT-STATUS PIC X(2) VALUE '00'.
        01 WS-RUNSTATS-STATUS PIC X(2) VALUE '00'.
        01 WS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
        01 WS-CONTROL-NAME PIC X(40) VALUE 'BATCH-CONTROL'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 WS-MONTH PIC X(6) VALUE SPACES.
        01 WS-MONTH-NUM REDEFINES WS-MONTH.
           05 WS-MONTH-YEAR PIC 9(4).
           05 WS-MONTH-MM PIC 9(2).
      * Senders charged this month
        01 SENDER-TABLE.
           05 SENDER-COUNT PIC 9(3) VALUE 0.
           05 SENDER-ENTRY OCCURS 200 TIMES.
              10 ST-SENDER-ID   PIC X(10).
              10 ST-FILES       PIC 9(7).
              10 ST-RUNS        PIC 9(7).
              10 ST-READ        PIC 9(11).
              10 ST-INSERTED    PIC 9(11).
              10 ST-UPDATED     PIC 9(11).
              10 ST-DELETED     PIC 9(11).
              10 ST-REJECTED    PIC 9(11).
              10 ST-RECYCLED    PIC 9(11).
              10 ST-ELAPSED-CS  PIC 9(11).
        01 ST-IX PIC 9(3).
        01 WS-FIND-SENDER PIC X(10) VALUE SPACES.
      * The month's loader runs, each with its sender's slot
        01 RUN-TABLE.
           05 RUN-COUNT PIC 9(5) VALUE 0.
           05 RUN-ENTRY OCCURS 5000 TIMES.
              10 RT-RUN-ID      PIC X(13).
              10 RT-PARTITION   PIC X(2).
              10 RT-SENDER-IX   PIC 9(3).
        01 RT-IX PIC 9(5).
        01 WS-FIND-RUN PIC X(13) VALUE SPACES.
        01 WS-RUN-FOUND PIC X(1) VALUE 'N'.
           88 RUN-FOUND VALUE 'Y'.
      * The partitions those runs worked, each trailer file once
        01 PARTITION-TABLE.
           05 PARTITION-COUNT PIC 9(3) VALUE 0.
           05 PT-PARTITION PIC X(2) OCCURS 100 TIMES.
        01 PT-IX PIC 9(3).
        01 WS-SCAN-PARTITION PIC X(2) VALUE SPACES.
      * Each sender's committed rows by owning imprint
        01 IMPRINT-SPLIT-TABLE.
           05 SPLIT-COUNT PIC 9(4) VALUE 0.
           05 SPLIT-ENTRY OCCURS 1000 TIMES.
              10 SP-SENDER-IX   PIC 9(3).
              10 SP-DOMAIN      PIC X(8).
              10 SP-INSERTED    PIC 9(11).
              10 SP-UPDATED     PIC 9(11).
              10 SP-DELETED     PIC 9(11).
        01 SP-IX PIC 9(4).
        01 WS-IMPRINT-COUNT PIC 9(7) VALUE 0.
        01 WS-SHOW-DOMAIN PIC X(8) VALUE SPACES.
        01 WS-UNCHARGED-RUNS PIC 9(5) VALUE 0.
        01 WS-OVERFLOW PIC X(1) VALUE 'N'.
           88 TABLE-OVERFLOWED VALUE 'Y'.
      * Control totals for the trailer
        01 WS-TOTAL-READ PIC 9(11) VALUE 0.
        01 WS-TOTAL-COMMITTED PIC 9(11) VALUE 0.
        01 WS-TOTAL-ELAPSED PIC 9(11) VALUE 0.
        01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE54_CHARGEBACK'.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:6) TO WS-MONTH.
            IF WS-MONTH-MM EQUAL 1 THEN
               SUBTRACT 1 FROM WS-MONTH-YEAR
               MOVE 12 TO WS-MONTH-MM
            ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
            END-IF.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV NOT EQUAL SPACES THEN
               UNSTRING FUNCTION UPPER-CASE(ARGV)
                  DELIMITED BY '='
                  INTO WS-ARG-KEYWORD WS-ARG-VALUE
               END-UNSTRING
               IF WS-ARG-KEYWORD EQUAL 'MONTH' THEN
                  MOVE WS-ARG-VALUE(1:6) TO WS-MONTH
               ELSE
                  DISPLAY 'Ignoring unknown argument ' ARGV
               END-IF
            END-IF.
            IF WS-MONTH IS NOT NUMERIC THEN
               DISPLAY 'Usage: EXAMPLE54_CHARGEBACK [MONTH=yyyymm]'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            DISPLAY 'Chargeback for ' WS-MONTH.
            PERFORM COUNT-FILES-RECEIVED
               THRU COUNT-FILES-RECEIVED-DONE.
            PERFORM LOAD-MONTH-RUNS THRU LOAD-MONTH-RUNS-DONE.
            MOVE SPACES TO WS-SCAN-PARTITION.
            PERFORM SCAN-TRAILERS THRU SCAN-TRAILERS-DONE.
            PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PARTITION-COUNT
               MOVE PT-PARTITION (PT-IX) TO WS-SCAN-PARTITION
               PERFORM SCAN-TRAILERS THRU SCAN-TRAILERS-DONE
            END-PERFORM.
            PERFORM SCAN-CHANGE-AUDIT THRU SCAN-CHANGE-AUDIT-DONE.
            PERFORM SCAN-REJECTS THRU SCAN-REJECTS-DONE.
            PERFORM SCAN-RUNSTATS THRU SCAN-RUNSTATS-DONE.
            PERFORM WRITE-CHARGEBACK THRU WRITE-CHARGEBACK.
            IF WS-UNCHARGED-RUNS NOT EQUAL 0 THEN
               DISPLAY '  ' WS-UNCHARGED-RUNS ' run(s) of the month '
                       'named no sender and are charged to nobody'
            END-IF.
            DISPLAY 'CHARGEBACK RESULT: ' WS-MONTH ' - '
                    WS-DETAIL-COUNT ' sender(s), ' RUN-COUNT
                    ' run(s), ' WS-TOTAL-READ ' row(s) read, '
                    WS-TOTAL-COMMITTED ' committed; written to '
                    'CHARGEBACK'.
            IF TABLE-OVERFLOWED THEN
               DISPLAY 'WARNING: more than 200 senders, 5000 runs '
                       'or 1000 sender imprints in the month - the '
                       'statement is incomplete'
               STOP RUN RETURNING 1
            END-IF.
            STOP RUN RETURNING 0.
      *
      * Files received: each REGISTER (the manifest's NEW record)
      * of the month that names a sender.
      *
        COUNT-FILES-RECEIVED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT STAGING-MANIFEST-FILE.
            IF WS-MANIFEST-STATUS NOT EQUAL '00' THEN
               IF WS-MANIFEST-STATUS EQUAL '05' THEN
                  CLOSE STAGING-MANIFEST-FILE
               END-IF
               GO TO COUNT-FILES-RECEIVED-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ STAGING-MANIFEST-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF MAN-IS-NEW AND
                        MAN-ARRIVAL(1:6) EQUAL WS-MONTH AND
                        MAN-SENDER-ID NOT EQUAL SPACES THEN
                        MOVE MAN-SENDER-ID TO WS-FIND-SENDER
                        PERFORM FIND-SENDER THRU FIND-SENDER-EXIT
                        IF ST-IX NOT EQUAL 0 THEN
                           ADD 1 TO ST-FILES (ST-IX)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE STAGING-MANIFEST-FILE.
        COUNT-FILES-RECEIVED-DONE.
            EXIT.
      *
      * The month's completed loader runs, from their lineage.
      *
        LOAD-MONTH-RUNS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT LINEAGE-INDEX-FILE.
            IF WS-LINEAGE-STATUS NOT EQUAL '00' THEN
               IF WS-LINEAGE-STATUS EQUAL '05' THEN
                  CLOSE LINEAGE-INDEX-FILE
               END-IF
               GO TO LOAD-MONTH-RUNS-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ LINEAGE-INDEX-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF LIN-TIMESTAMP(1:6) EQUAL WS-MONTH THEN
                        PERFORM ADD-MONTH-RUN
                           THRU ADD-MONTH-RUN-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE LINEAGE-INDEX-FILE.
        LOAD-MONTH-RUNS-DONE.
            EXIT.
        ADD-MONTH-RUN.
            IF LIN-SENDER-ID EQUAL SPACES THEN
               ADD 1 TO WS-UNCHARGED-RUNS
               GO TO ADD-MONTH-RUN-EXIT
            END-IF.
            IF RUN-COUNT EQUAL 5000 THEN
               SET TABLE-OVERFLOWED TO TRUE
               GO TO ADD-MONTH-RUN-EXIT
            END-IF.
            MOVE LIN-SENDER-ID TO WS-FIND-SENDER.
            PERFORM FIND-SENDER THRU FIND-SENDER-EXIT.
            IF ST-IX EQUAL 0 THEN
               GO TO ADD-MONTH-RUN-EXIT
            END-IF.
            ADD 1 TO ST-RUNS (ST-IX).
            ADD 1 TO RUN-COUNT.
            MOVE LIN-RUN-ID TO RT-RUN-ID (RUN-COUNT).
            MOVE LIN-PARTITION TO RT-PARTITION (RUN-COUNT).
            MOVE ST-IX TO RT-SENDER-IX (RUN-COUNT).
            IF LIN-PARTITION EQUAL SPACES THEN
               GO TO ADD-MONTH-RUN-EXIT
            END-IF.
            PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PARTITION-COUNT OR
                           PT-PARTITION (PT-IX) EQUAL LIN-PARTITION
               CONTINUE
            END-PERFORM.
            IF PT-IX > PARTITION-COUNT AND
               PARTITION-COUNT < 100 THEN
               ADD 1 TO PARTITION-COUNT
               MOVE LIN-PARTITION TO PT-PARTITION (PARTITION-COUNT)
            END-IF.
        ADD-MONTH-RUN-EXIT.
            EXIT.
      *
      * Rows read and rejected, from one trailer file: the classic
      * BATCH-CONTROL, or partition WS-SCAN-PARTITION's generation.
      *
        SCAN-TRAILERS.
            IF WS-SCAN-PARTITION EQUAL SPACES THEN
               MOVE 'BATCH-CONTROL' TO WS-CONTROL-NAME
            ELSE
               MOVE SPACES TO WS-CONTROL-NAME
               STRING 'BATCH-CONTROL-P' DELIMITED BY SIZE
                      WS-SCAN-PARTITION DELIMITED BY SIZE
                      INTO WS-CONTROL-NAME
               END-STRING
            END-IF.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BATCH-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT EQUAL '00' THEN
               IF WS-CONTROL-STATUS EQUAL '05' THEN
                  CLOSE BATCH-CONTROL-FILE
               END-IF
               GO TO SCAN-TRAILERS-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ BATCH-CONTROL-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     MOVE CTL-RUN-ID TO WS-FIND-RUN
                     PERFORM FIND-RUN THRU FIND-RUN-EXIT
                     IF RUN-FOUND AND
                        RT-PARTITION (RT-IX) EQUAL
                           WS-SCAN-PARTITION THEN
                        MOVE RT-SENDER-IX (RT-IX) TO ST-IX
                        ADD CTL-ROWS-READ TO ST-READ (ST-IX)
                        ADD CTL-ROWS-REJECTED TO ST-REJECTED (ST-IX)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BATCH-CONTROL-FILE.
        SCAN-TRAILERS-DONE.
            EXIT.
      *
      * Rows committed, by operation, from the runs' CHANGE-AUDIT.
      *
        SCAN-CHANGE-AUDIT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               IF WS-CHG-STATUS EQUAL '05' THEN
                  CLOSE CHANGE-AUDIT-FILE
               END-IF
               GO TO SCAN-CHANGE-AUDIT-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     MOVE CHG-RUN-ID TO WS-FIND-RUN
                     PERFORM FIND-RUN THRU FIND-RUN-EXIT
                     IF RUN-FOUND THEN
                        MOVE RT-SENDER-IX (RT-IX) TO ST-IX
                        EVALUATE TRUE
                           WHEN CHG-OP-INSERT
                              ADD 1 TO ST-INSERTED (ST-IX)
                           WHEN CHG-OP-UPDATE
                              ADD 1 TO ST-UPDATED (ST-IX)
                           WHEN CHG-OP-DELETE
                              ADD 1 TO ST-DELETED (ST-IX)
                        END-EVALUATE
                        PERFORM TALLY-IMPRINT-SPLIT
                           THRU TALLY-IMPRINT-SPLIT-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        SCAN-CHANGE-AUDIT-DONE.
            EXIT.
      *
      * The same committed row against its sender's slot for the
      * imprint owning it (CHG-DOMAIN).
      *
        TALLY-IMPRINT-SPLIT.
            PERFORM VARYING SP-IX FROM 1 BY 1
                     UNTIL SP-IX > SPLIT-COUNT OR
                           (SP-SENDER-IX (SP-IX) EQUAL ST-IX AND
                            SP-DOMAIN (SP-IX) EQUAL CHG-DOMAIN)
               CONTINUE
            END-PERFORM.
            IF SP-IX > SPLIT-COUNT THEN
               IF SPLIT-COUNT EQUAL 1000 THEN
                  SET TABLE-OVERFLOWED TO TRUE
                  GO TO TALLY-IMPRINT-SPLIT-EXIT
               END-IF
               ADD 1 TO SPLIT-COUNT
               MOVE SPLIT-COUNT TO SP-IX
               INITIALIZE SPLIT-ENTRY (SP-IX)
               MOVE ST-IX TO SP-SENDER-IX (SP-IX)
               MOVE CHG-DOMAIN TO SP-DOMAIN (SP-IX)
            END-IF.
            EVALUATE TRUE
               WHEN CHG-OP-INSERT
                  ADD 1 TO SP-INSERTED (SP-IX)
               WHEN CHG-OP-UPDATE
                  ADD 1 TO SP-UPDATED (SP-IX)
               WHEN CHG-OP-DELETE
                  ADD 1 TO SP-DELETED (SP-IX)
            END-EVALUATE.
        TALLY-IMPRINT-SPLIT-EXIT.
            EXIT.
      *
      * Rows recycled: the runs' rejects worked for re-drive.
      *
        SCAN-REJECTS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT AUTHOR-REJECT-FILE.
            IF WS-REJECT-STATUS NOT EQUAL '00' THEN
               IF WS-REJECT-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-REJECT-FILE
               END-IF
               GO TO SCAN-REJECTS-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ AUTHOR-REJECT-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF REJ-WORKED EQUAL 'Y' THEN
                        MOVE REJ-RUN-ID TO WS-FIND-RUN
                        PERFORM FIND-RUN THRU FIND-RUN-EXIT
                        IF RUN-FOUND THEN
                           MOVE RT-SENDER-IX (RT-IX) TO ST-IX
                           ADD 1 TO ST-RECYCLED (ST-IX)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-REJECT-FILE.
        SCAN-REJECTS-DONE.
            EXIT.
      *
      * Loader elapsed: database time from the runs' RUNSTATS.
      *
        SCAN-RUNSTATS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT RUNSTATS-FILE.
            IF WS-RUNSTATS-STATUS NOT EQUAL '00' THEN
               IF WS-RUNSTATS-STATUS EQUAL '05' THEN
                  CLOSE RUNSTATS-FILE
               END-IF
               GO TO SCAN-RUNSTATS-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ RUNSTATS-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     MOVE RSTAT-REC-RUN-ID TO WS-FIND-RUN
                     PERFORM FIND-RUN THRU FIND-RUN-EXIT
                     IF RUN-FOUND THEN
                        MOVE RT-SENDER-IX (RT-IX) TO ST-IX
                        ADD RSTAT-REC-PQEXEC-ELAPSED
                            RSTAT-REC-COMMIT-ELAPSED
                            TO ST-ELAPSED-CS (ST-IX)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE RUNSTATS-FILE.
        SCAN-RUNSTATS-DONE.
            EXIT.
      *
      * One detail per sender and its imprint lines, then the
      * control trailer.
      *
        WRITE-CHARGEBACK.
            OPEN OUTPUT CHARGEBACK-FILE.
            PERFORM VARYING ST-IX FROM 1 BY 1
                     UNTIL ST-IX > SENDER-COUNT
               MOVE SPACES TO CHARGEBACK-RECORD
               MOVE 'D' TO CHB-RECORD-TYPE
               MOVE WS-MONTH TO CHB-PERIOD
               MOVE ST-SENDER-ID (ST-IX) TO CHB-SENDER-ID
               MOVE ST-FILES (ST-IX) TO CHB-FILES-RECEIVED
               MOVE ST-RUNS (ST-IX) TO CHB-RUNS
               MOVE ST-READ (ST-IX) TO CHB-ROWS-READ
               MOVE ST-INSERTED (ST-IX) TO CHB-ROWS-INSERTED
               MOVE ST-UPDATED (ST-IX) TO CHB-ROWS-UPDATED
               MOVE ST-DELETED (ST-IX) TO CHB-ROWS-DELETED
               MOVE ST-REJECTED (ST-IX) TO CHB-ROWS-REJECTED
               MOVE ST-RECYCLED (ST-IX) TO CHB-ROWS-RECYCLED
               MOVE ST-ELAPSED-CS (ST-IX) TO CHB-ELAPSED-CS
               WRITE CHARGEBACK-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD ST-READ (ST-IX) TO WS-TOTAL-READ
               ADD ST-INSERTED (ST-IX) ST-UPDATED (ST-IX)
                   ST-DELETED (ST-IX) TO WS-TOTAL-COMMITTED
               ADD ST-ELAPSED-CS (ST-IX) TO WS-TOTAL-ELAPSED
               DISPLAY '  ' ST-SENDER-ID (ST-IX)
                       ' files ' ST-FILES (ST-IX)
                       ' runs ' ST-RUNS (ST-IX)
                       ' read ' ST-READ (ST-IX)
                       ' I/U/D ' ST-INSERTED (ST-IX) '/'
                       ST-UPDATED (ST-IX) '/' ST-DELETED (ST-IX)
                       ' rej ' ST-REJECTED (ST-IX)
                       ' rcy ' ST-RECYCLED (ST-IX)
                       ' cs ' ST-ELAPSED-CS (ST-IX)
               PERFORM WRITE-SENDER-IMPRINTS
                  THRU WRITE-SENDER-IMPRINTS
            END-PERFORM.
            MOVE SPACES TO CHARGEBACK-RECORD.
            MOVE 'T' TO CHB-RECORD-TYPE.
            MOVE WS-MONTH TO CHB-TRL-PERIOD.
            MOVE WS-DETAIL-COUNT TO CHB-TRL-RECORD-COUNT.
            MOVE WS-TOTAL-READ TO CHB-TRL-ROWS-READ.
            MOVE WS-TOTAL-COMMITTED TO CHB-TRL-ROWS-COMMITTED.
            MOVE WS-TOTAL-ELAPSED TO CHB-TRL-ELAPSED-CS.
            MOVE WS-RUN-ID TO CHB-TRL-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO CHB-TRL-TIMESTAMP.
            MOVE WS-IMPRINT-COUNT TO CHB-TRL-IMPRINT-COUNT.
            WRITE CHARGEBACK-RECORD.
            CLOSE CHARGEBACK-FILE.
      *
      * Sender ST-IX's committed rows, one line per owning imprint.
      *
        WRITE-SENDER-IMPRINTS.
            PERFORM VARYING SP-IX FROM 1 BY 1
                     UNTIL SP-IX > SPLIT-COUNT
               IF SP-SENDER-IX (SP-IX) EQUAL ST-IX THEN
                  MOVE SPACES TO CHARGEBACK-RECORD
                  MOVE 'I' TO CHB-RECORD-TYPE
                  MOVE WS-MONTH TO CHB-IMP-PERIOD
                  MOVE ST-SENDER-ID (ST-IX) TO CHB-IMP-SENDER-ID
                  MOVE SP-DOMAIN (SP-IX) TO CHB-IMP-DOMAIN
                  MOVE SP-INSERTED (SP-IX) TO CHB-IMP-ROWS-INSERTED
                  MOVE SP-UPDATED (SP-IX) TO CHB-IMP-ROWS-UPDATED
                  MOVE SP-DELETED (SP-IX) TO CHB-IMP-ROWS-DELETED
                  WRITE CHARGEBACK-RECORD
                  ADD 1 TO WS-IMPRINT-COUNT
                  IF SP-DOMAIN (SP-IX) EQUAL SPACES THEN
                     MOVE '(none)' TO WS-SHOW-DOMAIN
                  ELSE
                     MOVE SP-DOMAIN (SP-IX) TO WS-SHOW-DOMAIN
                  END-IF
                  DISPLAY '    imprint ' WS-SHOW-DOMAIN
                          ' I/U/D ' SP-INSERTED (SP-IX) '/'
                          SP-UPDATED (SP-IX) '/' SP-DELETED (SP-IX)
               END-IF
            END-PERFORM.
      *
      * The sender's slot in SENDER-TABLE, added when new; ST-IX
      * zero when the table is full.
      *
        FIND-SENDER.
            PERFORM VARYING ST-IX FROM 1 BY 1
                     UNTIL ST-IX > SENDER-COUNT OR
                           ST-SENDER-ID (ST-IX) EQUAL WS-FIND-SENDER
               CONTINUE
            END-PERFORM.
            IF ST-IX NOT > SENDER-COUNT THEN
               GO TO FIND-SENDER-EXIT
            END-IF.
            IF SENDER-COUNT EQUAL 200 THEN
               SET TABLE-OVERFLOWED TO TRUE
               MOVE 0 TO ST-IX
               GO TO FIND-SENDER-EXIT
            END-IF.
            ADD 1 TO SENDER-COUNT.
            MOVE SENDER-COUNT TO ST-IX.
            INITIALIZE SENDER-ENTRY (ST-IX).
            MOVE WS-FIND-SENDER TO ST-SENDER-ID (ST-IX).
        FIND-SENDER-EXIT.
            EXIT.
      *
      * Is WS-FIND-RUN one of the month's charged runs?
      *
        FIND-RUN.
            MOVE 'N' TO WS-RUN-FOUND.
            IF WS-FIND-RUN EQUAL SPACES THEN
               GO TO FIND-RUN-EXIT
            END-IF.
            PERFORM VARYING RT-IX FROM 1 BY 1
                     UNTIL RT-IX > RUN-COUNT OR RUN-FOUND
               IF RT-RUN-ID (RT-IX) EQUAL WS-FIND-RUN THEN
                  SET RUN-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF RUN-FOUND THEN
               SUBTRACT 1 FROM RT-IX
            END-IF.
        FIND-RUN-EXIT.
            EXIT.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
