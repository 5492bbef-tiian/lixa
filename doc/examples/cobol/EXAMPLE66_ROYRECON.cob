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
      * Usage: EXAMPLE66_ROYRECON FROM=yyyymmdd TO=yyyymmdd
      *                           [LAG=days]
      *
      * Royalty feed completeness reconciliation.  EXAMPLE8_TWORM
      * writes the author change and its royalty_feed staging row
      * under one transaction, and EXAMPLE29_ROYEXTR drains the
      * staging table into numbered ROYALTY-OUTBOUND deliveries -
      * but nothing ever proved that every committed change reached
      * the royalty system exactly once: a mixed outcome resolved by
      * hand, a staging row deleted outside the drain or a delivery
      * re-cut by mistake all went unseen until an author's
      * statement was wrong.  This program holds the two sides
      * against each other for a date range:
      *
      *   committed - the EXAMPLE8_TWORM records in CHANGE-AUDIT
      *               (archived generations first, through the
      *               GENERATION-CATALOG, then the live trail);
      *   sent      - the 'D' rows of every new ROYALTY-OUTBOUND
      *               delivery in the OUTBOUND-REGISTER, read from
      *               its archived generation, and of every
      *               ROYALTY-MAKEUP delivery this program has cut.
      *               A resend repeats a delivery already counted
      *               and is not read again.
      *
      * A sent row is matched to the oldest unmatched committed
      * change of the same author and operation made before the
      * delivery was cut.  What is left over is reported:
      *
      *   NOT SENT   - a change in FROM..TO no delivery carried.
      *                Each goes to the EXCEPTION-QUEUE (reason
      *                'ROYALTY GAP: ', once per change however
      *                often the range is reconciled) and into the
      *                ROYALTY-MAKEUP file, a feed in the
      *                ROYALTY-OUTBOUND layout registered as its own
      *                numbered delivery, so the next run sees the
      *                gap closed once it is sent;
      *   DUPLICATE  - a row sent again for a change already
      *                matched to an earlier delivery;
      *   UNMATCHED  - a row sent in FROM..TO with no committed
      *                change behind it;
      *   PENDING    - a change younger than LAG= days, which the
      *                drain may simply not have reached yet.
      *
      * LAG= (default 7) also widens both sides of the match: the
      * changes from LAG days before FROM= are loaded, so a row
      * sent in the range for an older change does not take a
      * change of the range, and the deliveries up to LAG days
      * after TO= are read, so a change made late in the range
      * finds the drain that carried it.  A delivery whose
      * generation cannot be read withholds the make-up feed and
      * the queue entries: every row it carried would otherwise be
      * sent twice.
      *
      * The findings go to the ROYALTY-RECON report.  Return code
      * 0 when every change in the range was sent exactly once,
      * 1 when anything was reported, 2 when the run was refused.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE66-ROYRECON.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The change trail is read by its archived generations first
      * and then by its live name, so the ASSIGN goes through a
      * data name the catalog walk repoints
            SELECT OPTIONAL CHANGE-AUDIT-FILE
                ASSIGN TO DYNAMIC WS-CHG-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHG-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
      * One archived delivery generation at a time, named from its
      * register entry
            SELECT OPTIONAL ROYALTY-GENERATION-FILE
                ASSIGN TO DYNAMIC WS-ROYGEN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROYGEN-STATUS.
            SELECT ROYALTY-MAKEUP-FILE ASSIGN TO "ROYALTY-MAKEUP"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ROYALTY-RECON-FILE ASSIGN TO "ROYALTY-RECON"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Unresolved exceptions: the gaps this program finds (see
      * EXCQUEUE.cpy)
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
      * The shop-wide run-number issuer (see RUNCTL.cpy and
      * ISSUE-RUN-ID)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The outbound delivery register and the generation copy (see
      * OUTREG.cpy and OUTREGWR.cpy)
            SELECT OPTIONAL OUTBOUND-REGISTER-FILE
                ASSIGN TO "OUTBOUND-REGISTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-STATUS.
            SELECT OUTBOUND-COPY-IN-FILE
                ASSIGN TO DYNAMIC WS-OUTREG-SOURCE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-COPY-STATUS.
            SELECT OUTBOUND-COPY-OUT-FILE
                ASSIGN TO DYNAMIC WS-OUTREG-ARCHIVE
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
      * The ROYALTY-OUTBOUND layout EXAMPLE29_ROYEXTR writes
        FD ROYALTY-GENERATION-FILE.
      * 'D' detail: one drained staging row
        01 ROYALTY-DETAIL-RECORD.
           05 ROY-RECORD-TYPE PIC X(1).
           05 ROY-AUTHOR-ID   PIC 9(9).
           05 ROY-NAME        PIC X(30).
           05 ROY-SURNAME     PIC X(30).
           05 ROY-OPERATION   PIC X(1).
      * 'H' header: the extract date, when it was cut, the run id
      * and the delivery sequence
        01 ROYALTY-HEADER-RECORD.
           05 ROYH-RECORD-TYPE  PIC X(1).
           05 ROYH-EXTRACT-DATE PIC X(8).
           05 ROYH-TIMESTAMP    PIC X(21).
           05 ROYH-RUN-ID       PIC X(13).
           05 ROYH-SEQUENCE     PIC 9(6).
           05 ROYH-RESEND-OF    PIC 9(6).
      * The make-up feed, in the same layout (built in the MKD-,
      * MKH- and MKT- records below)
        FD ROYALTY-MAKEUP-FILE.
        01 ROYALTY-MAKEUP-RECORD PIC X(71).
        FD ROYALTY-RECON-FILE.
        01 ROYALTY-RECON-RECORD PIC X(132).
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD OUTBOUND-REGISTER-FILE.
        01 OUTBOUND-REGISTER-RECORD.
           COPY OUTREG.
        FD OUTBOUND-COPY-IN-FILE.
        01 OUTBOUND-COPY-IN-RECORD PIC X(200).
        FD OUTBOUND-COPY-OUT-FILE.
        01 OUTBOUND-COPY-OUT-RECORD PIC X(200).
        WORKING-STORAGE SECTION.
      * This execution's shop-wide run id (see RUNCTL.cpy and
      * ISSUE-RUN-ID), carried in the make-up header and the queue
      * entries.
           COPY RUNIDWS.
           COPY OUTREGWS.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-ROYGEN-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-ROYGEN-EOF PIC X(1) VALUE 'N'.
           88 END-OF-ROYGEN VALUE 'Y'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
        01 WS-CHG-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-ROYGEN-NAME PIC X(40) VALUE SPACES.
        01 WS-GENERATIONS-READ PIC 9(4) VALUE 0.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
      * The range asked for, and the dates LAG= widens it to
        01 WS-FROM-DATE PIC X(8) VALUE SPACES.
        01 WS-TO-DATE PIC X(8) VALUE SPACES.
        01 WS-LAG-PARM PIC X(8) VALUE SPACES.
        01 WS-LAG-DAYS PIC 9(3) VALUE 7.
        01 WS-DATE-NUM PIC 9(8) VALUE 0.
        01 WS-EARLIEST-DATE PIC X(8) VALUE SPACES.
        01 WS-LATEST-DATE PIC X(8) VALUE SPACES.
        01 WS-SETTLED-DATE PIC X(8) VALUE SPACES.
        01 WS-TODAY PIC X(8) VALUE SPACES.
      * The committed changes, in trail order
        01 RCC-TABLE.
           05 RCC-COUNT PIC 9(5) VALUE 0.
           05 RCC-ENTRY OCCURS 5000 TIMES.
              10 RCC-AUTHOR-ID PIC 9(9).
              10 RCC-OPERATION PIC X(1).
              10 RCC-TIMESTAMP PIC X(21).
              10 RCC-NAME PIC X(30).
              10 RCC-SURNAME PIC X(30).
              10 RCC-SER-XID PIC X(200).
      * ' ' not yet sent, 'M' matched to RCC-SENT-FILE/-SEQ, 'G' a
      * gap going into the make-up feed
              10 RCC-STATE PIC X(1).
              10 RCC-SENT-FILE PIC X(20).
              10 RCC-SENT-SEQ PIC 9(6).
        01 RCC-IX PIC 9(5).
        01 RCC-FOUND-IX PIC 9(5).
        01 WS-CHANGES-FULL PIC X(1) VALUE 'N'.
           88 CHANGES-TABLE-FULL VALUE 'Y'.
      * The royalty deliveries in the register, netted by file and
      * sequence, in the order they were cut
        01 ODL-TABLE.
           05 ODL-COUNT PIC 9(4) VALUE 0.
           05 ODL-ENTRY OCCURS 2000 TIMES.
              10 ODL-FILE-NAME PIC X(20).
              10 ODL-SEQUENCE PIC 9(6).
              10 ODL-KIND PIC X(1).
              10 ODL-GENERATION PIC X(40).
              10 ODL-CUT-DATE PIC X(8).
        01 ODL-IX PIC 9(4).
        01 WS-DELIVERIES-FULL PIC X(1) VALUE 'N'.
           88 DELIVERIES-TABLE-FULL VALUE 'Y'.
      * The gaps already open in the EXCEPTION-QUEUE, by key and XID
        01 OGQ-TABLE.
           05 OGQ-COUNT PIC 9(4) VALUE 0.
           05 OGQ-ENTRY OCCURS 2000 TIMES.
              10 OGQ-BUSINESS-KEY PIC X(20).
              10 OGQ-SER-XID PIC X(200).
        01 OGQ-IX PIC 9(4).
        01 WS-OGQ-FLAG PIC X(1) VALUE 'N'.
           88 GAP-ALREADY-QUEUED VALUE 'Y'.
      * The delivery being read
        01 WS-SEND-DATE PIC X(8) VALUE SPACES.
        01 WS-SEND-TS PIC X(21) VALUE SPACES.
        01 WS-SEND-FILE PIC X(20) VALUE SPACES.
        01 WS-SEND-SEQ PIC 9(6) VALUE 0.
        01 DISP-ID PIC Z(8)9.
        01 DISP-SEQ PIC Z(5)9.
        01 DISP-SEQ-2 PIC Z(5)9.
      * The make-up feed records (the ROYALTY-OUTBOUND layout)
        01 MKD-RECORD.
           05 MKD-RECORD-TYPE PIC X(1).
           05 MKD-AUTHOR-ID   PIC 9(9).
           05 MKD-NAME        PIC X(30).
           05 MKD-SURNAME     PIC X(30).
           05 MKD-OPERATION   PIC X(1).
        01 MKH-RECORD.
           05 MKH-RECORD-TYPE  PIC X(1).
           05 MKH-EXTRACT-DATE PIC X(8).
           05 MKH-TIMESTAMP    PIC X(21).
           05 MKH-RUN-ID       PIC X(13).
           05 MKH-SEQUENCE     PIC 9(6).
           05 MKH-RESEND-OF    PIC 9(6).
        01 MKT-RECORD.
           05 MKT-RECORD-TYPE  PIC X(1).
           05 MKT-RECORD-COUNT PIC 9(9).
           05 MKT-HASH-TOTAL   PIC 9(15).
        01 WS-MAKEUP-COUNT PIC 9(9) VALUE 0.
        01 WS-MAKEUP-HASH PIC 9(15) VALUE 0.
      * Tallies
        01 WS-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-RANGE-CHANGES PIC 9(9) VALUE 0.
        01 WS-SENT-ROWS PIC 9(9) VALUE 0.
        01 WS-DELIVERIES-READ PIC 9(4) VALUE 0.
        01 WS-MATCHED-COUNT PIC 9(9) VALUE 0.
        01 WS-GAP-COUNT PIC 9(9) VALUE 0.
        01 WS-PENDING-COUNT PIC 9(9) VALUE 0.
        01 WS-DUPLICATE-COUNT PIC 9(9) VALUE 0.
        01 WS-UNMATCHED-COUNT PIC 9(9) VALUE 0.
        01 WS-UNREADABLE-COUNT PIC 9(4) VALUE 0.
        01 WS-QUEUED-COUNT PIC 9(9) VALUE 0.
        01 WS-DISCREPANCIES PIC 9(9) VALUE 0.
        01 WS-EXCQ-REASON PIC X(60) VALUE SPACES.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE66_ROYRECON'.
            PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM READ-GENERATIONS THRU READ-GENERATIONS-DONE.
            MOVE 'CHANGE-AUDIT' TO WS-CHG-NAME.
            PERFORM READ-ONE-TRAIL THRU READ-ONE-TRAIL-EXIT.
            IF CHANGES-TABLE-FULL THEN
               DISPLAY 'REFUSED: more than 5000 committed changes '
                       'from ' WS-EARLIEST-DATE ' to ' WS-TO-DATE
                       ' - reconcile a shorter range'
               STOP RUN RETURNING 2
            END-IF.
            PERFORM LOAD-DELIVERIES THRU LOAD-DELIVERIES-EXIT.
            IF DELIVERIES-TABLE-FULL THEN
               DISPLAY 'REFUSED: more than 2000 royalty deliveries '
                       'in the OUTBOUND-REGISTER'
               STOP RUN RETURNING 2
            END-IF.
            PERFORM LOAD-OPEN-GAPS THRU LOAD-OPEN-GAPS-EXIT.
            OPEN OUTPUT ROYALTY-RECON-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'ROYALTY RECONCILIATION  run ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '  changes ' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' to ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   '  deliveries ' DELIMITED BY SIZE
                   WS-EARLIEST-DATE DELIMITED BY SIZE
                   ' to ' DELIMITED BY SIZE
                   WS-LATEST-DATE DELIMITED BY SIZE
                   '  lag ' DELIMITED BY SIZE
                   WS-LAG-DAYS DELIMITED BY SIZE
                   ' day(s)' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            PERFORM VARYING ODL-IX FROM 1 BY 1
                     UNTIL ODL-IX > ODL-COUNT
               PERFORM READ-ONE-DELIVERY THRU READ-ONE-DELIVERY-EXIT
            END-PERFORM.
            PERFORM VARYING RCC-IX FROM 1 BY 1
                     UNTIL RCC-IX > RCC-COUNT
               PERFORM CHECK-ONE-CHANGE THRU CHECK-ONE-CHANGE-EXIT
            END-PERFORM.
            IF WS-GAP-COUNT > 0 THEN
               IF WS-UNREADABLE-COUNT > 0 THEN
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING 'MAKE-UP WITHHELD: ' DELIMITED BY SIZE
                         WS-UNREADABLE-COUNT DELIMITED BY SIZE
                         ' delivery generation(s) could not be read,'
                            DELIMITED BY SIZE
                         ' so the changes not seen sent may have been'
                            DELIMITED BY SIZE
                         ' - restore them and rerun' DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  END-STRING
                  PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE
               ELSE
                  PERFORM WRITE-MAKEUP-FEED
                     THRU WRITE-MAKEUP-FEED-EXIT
                  PERFORM QUEUE-GAPS THRU QUEUE-GAPS-EXIT
               END-IF
            END-IF.
            COMPUTE WS-DISCREPANCIES = WS-GAP-COUNT +
               WS-DUPLICATE-COUNT + WS-UNMATCHED-COUNT +
               WS-UNREADABLE-COUNT
            END-COMPUTE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'TOTALS: ' DELIMITED BY SIZE
                   WS-RANGE-CHANGES DELIMITED BY SIZE
                   ' change(s) committed, ' DELIMITED BY SIZE
                   WS-MATCHED-COUNT DELIMITED BY SIZE
                   ' sent, ' DELIMITED BY SIZE
                   WS-GAP-COUNT DELIMITED BY SIZE
                   ' not sent, ' DELIMITED BY SIZE
                   WS-PENDING-COUNT DELIMITED BY SIZE
                   ' pending; ' DELIMITED BY SIZE
                   WS-SENT-ROWS DELIMITED BY SIZE
                   ' row(s) in ' DELIMITED BY SIZE
                   WS-DELIVERIES-READ DELIMITED BY SIZE
                   ' delivery(ies)' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING '        ' DELIMITED BY SIZE
                   WS-DUPLICATE-COUNT DELIMITED BY SIZE
                   ' duplicate(s), ' DELIMITED BY SIZE
                   WS-UNMATCHED-COUNT DELIMITED BY SIZE
                   ' unmatched send(s), ' DELIMITED BY SIZE
                   WS-UNREADABLE-COUNT DELIMITED BY SIZE
                   ' unreadable generation(s), ' DELIMITED BY SIZE
                   WS-QUEUED-COUNT DELIMITED BY SIZE
                   ' gap(s) queued' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-DISCREPANCIES EQUAL 0 THEN
               STRING 'VERDICT COMPLETE: every change committed from '
                         DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      ' to ' DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                      ' was sent exactly once' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            ELSE
               STRING 'VERDICT INCOMPLETE: ' DELIMITED BY SIZE
                      WS-DISCREPANCIES DELIMITED BY SIZE
                      ' discrepancy(ies) between the committed '
                         DELIMITED BY SIZE
                      'changes and the royalty feed' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            END-IF.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            CLOSE ROYALTY-RECON-FILE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            IF WS-DISCREPANCIES > 0 THEN
               STOP RUN RETURNING 1
            END-IF.
            STOP RUN RETURNING 0.
      *
      * FROM= and TO= are required, LAG= defaults to 7 days.  The
      * changes are loaded from LAG days before FROM=, the
      * deliveries read up to LAG days after TO=, and a change
      * after today less LAG is only pending.
      *
        PARSE-ARGUMENTS.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 3
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
                     WHEN 'FROM'
                        MOVE WS-ARG-VALUE(1:8) TO WS-FROM-DATE
                     WHEN 'TO'
                        MOVE WS-ARG-VALUE(1:8) TO WS-TO-DATE
                     WHEN 'LAG'
                        MOVE WS-ARG-VALUE(1:8) TO WS-LAG-PARM
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF WS-LAG-PARM NOT EQUAL SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-LAG-PARM) NOT EQUAL 0 THEN
                  MOVE 'X' TO WS-FROM-DATE
               ELSE
                  COMPUTE WS-LAG-DAYS = FUNCTION NUMVAL(WS-LAG-PARM)
               END-IF
            END-IF.
            IF WS-FROM-DATE IS NOT NUMERIC OR
               WS-TO-DATE IS NOT NUMERIC OR
               WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY 'Usage: EXAMPLE66_ROYRECON FROM=yyyymmdd '
                       'TO=yyyymmdd [LAG=days]'
               STOP RUN RETURNING 2
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE WS-FROM-DATE TO WS-DATE-NUM.
            COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-LAG-DAYS)
            END-COMPUTE.
            MOVE WS-DATE-NUM TO WS-EARLIEST-DATE.
            MOVE WS-TO-DATE TO WS-DATE-NUM.
            COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-LAG-DAYS)
            END-COMPUTE.
            MOVE WS-DATE-NUM TO WS-LATEST-DATE.
            MOVE WS-TODAY TO WS-DATE-NUM.
            COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-LAG-DAYS)
            END-COMPUTE.
            MOVE WS-DATE-NUM TO WS-SETTLED-DATE.
        PARSE-ARGUMENTS-EXIT.
            EXIT.
      *
      * The archived CHANGE-AUDIT generations holding any record
      * from the earliest date to TO=, in catalog order (the order
      * their records left the live trail).
      *
        READ-GENERATIONS.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS NOT EQUAL '00' THEN
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
               GO TO READ-GENERATIONS-DONE
            END-IF.
            PERFORM UNTIL END-OF-GENCAT
               READ GENERATION-CATALOG-FILE
                  AT END
                     SET END-OF-GENCAT TO TRUE
                  NOT AT END
                     IF GC-FILE-NAME EQUAL 'CHANGE-AUDIT' AND
                        GC-HIGH-DATE NOT < WS-EARLIEST-DATE AND
                        GC-LOW-DATE NOT > WS-TO-DATE THEN
                        MOVE SPACES TO WS-CHG-NAME
                        STRING 'CHANGE-AUDIT-ARC-' DELIMITED BY SIZE
                               GC-GENERATION DELIMITED BY SIZE
                               INTO WS-CHG-NAME
                        END-STRING
                        ADD 1 TO WS-GENERATIONS-READ
                        PERFORM READ-ONE-TRAIL
                           THRU READ-ONE-TRAIL-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
        READ-GENERATIONS-DONE.
            EXIT.
        READ-ONE-TRAIL.
            MOVE 'N' TO WS-CHG-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               IF WS-CHG-STATUS EQUAL '05' THEN
                  CLOSE CHANGE-AUDIT-FILE
               END-IF
               DISPLAY FUNCTION TRIM(WS-CHG-NAME) ' not present'
               GO TO READ-ONE-TRAIL-EXIT
            END-IF.
            PERFORM UNTIL END-OF-CHG
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM KEEP-ONE-CHANGE THRU KEEP-ONE-CHANGE-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        READ-ONE-TRAIL-EXIT.
            EXIT.
      *
      * Only EXAMPLE8_TWORM stages royalty rows, so only its changes
      * are owed to the royalty system.
      *
        KEEP-ONE-CHANGE.
            IF CHG-PROGRAM-ID NOT EQUAL 'EX8TWORM' OR
               CHG-TIMESTAMP(1:8) < WS-EARLIEST-DATE OR
               CHG-TIMESTAMP(1:8) > WS-TO-DATE THEN
               GO TO KEEP-ONE-CHANGE-EXIT
            END-IF.
            IF RCC-COUNT EQUAL 5000 THEN
               SET CHANGES-TABLE-FULL TO TRUE
               GO TO KEEP-ONE-CHANGE-EXIT
            END-IF.
            ADD 1 TO RCC-COUNT.
            MOVE RCC-COUNT TO RCC-IX.
            COMPUTE RCC-AUTHOR-ID (RCC-IX) =
               FUNCTION NUMVAL(CHG-BUSINESS-KEY)
            END-COMPUTE.
            MOVE CHG-OPERATION TO RCC-OPERATION (RCC-IX).
            MOVE CHG-TIMESTAMP TO RCC-TIMESTAMP (RCC-IX).
            IF CHG-OP-DELETE THEN
               MOVE CHG-BEFORE-NAME TO RCC-NAME (RCC-IX)
               MOVE CHG-BEFORE-SURNAME TO RCC-SURNAME (RCC-IX)
            ELSE
               MOVE CHG-AFTER-NAME TO RCC-NAME (RCC-IX)
               MOVE CHG-AFTER-SURNAME TO RCC-SURNAME (RCC-IX)
            END-IF.
            MOVE CHG-SER-XID TO RCC-SER-XID (RCC-IX).
            MOVE SPACE TO RCC-STATE (RCC-IX).
            MOVE SPACES TO RCC-SENT-FILE (RCC-IX).
            MOVE 0 TO RCC-SENT-SEQ (RCC-IX).
        KEEP-ONE-CHANGE-EXIT.
            EXIT.
      *
      * The new ROYALTY-OUTBOUND and ROYALTY-MAKEUP deliveries, one
      * entry per file and sequence; the register's status updates
      * repeat an entry and add nothing here.
      *
        LOAD-DELIVERIES.
            MOVE 'N' TO WS-OUTREG-EOF.
            OPEN INPUT OUTBOUND-REGISTER-FILE.
            IF WS-OUTREG-STATUS NOT EQUAL '00' THEN
               IF WS-OUTREG-STATUS EQUAL '05' THEN
                  CLOSE OUTBOUND-REGISTER-FILE
               END-IF
               GO TO LOAD-DELIVERIES-EXIT
            END-IF.
            PERFORM UNTIL END-OF-OUTREG OR DELIVERIES-TABLE-FULL
               READ OUTBOUND-REGISTER-FILE
                  AT END
                     SET END-OF-OUTREG TO TRUE
                  NOT AT END
                     IF OBR-FILE-NAME EQUAL 'ROYALTY-OUTBOUND' OR
                        OBR-FILE-NAME EQUAL 'ROYALTY-MAKEUP' THEN
                        PERFORM NET-ONE-DELIVERY
                           THRU NET-ONE-DELIVERY-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE OUTBOUND-REGISTER-FILE.
        LOAD-DELIVERIES-EXIT.
            EXIT.
        NET-ONE-DELIVERY.
            PERFORM VARYING ODL-IX FROM 1 BY 1
                     UNTIL ODL-IX > ODL-COUNT
               IF ODL-FILE-NAME (ODL-IX) EQUAL OBR-FILE-NAME AND
                  ODL-SEQUENCE (ODL-IX) EQUAL OBR-SEQUENCE THEN
                  GO TO NET-ONE-DELIVERY-EXIT
               END-IF
            END-PERFORM.
            IF ODL-COUNT EQUAL 2000 THEN
               SET DELIVERIES-TABLE-FULL TO TRUE
               GO TO NET-ONE-DELIVERY-EXIT
            END-IF.
            ADD 1 TO ODL-COUNT.
            MOVE OBR-FILE-NAME TO ODL-FILE-NAME (ODL-COUNT).
            MOVE OBR-SEQUENCE TO ODL-SEQUENCE (ODL-COUNT).
            MOVE OBR-KIND TO ODL-KIND (ODL-COUNT).
            MOVE OBR-GENERATION TO ODL-GENERATION (ODL-COUNT).
            MOVE OBR-TIMESTAMP(1:8) TO ODL-CUT-DATE (ODL-COUNT).
        NET-ONE-DELIVERY-EXIT.
            EXIT.
      *
      * The gaps an earlier run already queued and nobody has closed
      * yet, so a range reconciled twice queues each gap once.
      *
        LOAD-OPEN-GAPS.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               IF WS-EXCQ-STATUS EQUAL '05' THEN
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
               GO TO LOAD-OPEN-GAPS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     IF EXCQ-PROGRAM-ID EQUAL 'EXROYREC' AND
                        NOT EXCQ-IS-RESOLVED AND
                        EXCQ-REASON(1:13) EQUAL 'ROYALTY GAP: ' AND
                        OGQ-COUNT < 2000 THEN
                        ADD 1 TO OGQ-COUNT
                        MOVE EXCQ-BUSINESS-KEY
                          TO OGQ-BUSINESS-KEY (OGQ-COUNT)
                        MOVE EXCQ-SER-XID TO OGQ-SER-XID (OGQ-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
        LOAD-OPEN-GAPS-EXIT.
            EXIT.
      *
      * One delivery's rows against the committed changes.  A resend
      * repeats a delivery already read; a ROYALTY-OUTBOUND cut
      * outside the widened range cannot carry a change of it.  The
      * make-up deliveries are always read, since they are cut on
      * the day of the reconciliation, not of the change.
      *
        READ-ONE-DELIVERY.
            IF ODL-KIND (ODL-IX) EQUAL 'R' THEN
               GO TO READ-ONE-DELIVERY-EXIT
            END-IF.
            IF ODL-FILE-NAME (ODL-IX) EQUAL 'ROYALTY-OUTBOUND' AND
               (ODL-CUT-DATE (ODL-IX) < WS-EARLIEST-DATE OR
                ODL-CUT-DATE (ODL-IX) > WS-LATEST-DATE) THEN
               GO TO READ-ONE-DELIVERY-EXIT
            END-IF.
            MOVE ODL-FILE-NAME (ODL-IX) TO WS-SEND-FILE.
            MOVE ODL-SEQUENCE (ODL-IX) TO WS-SEND-SEQ.
            MOVE ODL-CUT-DATE (ODL-IX) TO WS-SEND-DATE.
            MOVE SPACES TO WS-SEND-TS.
            MOVE ODL-CUT-DATE (ODL-IX) TO WS-SEND-TS(1:8).
            MOVE '99999999' TO WS-SEND-TS(9:8).
            MOVE ODL-GENERATION (ODL-IX) TO WS-ROYGEN-NAME.
            MOVE 'N' TO WS-ROYGEN-EOF.
            OPEN INPUT ROYALTY-GENERATION-FILE.
            IF WS-ROYGEN-STATUS NOT EQUAL '00' THEN
               IF WS-ROYGEN-STATUS EQUAL '05' THEN
                  CLOSE ROYALTY-GENERATION-FILE
               END-IF
               ADD 1 TO WS-UNREADABLE-COUNT
               MOVE WS-SEND-SEQ TO DISP-SEQ
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'UNREADABLE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEND-FILE) DELIMITED BY SIZE
                      ' seq ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-SEQ) DELIMITED BY SIZE
                      ' cut ' DELIMITED BY SIZE
                      WS-SEND-DATE DELIMITED BY SIZE
                      ': generation ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROYGEN-NAME) DELIMITED BY SIZE
                      ' not present' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE
               GO TO READ-ONE-DELIVERY-EXIT
            END-IF.
            ADD 1 TO WS-DELIVERIES-READ.
            PERFORM UNTIL END-OF-ROYGEN
               READ ROYALTY-GENERATION-FILE
                  AT END
                     SET END-OF-ROYGEN TO TRUE
                  NOT AT END
                     EVALUATE ROY-RECORD-TYPE
                        WHEN 'H'
                           MOVE ROYH-EXTRACT-DATE TO WS-SEND-DATE
                           MOVE ROYH-TIMESTAMP TO WS-SEND-TS
                        WHEN 'D'
                           ADD 1 TO WS-SENT-ROWS
                           PERFORM MATCH-ONE-SEND
                              THRU MATCH-ONE-SEND-EXIT
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
               END-READ
            END-PERFORM.
            CLOSE ROYALTY-GENERATION-FILE.
        READ-ONE-DELIVERY-EXIT.
            EXIT.
      *
      * One sent row: the oldest change of the author and operation
      * made before the delivery was cut and not yet matched takes
      * it.  With none left, a change already matched makes it a
      * duplicate; with no change at all it is unmatched.  Either
      * is reported only when it concerns the range asked for.
      *
        MATCH-ONE-SEND.
            MOVE 0 TO RCC-FOUND-IX.
            PERFORM VARYING RCC-IX FROM 1 BY 1
                     UNTIL RCC-IX > RCC-COUNT OR RCC-FOUND-IX > 0
               IF RCC-AUTHOR-ID (RCC-IX) EQUAL ROY-AUTHOR-ID AND
                  RCC-OPERATION (RCC-IX) EQUAL ROY-OPERATION AND
                  RCC-TIMESTAMP (RCC-IX)(1:16) NOT >
                     WS-SEND-TS(1:16) AND
                  RCC-STATE (RCC-IX) EQUAL SPACE THEN
                  MOVE RCC-IX TO RCC-FOUND-IX
               END-IF
            END-PERFORM.
            IF RCC-FOUND-IX > 0 THEN
               MOVE 'M' TO RCC-STATE (RCC-FOUND-IX)
               MOVE WS-SEND-FILE TO RCC-SENT-FILE (RCC-FOUND-IX)
               MOVE WS-SEND-SEQ TO RCC-SENT-SEQ (RCC-FOUND-IX)
               GO TO MATCH-ONE-SEND-EXIT
            END-IF.
            PERFORM VARYING RCC-IX FROM 1 BY 1
                     UNTIL RCC-IX > RCC-COUNT OR RCC-FOUND-IX > 0
               IF RCC-AUTHOR-ID (RCC-IX) EQUAL ROY-AUTHOR-ID AND
                  RCC-OPERATION (RCC-IX) EQUAL ROY-OPERATION AND
                  RCC-TIMESTAMP (RCC-IX)(1:16) NOT >
                     WS-SEND-TS(1:16) AND
                  RCC-STATE (RCC-IX) EQUAL 'M' THEN
                  MOVE RCC-IX TO RCC-FOUND-IX
               END-IF
            END-PERFORM.
            MOVE ROY-AUTHOR-ID TO DISP-ID.
            MOVE WS-SEND-SEQ TO DISP-SEQ.
            MOVE SPACES TO WS-REPORT-LINE.
            IF RCC-FOUND-IX > 0 THEN
               IF RCC-TIMESTAMP (RCC-FOUND-IX)(1:8) < WS-FROM-DATE
                  THEN
                  GO TO MATCH-ONE-SEND-EXIT
               END-IF
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE RCC-SENT-SEQ (RCC-FOUND-IX) TO DISP-SEQ-2
               STRING 'DUPLICATE  author ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      ' op ' DELIMITED BY SIZE
                      ROY-OPERATION DELIMITED BY SIZE
                      ' committed ' DELIMITED BY SIZE
                      RCC-TIMESTAMP (RCC-FOUND-IX)(1:14)
                         DELIMITED BY SIZE
                      ' sent in ' DELIMITED BY SIZE
                      FUNCTION TRIM(RCC-SENT-FILE (RCC-FOUND-IX))
                         DELIMITED BY SIZE
                      ' seq ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-SEQ-2) DELIMITED BY SIZE
                      ' and again in ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEND-FILE) DELIMITED BY SIZE
                      ' seq ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-SEQ) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            ELSE
               IF WS-SEND-DATE < WS-FROM-DATE OR
                  WS-SEND-DATE > WS-TO-DATE THEN
                  GO TO MATCH-ONE-SEND-EXIT
               END-IF
               ADD 1 TO WS-UNMATCHED-COUNT
               STRING 'UNMATCHED  author ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      ' op ' DELIMITED BY SIZE
                      ROY-OPERATION DELIMITED BY SIZE
                      ' sent in ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEND-FILE) DELIMITED BY SIZE
                      ' seq ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-SEQ) DELIMITED BY SIZE
                      ' on ' DELIMITED BY SIZE
                      WS-SEND-DATE DELIMITED BY SIZE
                      ' - no committed change behind it'
                         DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            END-IF.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
        MATCH-ONE-SEND-EXIT.
            EXIT.
      *
      * One committed change after every delivery is read: the
      * loaded changes before FROM= only served the matching.
      *
        CHECK-ONE-CHANGE.
            IF RCC-TIMESTAMP (RCC-IX)(1:8) < WS-FROM-DATE THEN
               GO TO CHECK-ONE-CHANGE-EXIT
            END-IF.
            ADD 1 TO WS-RANGE-CHANGES.
            IF RCC-STATE (RCC-IX) EQUAL 'M' THEN
               ADD 1 TO WS-MATCHED-COUNT
               GO TO CHECK-ONE-CHANGE-EXIT
            END-IF.
            MOVE RCC-AUTHOR-ID (RCC-IX) TO DISP-ID.
            MOVE SPACES TO WS-REPORT-LINE.
            IF RCC-TIMESTAMP (RCC-IX)(1:8) > WS-SETTLED-DATE THEN
               ADD 1 TO WS-PENDING-COUNT
               STRING 'PENDING    author ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      ' op ' DELIMITED BY SIZE
                      RCC-OPERATION (RCC-IX) DELIMITED BY SIZE
                      ' committed ' DELIMITED BY SIZE
                      RCC-TIMESTAMP (RCC-IX)(1:14) DELIMITED BY SIZE
                      ' - inside the lag, not yet due'
                         DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE
               GO TO CHECK-ONE-CHANGE-EXIT
            END-IF.
            ADD 1 TO WS-GAP-COUNT.
            MOVE 'G' TO RCC-STATE (RCC-IX).
            STRING 'NOT SENT   author ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                   ' op ' DELIMITED BY SIZE
                   RCC-OPERATION (RCC-IX) DELIMITED BY SIZE
                   ' committed ' DELIMITED BY SIZE
                   RCC-TIMESTAMP (RCC-IX)(1:14) DELIMITED BY SIZE
                   ' xid ' DELIMITED BY SIZE
                   RCC-SER-XID (RCC-IX)(1:60) DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
        CHECK-ONE-CHANGE-EXIT.
            EXIT.
      *
      * The changes never sent, as a numbered ROYALTY-MAKEUP
      * delivery in the ROYALTY-OUTBOUND layout - header, one 'D'
      * row per change with its committed image, and the count and
      * hash-total trailer the royalty loader verifies - archived
      * and registered like any other outbound file.
      *
        WRITE-MAKEUP-FEED.
            MOVE 'ROYALTY-MAKEUP' TO WS-OUTREG-FILE-NAME.
            PERFORM NEXT-OUTBOUND-SEQUENCE
               THRU NEXT-OUTBOUND-SEQUENCE-EXIT.
            OPEN OUTPUT ROYALTY-MAKEUP-FILE.
            MOVE 'H' TO MKH-RECORD-TYPE.
            MOVE WS-TODAY TO MKH-EXTRACT-DATE.
            MOVE FUNCTION CURRENT-DATE TO MKH-TIMESTAMP.
            MOVE WS-RUN-ID TO MKH-RUN-ID.
            MOVE WS-OUTREG-SEQUENCE TO MKH-SEQUENCE.
            MOVE 0 TO MKH-RESEND-OF.
            WRITE ROYALTY-MAKEUP-RECORD FROM MKH-RECORD.
            MOVE 0 TO WS-MAKEUP-COUNT.
            MOVE 0 TO WS-MAKEUP-HASH.
            PERFORM VARYING RCC-IX FROM 1 BY 1
                     UNTIL RCC-IX > RCC-COUNT
               IF RCC-STATE (RCC-IX) EQUAL 'G' THEN
                  MOVE 'D' TO MKD-RECORD-TYPE
                  MOVE RCC-AUTHOR-ID (RCC-IX) TO MKD-AUTHOR-ID
                  MOVE RCC-NAME (RCC-IX) TO MKD-NAME
                  MOVE RCC-SURNAME (RCC-IX) TO MKD-SURNAME
                  MOVE RCC-OPERATION (RCC-IX) TO MKD-OPERATION
                  WRITE ROYALTY-MAKEUP-RECORD FROM MKD-RECORD
                  ADD 1 TO WS-MAKEUP-COUNT
                  ADD RCC-AUTHOR-ID (RCC-IX) TO WS-MAKEUP-HASH
               END-IF
            END-PERFORM.
            MOVE 'T' TO MKT-RECORD-TYPE.
            MOVE WS-MAKEUP-COUNT TO MKT-RECORD-COUNT.
            MOVE WS-MAKEUP-HASH TO MKT-HASH-TOTAL.
            WRITE ROYALTY-MAKEUP-RECORD FROM MKT-RECORD.
            CLOSE ROYALTY-MAKEUP-FILE.
            MOVE WS-MAKEUP-COUNT TO WS-OUTREG-COUNT.
            MOVE WS-MAKEUP-HASH TO WS-OUTREG-HASH.
            PERFORM REGISTER-OUTBOUND THRU REGISTER-OUTBOUND-EXIT.
            MOVE WS-OUTREG-SEQUENCE TO DISP-SEQ.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'MAKE-UP    ROYALTY-MAKEUP seq ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-SEQ) DELIMITED BY SIZE
                   ' written with ' DELIMITED BY SIZE
                   WS-MAKEUP-COUNT DELIMITED BY SIZE
                   ' change(s), hash total ' DELIMITED BY SIZE
                   WS-MAKEUP-HASH DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
        WRITE-MAKEUP-FEED-EXIT.
            EXIT.
      *
      * One EXCEPTION-QUEUE entry per gap, naming the change and the
      * make-up delivery carrying it, unless an earlier run's entry
      * for the same change is still open.
      *
        QUEUE-GAPS.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            PERFORM VARYING RCC-IX FROM 1 BY 1
                     UNTIL RCC-IX > RCC-COUNT
               IF RCC-STATE (RCC-IX) EQUAL 'G' THEN
                  PERFORM QUEUE-ONE-GAP THRU QUEUE-ONE-GAP-EXIT
               END-IF
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
        QUEUE-GAPS-EXIT.
            EXIT.
        QUEUE-ONE-GAP.
            MOVE RCC-AUTHOR-ID (RCC-IX) TO DISP-ID.
            MOVE 'N' TO WS-OGQ-FLAG.
            PERFORM VARYING OGQ-IX FROM 1 BY 1
                     UNTIL OGQ-IX > OGQ-COUNT OR GAP-ALREADY-QUEUED
               IF OGQ-BUSINESS-KEY (OGQ-IX) EQUAL DISP-ID AND
                  OGQ-SER-XID (OGQ-IX) EQUAL RCC-SER-XID (RCC-IX) THEN
                  SET GAP-ALREADY-QUEUED TO TRUE
               END-IF
            END-PERFORM.
            IF GAP-ALREADY-QUEUED THEN
               GO TO QUEUE-ONE-GAP-EXIT
            END-IF.
            MOVE WS-OUTREG-SEQUENCE TO DISP-SEQ.
            MOVE SPACES TO WS-EXCQ-REASON.
            STRING 'ROYALTY GAP: ' DELIMITED BY SIZE
                   RCC-OPERATION (RCC-IX) DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   RCC-TIMESTAMP (RCC-IX)(1:8) DELIMITED BY SIZE
                   ' never sent, in makeup ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-SEQ) DELIMITED BY SIZE
                   INTO WS-EXCQ-REASON
            END-STRING.
            MOVE DISP-ID TO EXCQ-BUSINESS-KEY.
            MOVE RCC-SER-XID (RCC-IX) TO EXCQ-SER-XID.
            MOVE 'EXROYREC' TO EXCQ-PROGRAM-ID.
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
            ADD 1 TO WS-QUEUED-COUNT.
        QUEUE-ONE-GAP-EXIT.
            EXIT.
        WRITE-REPORT-LINE.
            WRITE ROYALTY-RECON-RECORD FROM WS-REPORT-LINE.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Generation copy and register entry for the make-up feed,
      * shared by every extractor (see OUTREGWR.cpy and OUTREG.cpy).
           COPY OUTREGWR.
