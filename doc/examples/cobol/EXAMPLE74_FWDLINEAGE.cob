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
      * Usage: EXAMPLE74_FWDLINEAGE KEY=business-key [RUN=run-id]
      *                             [XID=serialized-xid]
      *
      * Forward (downstream) lineage inquiry.  EXAMPLE39_LINEAGE
      * answers "which file delivered this row"; when a wrong value
      * got in, the next question is always "who did we pass it on
      * to?".  This program takes a business key - an author id, or
      * 'B'/'P' and a book or publisher id - and, optionally, the
      * run id or the serialized XID of one change, and lists every
      * outbound generation that carried each matching CHANGE-AUDIT
      * change, so the incident handler knows exactly whom to send
      * a correction:
      *
      *   WAREHOUSE-DELTA - the delta whose extract day is the
      *          change's day (the day's changes netted per key);
      *   subscriber deliveries (EXAMPLE59_SUBDIST) - the delivery
      *          whose window, after its bookmark and through its
      *          date, holds the change;
      *   VENDOR-ACK - the ack cut for the loader run that made
      *          the change;
      *   ROYALTY-OUTBOUND - the first drain after the change, for
      *          the changes EXAMPLE8_TWORM staged to royalty_feed;
      *   ROYALTY-MAKEUP and WAREHOUSE-SEED - the first make-up
      *          feed or seed cut after the change;
      *   DR standby - whether the DR-REPLAY-BOOKMARK (see
      *          DRBOOK.cpy) has passed the change.
      *
      * Each delivery is found in the OUTBOUND-REGISTER (see
      * OUTREG.cpy, netted last record wins by file and sequence)
      * and proved against its archived generation "name-GEN-nnnnnn":
      * only a generation that really holds the key is listed.  A
      * resend of a listed delivery is listed with it.  Every line
      * gives the cut date and whether the recipient acknowledged
      * it - ACKNOWLEDGED, MISMATCHED receipt, SUPERSEDED by a
      * resend, or SENT and still awaiting a receipt.  A generation
      * that can no longer be read is named, never silently
      * skipped.
      *
      * The changes are read from the archived CHANGE-AUDIT
      * generations the GENERATION-CATALOG names (see GENCAT.cpy)
      * and then from the live file, each looked up in its
      * TRAIL-INDEX first (see TRLIDXLK.cpy).  BULK batch summaries
      * carry no per-key change and are not traced.  The inquiry
      * shows personal data, so it is answered only for a named
      * operator and logged to INQUIRY-ACCESS (see INQACC.cpy).
      * Return code 1 when no change matched.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE74-FWDLINEAGE.
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
      * Every outbound delivery and its receipt state (see
      * OUTREG.cpy), and the archived generation being proved
            SELECT OPTIONAL OUTBOUND-REGISTER-FILE
                ASSIGN TO "OUTBOUND-REGISTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-STATUS.
            SELECT OPTIONAL DELIVERY-GENERATION-FILE
                ASSIGN TO DYNAMIC WS-GENERATION-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GEN-STATUS.
      * The standby's replay high-water mark (see DRBOOK.cpy)
            SELECT OPTIONAL DR-BOOKMARK-FILE
                ASSIGN TO "DR-REPLAY-BOOKMARK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BOOKMARK-STATUS.
      * Who viewed what (see INQACC.cpy) and the shop-wide run id
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO "INQUIRY-ACCESS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQACC-STATUS.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The trail key index and its coverage (see TRLIDX.cpy,
      * TRLIDXC.cpy and TRLIDXLK.cpy)
            SELECT OPTIONAL TRAIL-INDEX-FILE
                ASSIGN TO DYNAMIC WS-TIX-INDEX-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRLIDX-STATUS.
            SELECT OPTIONAL TRAIL-INDEX-CONTROL-FILE
                ASSIGN TO "TRAIL-INDEX-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRLIDXC-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD OUTBOUND-REGISTER-FILE.
        01 OUTBOUND-REGISTER-RECORD.
           COPY OUTREG.
      * Every outbound file keeps the 'H' header / 'D' detail /
      * 'T' trailer shape; the header fields and the detail key
      * sit where each extractor put them
        FD DELIVERY-GENERATION-FILE.
        01 DELIVERY-GENERATION-RECORD PIC X(200).
        FD DR-BOOKMARK-FILE.
        01 DR-BOOKMARK-RECORD.
           COPY DRBOOK.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD TRAIL-INDEX-FILE.
        01 TRAIL-INDEX-RECORD.
           COPY TRLIDX.
        FD TRAIL-INDEX-CONTROL-FILE.
        01 TRAIL-INDEX-CONTROL-RECORD.
           COPY TRLIDXC.
        WORKING-STORAGE SECTION.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-OUTREG-STATUS PIC X(2) VALUE '00'.
        01 WS-GEN-STATUS PIC X(2) VALUE '00'.
        01 WS-BOOKMARK-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-OUTREG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-OUTREG VALUE 'Y'.
        01 WS-GEN-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENERATION VALUE 'Y'.
        01 WS-CHG-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-GENERATION-NAME PIC X(40) VALUE SPACES.
        01 WS-GENERATIONS-READ PIC 9(4) VALUE 0.
        01 ARGV PIC X(250) VALUE SPACES.
        01 ARG-IX PIC 9(1) VALUE 0.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(230) VALUE SPACES.
      * What was asked: the key, and optionally one run or XID
        01 WS-TARGET-KEY PIC X(20) VALUE SPACES.
        01 WS-TARGET-RUN PIC X(13) VALUE SPACES.
        01 WS-TARGET-XID PIC X(200) VALUE SPACES.
      * The key's numeric id and whether it is an author key (the
      * royalty and vendor files carry author ids only)
        01 WS-KEY-DIGITS PIC 9(9) VALUE 0.
        01 WS-KEY-KIND PIC X(1) VALUE SPACE.
           88 KEY-IS-AUTHOR VALUE 'A'.
        01 WS-KEY-TEXT PIC X(20) VALUE SPACES.
      * The key's matching changes, oldest first
        01 CHANGE-TABLE.
           05 CHT-COUNT PIC 9(3) VALUE 0.
           05 CHT-ENTRY OCCURS 200 TIMES.
              10 CHT-TIMESTAMP     PIC X(21).
              10 CHT-PROGRAM-ID    PIC X(8).
              10 CHT-OPERATION     PIC X(1).
              10 CHT-RUN-ID        PIC X(13).
              10 CHT-AFTER-NAME    PIC X(30).
              10 CHT-AFTER-SURNAME PIC X(30).
              10 CHT-SER-XID       PIC X(200).
        01 CHT-IX PIC 9(3).
        01 WS-CHANGE-OVERFLOW PIC 9(5) VALUE 0.
        01 WS-BULK-SKIPPED PIC 9(5) VALUE 0.
      * The netted register, each delivery's generation proved
      * against the key once
        01 DELIVERY-TABLE.
           05 DLV-COUNT PIC 9(4) VALUE 0.
           05 DLV-ENTRY OCCURS 2000 TIMES.
              10 DLV-FILE-NAME   PIC X(20).
              10 DLV-SEQUENCE    PIC 9(6).
              10 DLV-GENERATION  PIC X(40).
              10 DLV-TIMESTAMP   PIC X(21).
              10 DLV-KIND        PIC X(1).
              10 DLV-RESEND-OF   PIC 9(6).
              10 DLV-STATUS      PIC X(1).
              10 DLV-STATUS-TIME PIC X(21).
      * W warehouse delta, S warehouse seed, R royalty drain,
      * M royalty make-up, V vendor ack, U subscriber delivery
              10 DLV-FEED        PIC X(1).
              10 DLV-READ-FLAG   PIC X(1).
                 88 DLV-UNREADABLE VALUE 'U'.
              10 DLV-KEY-FLAG    PIC X(1).
                 88 DLV-HAS-KEY VALUE 'Y'.
              10 DLV-HDR-DATE    PIC X(8).
              10 DLV-HDR-RUN-ID  PIC X(13).
              10 DLV-HDR-FROM    PIC X(21).
              10 DLV-HDR-WHO     PIC X(12).
        01 DLV-IX PIC 9(4).
        01 DLV-JX PIC 9(4).
        01 WS-DLV-FOUND PIC X(1) VALUE 'N'.
           88 DLV-ENTRY-FOUND VALUE 'Y'.
        01 WS-REGISTER-OVERFLOW PIC 9(5) VALUE 0.
      * One generation being proved
        01 WS-PIPE-TYPE PIC X(1) VALUE SPACE.
        01 WS-PIPE-KEY PIC X(20) VALUE SPACES.
        01 WS-PIPE-REST PIC X(180) VALUE SPACES.
        01 WS-PIPE-FORMAT PIC X(1) VALUE SPACE.
      * One change against the deliveries
        01 WS-CHANGE-DATE PIC X(8) VALUE SPACES.
        01 WS-CARRIED PIC X(1) VALUE 'N'.
           88 DELIVERY-CARRIED VALUE 'Y'.
        01 WS-FIRST-SEQUENCE PIC 9(6) VALUE 0.
        01 WS-FIRST-FILE PIC X(20) VALUE SPACES.
        01 WS-CHANGE-REACHED PIC 9(4) VALUE 0.
        01 WS-STATUS-TEXT PIC X(40) VALUE SPACES.
        01 WS-KIND-TEXT PIC X(20) VALUE SPACES.
        01 DISP-RESEND-OF PIC Z(5)9.
      * The recipients reached, for the notification list
        01 RECIPIENT-TABLE.
           05 RCP-COUNT PIC 9(3) VALUE 0.
           05 RCP-ENTRY OCCURS 100 TIMES.
              10 RCP-NAME      PIC X(20).
              10 RCP-DELIVERED PIC 9(5).
              10 RCP-UNACKED   PIC 9(5).
        01 RCP-IX PIC 9(3).
        01 WS-RCP-FOUND PIC X(1) VALUE 'N'.
           88 RCP-ENTRY-FOUND VALUE 'Y'.
        01 WS-UNREADABLE-COUNT PIC 9(4) VALUE 0.
      * The DR standby
        01 WS-BOOKMARK-TS PIC X(21) VALUE SPACES.
        01 WS-BOOKMARK-UPDATED PIC X(21) VALUE SPACES.
        01 WS-STANDBY-REACHED PIC 9(3) VALUE 0.
      * The access log (see INQACCWR.cpy), the run id and the
      * trail-index lookup (see TRLIDXLK.cpy)
           COPY INQACCWS.
           COPY RUNIDWS.
           COPY TRLIDXWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE74_FWDLINEAGE'.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 3
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
      * The XID is compared as the trail wrote it, so only the
      * keyword is folded to upper case
                  UNSTRING ARGV DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  EVALUATE FUNCTION UPPER-CASE(WS-ARG-KEYWORD)
                     WHEN 'KEY'
                        MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:20))
                          TO WS-TARGET-KEY
                     WHEN 'RUN'
                        MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:13))
                          TO WS-TARGET-RUN
                     WHEN 'XID'
                        MOVE WS-ARG-VALUE(1:200) TO WS-TARGET-XID
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument '
                                FUNCTION TRIM(ARGV)
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF WS-TARGET-KEY EQUAL SPACES THEN
               DISPLAY 'Usage: EXAMPLE74_FWDLINEAGE KEY=business-key '
                       '[RUN=run-id] [XID=serialized-xid]'
               STOP RUN RETURNING 1
            END-IF.
      * An author key is its id; a book or publisher key its
      * prefix letter and id
            MOVE FUNCTION TRIM(WS-TARGET-KEY) TO WS-KEY-TEXT.
            IF WS-KEY-TEXT(1:1) IS ALPHABETIC THEN
               MOVE WS-KEY-TEXT(1:1) TO WS-KEY-KIND
               MOVE WS-KEY-TEXT(2:19) TO WS-ARG-VALUE
            ELSE
               MOVE 'A' TO WS-KEY-KIND
               MOVE WS-KEY-TEXT TO WS-ARG-VALUE
            END-IF.
            IF FUNCTION TRIM(WS-ARG-VALUE) EQUAL SPACES OR
               FUNCTION TEST-NUMVAL(WS-ARG-VALUE) NOT EQUAL 0 THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-TARGET-KEY)
                       ' is neither an author id nor a prefix '
                       'letter and an id'
               STOP RUN RETURNING 1
            END-IF.
            COMPUTE WS-KEY-DIGITS = FUNCTION NUMVAL(WS-ARG-VALUE)
            END-COMPUTE.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM LOAD-INDEX-CONTROL THRU LOAD-INDEX-CONTROL-DONE.
            MOVE 'K' TO WS-TIX-KEY-KIND.
            MOVE FUNCTION TRIM(WS-TARGET-KEY) TO WS-TIX-KEY-VALUE.
            PERFORM GATHER-GENERATIONS THRU GATHER-GENERATIONS-DONE.
            MOVE 'CHANGE-AUDIT' TO WS-CHG-NAME.
            PERFORM GATHER-CHANGES THRU GATHER-CHANGES-DONE.
            DISPLAY 'Trail index: ' WS-TIX-FILES-INDEXED ' file(s) '
                    'looked up, ' WS-TIX-FILES-SCANNED ' read in full'.
            IF CHT-COUNT EQUAL 0 THEN
               DISPLAY 'No change to key ' FUNCTION TRIM(WS-TARGET-KEY)
                       ' matches - nothing was passed on'
               PERFORM LOG-LINEAGE-ACCESS THRU LOG-LINEAGE-ACCESS
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-DELIVERIES THRU LOAD-DELIVERIES-DONE.
            PERFORM VARYING DLV-IX FROM 1 BY 1
                     UNTIL DLV-IX > DLV-COUNT
               PERFORM PROVE-ONE-GENERATION
                  THRU PROVE-ONE-GENERATION-EXIT
            END-PERFORM.
            PERFORM READ-DR-BOOKMARK THRU READ-DR-BOOKMARK-DONE.
            DISPLAY 'FORWARD LINEAGE of key '
                    FUNCTION TRIM(WS-TARGET-KEY) ': ' CHT-COUNT
                    ' change(s)'.
            PERFORM VARYING CHT-IX FROM 1 BY 1
                     UNTIL CHT-IX > CHT-COUNT
               PERFORM TRACE-ONE-CHANGE THRU TRACE-ONE-CHANGE-EXIT
            END-PERFORM.
            PERFORM PRINT-RECIPIENTS THRU PRINT-RECIPIENTS.
            PERFORM LOG-LINEAGE-ACCESS THRU LOG-LINEAGE-ACCESS.
            STOP RUN RETURNING 0.
      *
      * Reach back past the live file's cutoff: every archived
      * CHANGE-AUDIT generation the housekeeping job catalogued is
      * read through the same gather paragraph, oldest first.  An
      * installation that has never cut has no catalog.
      *
        GATHER-GENERATIONS.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS NOT EQUAL '00' THEN
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
               GO TO GATHER-GENERATIONS-DONE
            END-IF.
            PERFORM UNTIL END-OF-GENCAT
               READ GENERATION-CATALOG-FILE
                  AT END
                     SET END-OF-GENCAT TO TRUE
                  NOT AT END
                     IF GC-FILE-NAME EQUAL 'CHANGE-AUDIT' THEN
                        MOVE SPACES TO WS-CHG-NAME
                        STRING 'CHANGE-AUDIT-ARC-' DELIMITED BY SIZE
                               GC-GENERATION DELIMITED BY SIZE
                               INTO WS-CHG-NAME
                        END-STRING
                        ADD 1 TO WS-GENERATIONS-READ
                        PERFORM GATHER-CHANGES
                           THRU GATHER-CHANGES-DONE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
            IF WS-GENERATIONS-READ NOT EQUAL 0 THEN
               DISPLAY 'Catalog: ' WS-GENERATIONS-READ ' archived '
                       'generation(s) of CHANGE-AUDIT included'
            END-IF.
        GATHER-GENERATIONS-DONE.
            EXIT.
      *
      * The key's changes in one trail file, narrowed to the run or
      * XID when one was named.
      *
        GATHER-CHANGES.
            MOVE 'N' TO WS-CHG-EOF.
            MOVE WS-CHG-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-CHANGES-DONE
            END-IF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               IF WS-CHG-STATUS EQUAL '05' THEN
                  CLOSE CHANGE-AUDIT-FILE
               END-IF
               DISPLAY FUNCTION TRIM(WS-CHG-NAME)
                       ' not present - no changes from it'
               GO TO GATHER-CHANGES-DONE
            END-IF.
            PERFORM UNTIL END-OF-CHG OR TIX-PAST-LAST-HIT
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(CHG-BUSINESS-KEY) EQUAL
                        FUNCTION TRIM(WS-TARGET-KEY) THEN
                        PERFORM TAKE-ONE-CHANGE
                           THRU TAKE-ONE-CHANGE-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        GATHER-CHANGES-DONE.
            EXIT.
        TAKE-ONE-CHANGE.
            IF CHG-AFTER-NAME(1:14) EQUAL 'BULK BATCH OF ' THEN
               ADD 1 TO WS-BULK-SKIPPED
               GO TO TAKE-ONE-CHANGE-EXIT
            END-IF.
            IF WS-TARGET-RUN NOT EQUAL SPACES AND
               CHG-RUN-ID NOT EQUAL WS-TARGET-RUN THEN
               GO TO TAKE-ONE-CHANGE-EXIT
            END-IF.
            IF WS-TARGET-XID NOT EQUAL SPACES AND
               FUNCTION TRIM(CHG-SER-XID) NOT EQUAL
               FUNCTION TRIM(WS-TARGET-XID) THEN
               GO TO TAKE-ONE-CHANGE-EXIT
            END-IF.
            IF CHT-COUNT EQUAL 200 THEN
               ADD 1 TO WS-CHANGE-OVERFLOW
               GO TO TAKE-ONE-CHANGE-EXIT
            END-IF.
            ADD 1 TO CHT-COUNT.
            MOVE CHG-TIMESTAMP TO CHT-TIMESTAMP (CHT-COUNT).
            MOVE CHG-PROGRAM-ID TO CHT-PROGRAM-ID (CHT-COUNT).
            MOVE CHG-OPERATION TO CHT-OPERATION (CHT-COUNT).
            MOVE CHG-RUN-ID TO CHT-RUN-ID (CHT-COUNT).
            MOVE CHG-AFTER-NAME TO CHT-AFTER-NAME (CHT-COUNT).
            MOVE CHG-AFTER-SURNAME TO CHT-AFTER-SURNAME (CHT-COUNT).
            MOVE CHG-SER-XID TO CHT-SER-XID (CHT-COUNT).
        TAKE-ONE-CHANGE-EXIT.
            EXIT.
      *
      * The register netted by file and sequence: the last record
      * for a delivery carries its receipt state.  Only the feeds
      * that carry row changes are kept.
      *
        LOAD-DELIVERIES.
            OPEN INPUT OUTBOUND-REGISTER-FILE.
            IF WS-OUTREG-STATUS NOT EQUAL '00' THEN
               IF WS-OUTREG-STATUS EQUAL '05' THEN
                  CLOSE OUTBOUND-REGISTER-FILE
               END-IF
               DISPLAY 'No OUTBOUND-REGISTER - no outbound delivery '
                       'can be traced'
               GO TO LOAD-DELIVERIES-DONE
            END-IF.
            PERFORM UNTIL END-OF-OUTREG
               READ OUTBOUND-REGISTER-FILE
                  AT END
                     SET END-OF-OUTREG TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-DELIVERY
                        THRU NET-ONE-DELIVERY-EXIT
               END-READ
            END-PERFORM.
            CLOSE OUTBOUND-REGISTER-FILE.
            IF WS-REGISTER-OVERFLOW NOT EQUAL 0 THEN
               DISPLAY 'WARNING: more than 2000 deliveries - '
                       WS-REGISTER-OVERFLOW ' not traced'
            END-IF.
        LOAD-DELIVERIES-DONE.
            EXIT.
        NET-ONE-DELIVERY.
            MOVE 'N' TO WS-DLV-FOUND.
            PERFORM VARYING DLV-IX FROM 1 BY 1
                     UNTIL DLV-IX > DLV-COUNT OR DLV-ENTRY-FOUND
               IF DLV-FILE-NAME (DLV-IX) EQUAL OBR-FILE-NAME AND
                  DLV-SEQUENCE (DLV-IX) EQUAL OBR-SEQUENCE THEN
                  SET DLV-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF DLV-ENTRY-FOUND THEN
               SUBTRACT 1 FROM DLV-IX
               MOVE OBR-STATUS TO DLV-STATUS (DLV-IX)
               MOVE OBR-STATUS-TIME TO DLV-STATUS-TIME (DLV-IX)
               GO TO NET-ONE-DELIVERY-EXIT
            END-IF.
            IF DLV-COUNT EQUAL 2000 THEN
               ADD 1 TO WS-REGISTER-OVERFLOW
               GO TO NET-ONE-DELIVERY-EXIT
            END-IF.
            ADD 1 TO DLV-COUNT.
            MOVE DLV-COUNT TO DLV-IX.
            MOVE OBR-FILE-NAME TO DLV-FILE-NAME (DLV-IX).
            MOVE OBR-SEQUENCE TO DLV-SEQUENCE (DLV-IX).
            MOVE OBR-GENERATION TO DLV-GENERATION (DLV-IX).
            MOVE OBR-TIMESTAMP TO DLV-TIMESTAMP (DLV-IX).
            MOVE OBR-KIND TO DLV-KIND (DLV-IX).
            MOVE OBR-RESEND-OF TO DLV-RESEND-OF (DLV-IX).
            MOVE OBR-STATUS TO DLV-STATUS (DLV-IX).
            MOVE OBR-STATUS-TIME TO DLV-STATUS-TIME (DLV-IX).
            MOVE 'N' TO DLV-KEY-FLAG (DLV-IX).
            MOVE SPACE TO DLV-READ-FLAG (DLV-IX).
            MOVE SPACES TO DLV-HDR-DATE (DLV-IX).
            MOVE SPACES TO DLV-HDR-RUN-ID (DLV-IX).
            MOVE SPACES TO DLV-HDR-FROM (DLV-IX).
            MOVE SPACES TO DLV-HDR-WHO (DLV-IX).
      * Any other name is a subscriber delivery if its header says
      * whose it is (checked when the generation is read)
            EVALUATE OBR-FILE-NAME
               WHEN 'WAREHOUSE-DELTA'
                  MOVE 'W' TO DLV-FEED (DLV-IX)
               WHEN 'WAREHOUSE-SEED'
                  MOVE 'S' TO DLV-FEED (DLV-IX)
               WHEN 'ROYALTY-OUTBOUND'
                  MOVE 'R' TO DLV-FEED (DLV-IX)
               WHEN 'ROYALTY-MAKEUP'
                  MOVE 'M' TO DLV-FEED (DLV-IX)
               WHEN 'VENDOR-ACK'
                  MOVE 'V' TO DLV-FEED (DLV-IX)
               WHEN OTHER
                  MOVE 'U' TO DLV-FEED (DLV-IX)
            END-EVALUATE.
        NET-ONE-DELIVERY-EXIT.
            EXIT.
      *
      * One archived generation, read once: its header's coverage
      * fields and whether any detail carries the key.  The
      * royalty and vendor files carry author ids only.
      *
        PROVE-ONE-GENERATION.
            IF (DLV-FEED (DLV-IX) EQUAL 'R' OR
                DLV-FEED (DLV-IX) EQUAL 'M' OR
                DLV-FEED (DLV-IX) EQUAL 'V') AND
               NOT KEY-IS-AUTHOR THEN
               GO TO PROVE-ONE-GENERATION-EXIT
            END-IF.
            MOVE DLV-GENERATION (DLV-IX) TO WS-GENERATION-NAME.
            MOVE 'N' TO WS-GEN-EOF.
            MOVE 'F' TO WS-PIPE-FORMAT.
            OPEN INPUT DELIVERY-GENERATION-FILE.
            IF WS-GEN-STATUS NOT EQUAL '00' THEN
               IF WS-GEN-STATUS EQUAL '05' THEN
                  CLOSE DELIVERY-GENERATION-FILE
               END-IF
               MOVE 'U' TO DLV-READ-FLAG (DLV-IX)
               GO TO PROVE-ONE-GENERATION-EXIT
            END-IF.
            PERFORM UNTIL END-OF-GENERATION OR DLV-HAS-KEY (DLV-IX)
               READ DELIVERY-GENERATION-FILE
                  AT END
                     SET END-OF-GENERATION TO TRUE
                  NOT AT END
                     PERFORM PROVE-ONE-RECORD
                        THRU PROVE-ONE-RECORD-EXIT
               END-READ
            END-PERFORM.
            CLOSE DELIVERY-GENERATION-FILE.
        PROVE-ONE-GENERATION-EXIT.
            EXIT.
        PROVE-ONE-RECORD.
            IF DELIVERY-GENERATION-RECORD(1:1) EQUAL 'H' THEN
               MOVE DELIVERY-GENERATION-RECORD(2:8)
                 TO DLV-HDR-DATE (DLV-IX)
      * The vendor ack names the loader run it answers before its
      * timestamp; the other headers after it
               IF DLV-FEED (DLV-IX) EQUAL 'V' THEN
                  MOVE DELIVERY-GENERATION-RECORD(10:13)
                    TO DLV-HDR-RUN-ID (DLV-IX)
               ELSE
                  MOVE DELIVERY-GENERATION-RECORD(31:13)
                    TO DLV-HDR-RUN-ID (DLV-IX)
               END-IF
               IF DLV-FEED (DLV-IX) EQUAL 'U' THEN
                  MOVE DELIVERY-GENERATION-RECORD(56:12)
                    TO DLV-HDR-WHO (DLV-IX)
                  MOVE DELIVERY-GENERATION-RECORD(68:21)
                    TO DLV-HDR-FROM (DLV-IX)
                  MOVE DELIVERY-GENERATION-RECORD(89:1)
                    TO WS-PIPE-FORMAT
               END-IF
               GO TO PROVE-ONE-RECORD-EXIT
            END-IF.
            IF DELIVERY-GENERATION-RECORD(1:1) NOT EQUAL 'D' THEN
               GO TO PROVE-ONE-RECORD-EXIT
            END-IF.
            EVALUATE DLV-FEED (DLV-IX)
               WHEN 'R'
               WHEN 'M'
               WHEN 'V'
                  IF DELIVERY-GENERATION-RECORD(2:9) IS NUMERIC AND
                     DELIVERY-GENERATION-RECORD(2:9) EQUAL
                     WS-KEY-DIGITS THEN
                     SET DLV-HAS-KEY (DLV-IX) TO TRUE
                  END-IF
               WHEN OTHER
                  IF WS-PIPE-FORMAT EQUAL 'P' THEN
                     MOVE SPACES TO WS-PIPE-KEY
                     UNSTRING DELIVERY-GENERATION-RECORD
                        DELIMITED BY '|'
                        INTO WS-PIPE-TYPE WS-PIPE-KEY WS-PIPE-REST
                     END-UNSTRING
                  ELSE
                     MOVE DELIVERY-GENERATION-RECORD(2:20)
                       TO WS-PIPE-KEY
                  END-IF
                  IF FUNCTION TRIM(WS-PIPE-KEY) EQUAL
                     FUNCTION TRIM(WS-TARGET-KEY) THEN
                     SET DLV-HAS-KEY (DLV-IX) TO TRUE
                  END-IF
            END-EVALUATE.
        PROVE-ONE-RECORD-EXIT.
            EXIT.
      *
      * The standby's high-water mark; no bookmark, no replay has
      * ever run cleanly.
      *
        READ-DR-BOOKMARK.
            OPEN INPUT DR-BOOKMARK-FILE.
            IF WS-BOOKMARK-STATUS NOT EQUAL '00' THEN
               IF WS-BOOKMARK-STATUS EQUAL '05' THEN
                  CLOSE DR-BOOKMARK-FILE
               END-IF
               GO TO READ-DR-BOOKMARK-DONE
            END-IF.
            READ DR-BOOKMARK-FILE
               AT END
                  CONTINUE
               NOT AT END
                  MOVE DRB-LAST-TIMESTAMP TO WS-BOOKMARK-TS
                  MOVE DRB-UPDATED TO WS-BOOKMARK-UPDATED
            END-READ.
            CLOSE DR-BOOKMARK-FILE.
        READ-DR-BOOKMARK-DONE.
            EXIT.
      *
      * One change and every delivery that carried it.
      *
        TRACE-ONE-CHANGE.
            MOVE CHT-TIMESTAMP (CHT-IX)(1:8) TO WS-CHANGE-DATE.
            MOVE 0 TO WS-CHANGE-REACHED.
            DISPLAY ' '.
            DISPLAY 'CHANGE ' CHT-TIMESTAMP (CHT-IX)(1:16)
                    ' op=' CHT-OPERATION (CHT-IX)
                    ' by ' CHT-PROGRAM-ID (CHT-IX)
                    ' run ' CHT-RUN-ID (CHT-IX)
                    ' after=' FUNCTION TRIM(CHT-AFTER-NAME (CHT-IX))
                    '/' FUNCTION TRIM(CHT-AFTER-SURNAME (CHT-IX)).
            DISPLAY '  XID ' FUNCTION TRIM(CHT-SER-XID (CHT-IX)).
            MOVE SPACES TO WS-FIRST-FILE.
            MOVE 0 TO WS-FIRST-SEQUENCE.
            PERFORM VARYING DLV-IX FROM 1 BY 1
                     UNTIL DLV-IX > DLV-COUNT
               PERFORM JUDGE-ONE-DELIVERY
                  THRU JUDGE-ONE-DELIVERY-EXIT
            END-PERFORM.
      * The standby: replay applies every change up to its
      * bookmark; a change the failback itself wrote came FROM the
      * standby
            EVALUATE TRUE
               WHEN CHT-PROGRAM-ID (CHT-IX) EQUAL 'EXDRREPL'
                  DISPLAY '  DR standby          originated on the '
                          'standby (carried back by the failback)'
               WHEN WS-BOOKMARK-TS EQUAL SPACES
                  DISPLAY '  DR standby          NOT REPLAYED - no '
                          'DR-REPLAY-BOOKMARK'
               WHEN CHT-TIMESTAMP (CHT-IX)(1:16) NOT >
                    WS-BOOKMARK-TS(1:16)
                  ADD 1 TO WS-STANDBY-REACHED
                  DISPLAY '  DR standby          REPLAYED - bookmark '
                          WS-BOOKMARK-TS(1:16) ' (moved '
                          WS-BOOKMARK-UPDATED(1:8) ')'
               WHEN OTHER
                  DISPLAY '  DR standby          NOT YET REPLAYED - '
                          'bookmark ' WS-BOOKMARK-TS(1:16)
            END-EVALUATE.
            IF WS-CHANGE-REACHED EQUAL 0 THEN
               DISPLAY '  (no outbound file carried this change)'
            END-IF.
        TRACE-ONE-CHANGE-EXIT.
            EXIT.
      *
      * Did this delivery carry this change?  Each feed by its own
      * coverage rule, and only when its generation holds the key.
      *
        JUDGE-ONE-DELIVERY.
            MOVE 'N' TO WS-CARRIED.
            IF DLV-UNREADABLE (DLV-IX) THEN
               IF DLV-TIMESTAMP (DLV-IX)(1:16) NOT <
                  CHT-TIMESTAMP (CHT-IX)(1:16) THEN
                  ADD 1 TO WS-UNREADABLE-COUNT
                  DISPLAY '  ' DLV-FILE-NAME (DLV-IX)
                          ' seq ' DLV-SEQUENCE (DLV-IX)
                          ' CANNOT BE CHECKED - generation '
                          FUNCTION TRIM(DLV-GENERATION (DLV-IX))
                          ' unreadable'
               END-IF
               GO TO JUDGE-ONE-DELIVERY-EXIT
            END-IF.
            IF NOT DLV-HAS-KEY (DLV-IX) THEN
               GO TO JUDGE-ONE-DELIVERY-EXIT
            END-IF.
            EVALUATE DLV-FEED (DLV-IX)
      * The delta for the change's own day
               WHEN 'W'
                  IF DLV-HDR-DATE (DLV-IX) EQUAL WS-CHANGE-DATE AND
                     CHT-PROGRAM-ID (CHT-IX) NOT EQUAL 'EXDRREPL'
                     THEN
                     SET DELIVERY-CARRIED TO TRUE
                  END-IF
      * A subscriber's window: after its bookmark (a first delivery
      * starts at the beginning of its date) through its date
               WHEN 'U'
                  IF DLV-HDR-WHO (DLV-IX) NOT EQUAL SPACES AND
                     CHT-PROGRAM-ID (CHT-IX) NOT EQUAL 'EXDRREPL' AND
                     WS-CHANGE-DATE NOT > DLV-HDR-DATE (DLV-IX) THEN
                     IF DLV-HDR-FROM (DLV-IX) EQUAL SPACES THEN
                        IF WS-CHANGE-DATE EQUAL DLV-HDR-DATE (DLV-IX)
                           THEN
                           SET DELIVERY-CARRIED TO TRUE
                        END-IF
                     ELSE
                        IF CHT-TIMESTAMP (CHT-IX)(1:16) >
                           DLV-HDR-FROM (DLV-IX)(1:16) THEN
                           SET DELIVERY-CARRIED TO TRUE
                        END-IF
                     END-IF
                  END-IF
      * The ack answers the loader run that made the change
               WHEN 'V'
                  IF DLV-HDR-RUN-ID (DLV-IX) EQUAL
                     CHT-RUN-ID (CHT-IX) THEN
                     SET DELIVERY-CARRIED TO TRUE
                  END-IF
      * The first drain, make-up or seed cut after the change, and
      * the resends that repeat it; only the two-resource-manager
      * writer stages royalty rows
               WHEN OTHER
                  IF DLV-FEED (DLV-IX) EQUAL 'R' AND
                     CHT-PROGRAM-ID (CHT-IX) NOT EQUAL 'EX8TWORM' THEN
                     GO TO JUDGE-ONE-DELIVERY-EXIT
                  END-IF
                  IF DLV-KIND (DLV-IX) EQUAL 'R' THEN
                     IF DLV-FILE-NAME (DLV-IX) EQUAL WS-FIRST-FILE AND
                        DLV-RESEND-OF (DLV-IX) EQUAL WS-FIRST-SEQUENCE
                        THEN
                        SET DELIVERY-CARRIED TO TRUE
                     END-IF
                  ELSE
                     IF DLV-TIMESTAMP (DLV-IX)(1:16) NOT <
                        CHT-TIMESTAMP (CHT-IX)(1:16) AND
                        WS-FIRST-FILE NOT EQUAL DLV-FILE-NAME (DLV-IX)
                        THEN
                        PERFORM CHECK-EARLIER-CARRIER
                           THRU CHECK-EARLIER-CARRIER-EXIT
                     END-IF
                  END-IF
            END-EVALUATE.
            IF NOT DELIVERY-CARRIED THEN
               GO TO JUDGE-ONE-DELIVERY-EXIT
            END-IF.
            ADD 1 TO WS-CHANGE-REACHED.
            PERFORM DESCRIBE-DELIVERY THRU DESCRIBE-DELIVERY.
            DISPLAY '  ' DLV-FILE-NAME (DLV-IX)
                    ' seq ' DLV-SEQUENCE (DLV-IX)
                    ' cut ' DLV-TIMESTAMP (DLV-IX)(1:8)
                    ' ' FUNCTION TRIM(WS-KIND-TEXT)
                    ' ' FUNCTION TRIM(WS-STATUS-TEXT).
            DISPLAY '      generation '
                    FUNCTION TRIM(DLV-GENERATION (DLV-IX)).
            PERFORM COUNT-RECIPIENT THRU COUNT-RECIPIENT-EXIT.
        JUDGE-ONE-DELIVERY-EXIT.
            EXIT.
      *
      * A first-after feed carries the change in its first new
      * delivery after it that holds the key; an earlier such
      * delivery of the same file, already past, means this one
      * carries a later state.
      *
        CHECK-EARLIER-CARRIER.
            MOVE 'N' TO WS-DLV-FOUND.
            PERFORM VARYING DLV-JX FROM 1 BY 1
                     UNTIL DLV-JX NOT < DLV-IX OR DLV-ENTRY-FOUND
               IF DLV-FILE-NAME (DLV-JX) EQUAL
                  DLV-FILE-NAME (DLV-IX) AND
                  DLV-KIND (DLV-JX) NOT EQUAL 'R' AND
                  DLV-HAS-KEY (DLV-JX) AND
                  DLV-TIMESTAMP (DLV-JX)(1:16) NOT <
                  CHT-TIMESTAMP (CHT-IX)(1:16) THEN
                  SET DLV-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT DLV-ENTRY-FOUND THEN
               SET DELIVERY-CARRIED TO TRUE
               MOVE DLV-FILE-NAME (DLV-IX) TO WS-FIRST-FILE
               MOVE DLV-SEQUENCE (DLV-IX) TO WS-FIRST-SEQUENCE
            END-IF.
        CHECK-EARLIER-CARRIER-EXIT.
            EXIT.
      *
      * The delivery's kind and its receipt state, in words.
      *
        DESCRIBE-DELIVERY.
            MOVE SPACES TO WS-KIND-TEXT.
            IF DLV-KIND (DLV-IX) EQUAL 'R' THEN
               MOVE DLV-RESEND-OF (DLV-IX) TO DISP-RESEND-OF
               STRING 'RESEND of ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-RESEND-OF) DELIMITED BY SIZE
                      INTO WS-KIND-TEXT
               END-STRING
            END-IF.
            IF DLV-FEED (DLV-IX) EQUAL 'U' THEN
               MOVE SPACES TO WS-KIND-TEXT
               STRING 'for ' DELIMITED BY SIZE
                      DLV-HDR-WHO (DLV-IX) DELIMITED BY SPACE
                      INTO WS-KIND-TEXT
               END-STRING
            END-IF.
            MOVE SPACES TO WS-STATUS-TEXT.
            EVALUATE DLV-STATUS (DLV-IX)
               WHEN 'A'
                  STRING 'ACKNOWLEDGED ' DELIMITED BY SIZE
                         DLV-STATUS-TIME (DLV-IX)(1:8)
                            DELIMITED BY SIZE
                         INTO WS-STATUS-TEXT
                  END-STRING
               WHEN 'M'
                  STRING 'RECEIPT MISMATCHED ' DELIMITED BY SIZE
                         DLV-STATUS-TIME (DLV-IX)(1:8)
                            DELIMITED BY SIZE
                         INTO WS-STATUS-TEXT
                  END-STRING
               WHEN 'X'
                  MOVE 'SUPERSEDED by a resend' TO WS-STATUS-TEXT
               WHEN OTHER
                  MOVE 'SENT - NO RECEIPT YET' TO WS-STATUS-TEXT
            END-EVALUATE.
      *
      * One more delivery to a recipient, for the notify list.
      *
        COUNT-RECIPIENT.
            MOVE 'N' TO WS-RCP-FOUND.
            PERFORM VARYING RCP-IX FROM 1 BY 1
                     UNTIL RCP-IX > RCP-COUNT OR RCP-ENTRY-FOUND
               IF RCP-NAME (RCP-IX) EQUAL DLV-FILE-NAME (DLV-IX) THEN
                  SET RCP-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF RCP-ENTRY-FOUND THEN
               SUBTRACT 1 FROM RCP-IX
            ELSE
               IF RCP-COUNT EQUAL 100 THEN
                  GO TO COUNT-RECIPIENT-EXIT
               END-IF
               ADD 1 TO RCP-COUNT
               MOVE RCP-COUNT TO RCP-IX
               MOVE DLV-FILE-NAME (DLV-IX) TO RCP-NAME (RCP-IX)
               MOVE 0 TO RCP-DELIVERED (RCP-IX)
               MOVE 0 TO RCP-UNACKED (RCP-IX)
            END-IF.
            ADD 1 TO RCP-DELIVERED (RCP-IX).
            IF DLV-STATUS (DLV-IX) NOT EQUAL 'A' THEN
               ADD 1 TO RCP-UNACKED (RCP-IX)
            END-IF.
        COUNT-RECIPIENT-EXIT.
            EXIT.
      *
      * Whom to notify with a correction.
      *
        PRINT-RECIPIENTS.
            DISPLAY ' '.
            DISPLAY 'RECIPIENTS TO NOTIFY: ' RCP-COUNT
                    ' outbound file(s), DR standby reached by '
                    WS-STANDBY-REACHED ' change(s)'.
            PERFORM VARYING RCP-IX FROM 1 BY 1
                     UNTIL RCP-IX > RCP-COUNT
               DISPLAY '  ' RCP-NAME (RCP-IX) ' '
                       RCP-DELIVERED (RCP-IX) ' delivery(ies), '
                       RCP-UNACKED (RCP-IX) ' not acknowledged'
            END-PERFORM.
            IF WS-UNREADABLE-COUNT NOT EQUAL 0 THEN
               DISPLAY 'WARNING: ' WS-UNREADABLE-COUNT
                       ' delivery check(s) could not be made - '
                       'archived generation missing'
            END-IF.
            IF WS-CHANGE-OVERFLOW NOT EQUAL 0 THEN
               DISPLAY 'WARNING: more than 200 changes - '
                       WS-CHANGE-OVERFLOW ' not traced; narrow '
                       'with RUN= or XID='
            END-IF.
            IF WS-BULK-SKIPPED NOT EQUAL 0 THEN
               DISPLAY 'NOTE: ' WS-BULK-SKIPPED ' BULK batch '
                       'summary record(s) start at this key - BULK '
                       'rows are not traced one by one'
            END-IF.
      *
      * One INQUIRY-ACCESS row for the key asked about.
      *
        LOG-LINEAGE-ACCESS.
            MOVE 'EXFWDLIN' TO WS-INQ-PROGRAM-ID.
            MOVE 'K' TO WS-INQ-KIND.
            MOVE SPACES TO WS-INQ-ASKED.
            STRING FUNCTION TRIM(WS-TARGET-KEY) DELIMITED BY SIZE
                   ' FORWARD LINEAGE' DELIMITED BY SIZE
                   INTO WS-INQ-ASKED
            END-STRING.
            MOVE CHT-COUNT TO WS-INQ-ROWS.
            PERFORM LOG-INQUIRY-ACCESS THRU LOG-INQUIRY-ACCESS-EXIT.
      * The inquiry access log (see INQACCWR.cpy), the interlocked
      * run-number issuance (see ISSUERUN.cpy) and the trail-index
      * lookup (see TRLIDXLK.cpy).
           COPY INQACCWR.
           COPY ISSUERUN.
           COPY TRLIDXLK.
