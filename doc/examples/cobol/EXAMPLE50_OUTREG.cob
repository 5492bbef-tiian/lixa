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
      * Usage: EXAMPLE50_OUTREG MATCH [CUTOFF=hours]
      *        EXAMPLE50_OUTREG RESEND file-name sequence
      *
      * Outbound transmission register.  Every outbound extractor
      * (EXAMPLE20_WHEXTRACT, EXAMPLE29_ROYEXTR, EXAMPLE32_VENDACK)
      * numbers its delivery, archives the exact file as the
      * generation "name-GEN-nnnnnn" and appends an entry to
      * OUTBOUND-REGISTER (see OUTREG.cpy).  This program closes
      * the loop with the partners:
      *
      *   MATCH reads the receipts the partners return
      *   (OUTBOUND-RECEIPTS, see RECEIPT.cpy) and matches each
      *   one to its register entry by file name, record count and
      *   hash total - and by sequence when the partner echoes it.
      *   A match marks the delivery ACKNOWLEDGED; a receipt naming
      *   a sequence whose totals differ marks it MISMATCHED; a
      *   receipt that matches nothing is reported.  Any delivery
      *   still unacknowledged after CUTOFF hours (default 24) is
      *   flagged UNACKNOWLEDGED.  The per-delivery verdicts go to
      *   OUTBOUND-REPORT and the run ends 1 when anything needs
      *   the operator's attention;
      *
      *   RESEND re-issues a registered delivery from its archived
      *   generation - the exact bytes the partner should have had,
      *   not a fresh extract of a database that has moved on since.
      *   The copy goes back under the live file name with a NEW
      *   sequence in the header (columns 44-49) and the repeated
      *   sequence in columns 50-55, so the partner can tell it from
      *   a new delivery; it is registered as a resend with the
      *   original's control totals, and the original is marked
      *   superseded.
      *
      * Status changes are appended to the register; like the
      * other append-only control files it is netted
      * last-record-wins, by file name plus sequence.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE50-OUTREG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * Every outbound delivery and its status (see OUTREG.cpy)
            SELECT OPTIONAL OUTBOUND-REGISTER-FILE
                ASSIGN TO "OUTBOUND-REGISTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-STATUS.
      * The partners' delivery receipts (see RECEIPT.cpy)
            SELECT OPTIONAL OUTBOUND-RECEIPTS-FILE
                ASSIGN TO "OUTBOUND-RECEIPTS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECEIPT-STATUS.
            SELECT OUTBOUND-REPORT-FILE ASSIGN TO "OUTBOUND-REPORT"
                ORGANIZATION IS LINE SEQUENTIAL.
      * RESEND: the archived generation back to the live name
            SELECT RESEND-SOURCE-FILE
                ASSIGN TO DYNAMIC WS-RESEND-SOURCE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RESEND-STATUS.
            SELECT RESEND-TARGET-FILE
                ASSIGN TO DYNAMIC WS-RESEND-TARGET
                ORGANIZATION IS LINE SEQUENTIAL.
      * ... and the re-issued file to its own generation
      * (see OUTREGWR.cpy)
            SELECT OUTBOUND-COPY-IN-FILE
                ASSIGN TO DYNAMIC WS-OUTREG-SOURCE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-COPY-STATUS.
            SELECT OUTBOUND-COPY-OUT-FILE
                ASSIGN TO DYNAMIC WS-OUTREG-ARCHIVE
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD OUTBOUND-REGISTER-FILE.
        01 OUTBOUND-REGISTER-RECORD.
           COPY OUTREG.
        FD OUTBOUND-RECEIPTS-FILE.
        01 OUTBOUND-RECEIPT-RECORD.
           COPY RECEIPT.
        FD OUTBOUND-REPORT-FILE.
        01 OUTBOUND-REPORT-RECORD PIC X(132).
        FD RESEND-SOURCE-FILE.
        01 RESEND-SOURCE-RECORD PIC X(200).
        FD RESEND-TARGET-FILE.
        01 RESEND-TARGET-RECORD PIC X(200).
        FD OUTBOUND-COPY-IN-FILE.
        01 OUTBOUND-COPY-IN-RECORD PIC X(200).
        FD OUTBOUND-COPY-OUT-FILE.
        01 OUTBOUND-COPY-OUT-RECORD PIC X(200).
        WORKING-STORAGE SECTION.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-COMMAND PIC X(10) VALUE SPACES.
           88 CMD-MATCH  VALUE 'MATCH'.
           88 CMD-RESEND VALUE 'RESEND'.
      * MATCH: hours a delivery may wait for its receipt
        01 WS-CUTOFF-HOURS PIC 9(4) VALUE 24.
        01 WS-CUTOFF-MINUTES PIC 9(9) VALUE 0.
      * RESEND: the delivery to re-issue
        01 WS-RESEND-FILE PIC X(20) VALUE SPACES.
        01 WS-RESEND-SEQUENCE PIC 9(6) VALUE 0.
        01 WS-RESEND-STATUS PIC X(2) VALUE '00'.
        01 WS-RESEND-EOF PIC X(1) VALUE 'N'.
           88 END-OF-RESEND-SOURCE VALUE 'Y'.
        01 WS-RESEND-SOURCE PIC X(40) VALUE SPACES.
        01 WS-RESEND-TARGET PIC X(40) VALUE SPACES.
        01 WS-RESEND-COPIED PIC 9(9) VALUE 0.
      * The register, netted by file name plus sequence
        01 REGISTER-TABLE.
           05 REG-COUNT PIC 9(5) VALUE 0.
           05 REG-ENTRY OCCURS 5000 TIMES.
              10 REG-FILE-NAME    PIC X(20).
              10 REG-SEQUENCE     PIC 9(6).
              10 REG-GENERATION   PIC X(40).
              10 REG-RECORD-COUNT PIC 9(9).
              10 REG-HASH-TOTAL   PIC 9(15).
              10 REG-RUN-ID       PIC X(13).
              10 REG-TIMESTAMP    PIC X(21).
              10 REG-KIND         PIC X(1).
              10 REG-RESEND-OF    PIC 9(6).
              10 REG-STATUS       PIC X(1).
              10 REG-STATUS-TIME  PIC X(21).
      * 'Y' when this run changed the status (to be appended)
              10 REG-CHANGED      PIC X(1).
        01 REG-IX PIC 9(5).
        01 WS-REG-FOUND PIC 9(5) VALUE 0.
        01 WS-RECEIPT-STATUS PIC X(2) VALUE '00'.
        01 WS-RECEIPT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-RECEIPTS VALUE 'Y'.
      * Age arithmetic: minutes since 1601 of a YYYYMMDDhhmm stamp
        01 WS-AGE-STAMP PIC X(21) VALUE SPACES.
        01 WS-AGE-RESULT PIC 9(12) VALUE 0.
        01 WS-NOW-MINUTES PIC 9(12) VALUE 0.
        01 WS-ENTRY-AGE PIC 9(12) VALUE 0.
        01 WS-AGE-HOURS PIC 9(6) VALUE 0.
        01 WS-NOW PIC X(21) VALUE SPACES.
      * Totals for the report and the return code
        01 WS-RECEIPTS-READ PIC 9(7) VALUE 0.
        01 WS-RECEIPTS-MATCHED PIC 9(7) VALUE 0.
        01 WS-RECEIPTS-REPEATED PIC 9(7) VALUE 0.
        01 WS-RECEIPTS-MISMATCHED PIC 9(7) VALUE 0.
        01 WS-RECEIPTS-UNMATCHED PIC 9(7) VALUE 0.
        01 WS-DELIVERIES-OVERDUE PIC 9(7) VALUE 0.
        01 WS-DELIVERIES-OPEN PIC 9(7) VALUE 0.
        01 WS-DELIVERIES-MISMATCHED PIC 9(7) VALUE 0.
        01 WS-VERDICT PIC X(16) VALUE SPACES.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        01 DISP-COUNT PIC Z(8)9.
        01 DISP-HASH PIC Z(14)9.
        01 DISP-HOURS PIC Z(5)9.
           COPY OUTREGWS.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE50_OUTREG'.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
            EVALUATE TRUE
               WHEN CMD-MATCH
                  PERFORM PARSE-MATCH-ARGS
                  PERFORM MATCH-RECEIPTS
               WHEN CMD-RESEND
                  PERFORM PARSE-RESEND-ARGS
                  PERFORM RESEND-DELIVERY THRU RESEND-DELIVERY-EXIT
               WHEN OTHER
                  DISPLAY 'Usage: EXAMPLE50_OUTREG MATCH '
                          '[CUTOFF=hours]'
                  DISPLAY '       EXAMPLE50_OUTREG RESEND '
                          'file-name sequence'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
      * Argument parsing
      *
        PARSE-MATCH-ARGS.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV(1:7) EQUAL 'CUTOFF=' THEN
               COMPUTE WS-CUTOFF-HOURS =
                  FUNCTION NUMVAL(ARGV(8:10))
               IF WS-CUTOFF-HOURS EQUAL 0 THEN
                  DISPLAY 'ERROR: CUTOFF= needs a number of hours'
                  STOP RUN RETURNING 1
               END-IF
            ELSE
               IF ARGV NOT EQUAL SPACES THEN
                  DISPLAY 'ERROR: unknown argument '
                          FUNCTION TRIM(ARGV)
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            COMPUTE WS-CUTOFF-MINUTES = WS-CUTOFF-HOURS * 60.
        PARSE-RESEND-ARGS.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-RESEND-FILE.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            COMPUTE WS-RESEND-SEQUENCE = FUNCTION NUMVAL(ARGV).
            IF WS-RESEND-FILE EQUAL SPACES OR
               WS-RESEND-SEQUENCE EQUAL 0 THEN
               DISPLAY 'ERROR: RESEND needs the outbound file name '
                       'and the delivery sequence to repeat'
               STOP RUN RETURNING 1
            END-IF.
      *
      * Load the register, netted last-record-wins by file name
      * plus sequence
      *
        LOAD-REGISTER.
            MOVE 0 TO REG-COUNT.
            MOVE 'N' TO WS-OUTREG-EOF.
            OPEN INPUT OUTBOUND-REGISTER-FILE.
            IF WS-OUTREG-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-OUTREG
                  READ OUTBOUND-REGISTER-FILE
                     AT END
                        SET END-OF-OUTREG TO TRUE
                     NOT AT END
                        PERFORM NET-REGISTER-ENTRY
                  END-READ
               END-PERFORM
               CLOSE OUTBOUND-REGISTER-FILE
            ELSE
               IF WS-OUTREG-STATUS EQUAL '05' THEN
                  CLOSE OUTBOUND-REGISTER-FILE
               END-IF
            END-IF.
            MOVE REG-COUNT TO DISP-COUNT.
            DISPLAY 'Register: ' FUNCTION TRIM(DISP-COUNT)
                    ' delivery(ies) on file'.
        NET-REGISTER-ENTRY.
            MOVE 0 TO WS-REG-FOUND.
            PERFORM VARYING REG-IX FROM 1 BY 1
                    UNTIL REG-IX > REG-COUNT OR WS-REG-FOUND > 0
               IF REG-FILE-NAME(REG-IX) EQUAL OBR-FILE-NAME AND
                  REG-SEQUENCE(REG-IX) EQUAL OBR-SEQUENCE THEN
                  MOVE REG-IX TO WS-REG-FOUND
               END-IF
            END-PERFORM.
            IF WS-REG-FOUND EQUAL 0 THEN
               IF REG-COUNT >= 5000 THEN
                  DISPLAY 'ERROR: more than 5000 deliveries in '
                          'OUTBOUND-REGISTER'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO REG-COUNT
               MOVE REG-COUNT TO WS-REG-FOUND
            END-IF.
            MOVE OBR-FILE-NAME TO REG-FILE-NAME(WS-REG-FOUND).
            MOVE OBR-SEQUENCE TO REG-SEQUENCE(WS-REG-FOUND).
            MOVE OBR-GENERATION TO REG-GENERATION(WS-REG-FOUND).
            MOVE OBR-RECORD-COUNT TO REG-RECORD-COUNT(WS-REG-FOUND).
            MOVE OBR-HASH-TOTAL TO REG-HASH-TOTAL(WS-REG-FOUND).
            MOVE OBR-RUN-ID TO REG-RUN-ID(WS-REG-FOUND).
            MOVE OBR-TIMESTAMP TO REG-TIMESTAMP(WS-REG-FOUND).
            MOVE OBR-KIND TO REG-KIND(WS-REG-FOUND).
            MOVE OBR-RESEND-OF TO REG-RESEND-OF(WS-REG-FOUND).
            MOVE OBR-STATUS TO REG-STATUS(WS-REG-FOUND).
            MOVE OBR-STATUS-TIME TO REG-STATUS-TIME(WS-REG-FOUND).
            MOVE 'N' TO REG-CHANGED(WS-REG-FOUND).
      *
      * MATCH: receipts against the register, then the overdue
      * sweep and the report
      *
        MATCH-RECEIPTS.
            PERFORM LOAD-REGISTER.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE 'N' TO WS-RECEIPT-EOF.
            OPEN INPUT OUTBOUND-RECEIPTS-FILE.
            IF WS-RECEIPT-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-RECEIPTS
                  READ OUTBOUND-RECEIPTS-FILE
                     AT END
                        SET END-OF-RECEIPTS TO TRUE
                     NOT AT END
                        ADD 1 TO WS-RECEIPTS-READ
                        PERFORM MATCH-ONE-RECEIPT
                  END-READ
               END-PERFORM
               CLOSE OUTBOUND-RECEIPTS-FILE
            ELSE
               IF WS-RECEIPT-STATUS EQUAL '05' THEN
                  CLOSE OUTBOUND-RECEIPTS-FILE
               END-IF
            END-IF.
            PERFORM APPEND-STATUS-CHANGES.
            PERFORM WRITE-MATCH-REPORT.
            IF WS-DELIVERIES-MISMATCHED > 0 OR
               WS-RECEIPTS-UNMATCHED > 0 OR
               WS-DELIVERIES-OVERDUE > 0 THEN
               DISPLAY 'EXAMPLE50_OUTREG: deliveries need attention '
                       '(see OUTBOUND-REPORT)'
               STOP RUN RETURNING 1
            END-IF.
        MATCH-ONE-RECEIPT.
            MOVE FUNCTION UPPER-CASE(RCP-FILE-NAME) TO RCP-FILE-NAME.
            MOVE 0 TO WS-REG-FOUND.
            IF RCP-SEQUENCE NOT EQUAL 0 THEN
      * The partner echoed the sequence: that entry or nothing
               PERFORM VARYING REG-IX FROM 1 BY 1
                       UNTIL REG-IX > REG-COUNT OR WS-REG-FOUND > 0
                  IF REG-FILE-NAME(REG-IX) EQUAL RCP-FILE-NAME AND
                     REG-SEQUENCE(REG-IX) EQUAL RCP-SEQUENCE THEN
                     MOVE REG-IX TO WS-REG-FOUND
                  END-IF
               END-PERFORM
            ELSE
      * Totals only: the oldest delivery of that file still open
      * with exactly those totals
               PERFORM VARYING REG-IX FROM 1 BY 1
                       UNTIL REG-IX > REG-COUNT
                  IF REG-FILE-NAME(REG-IX) EQUAL RCP-FILE-NAME AND
                     REG-STATUS(REG-IX) NOT EQUAL 'A' AND
                     REG-RECORD-COUNT(REG-IX) EQUAL
                        RCP-RECORD-COUNT AND
                     REG-HASH-TOTAL(REG-IX) EQUAL RCP-HASH-TOTAL THEN
                     IF WS-REG-FOUND EQUAL 0 THEN
                        MOVE REG-IX TO WS-REG-FOUND
                     ELSE
                        IF REG-SEQUENCE(REG-IX) <
                           REG-SEQUENCE(WS-REG-FOUND) THEN
                           MOVE REG-IX TO WS-REG-FOUND
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-REG-FOUND EQUAL 0 THEN
      * ... or one it already acknowledged (the receipt re-read)
                  PERFORM VARYING REG-IX FROM 1 BY 1
                          UNTIL REG-IX > REG-COUNT
                                OR WS-REG-FOUND > 0
                     IF REG-FILE-NAME(REG-IX) EQUAL RCP-FILE-NAME
                        AND REG-STATUS(REG-IX) EQUAL 'A'
                        AND REG-RECORD-COUNT(REG-IX) EQUAL
                            RCP-RECORD-COUNT
                        AND REG-HASH-TOTAL(REG-IX) EQUAL
                            RCP-HASH-TOTAL
                        AND REG-STATUS-TIME(REG-IX) EQUAL
                            RCP-RECEIVED-TIME THEN
                        MOVE REG-IX TO WS-REG-FOUND
                     END-IF
                  END-PERFORM
               END-IF
            END-IF.
            IF WS-REG-FOUND EQUAL 0 THEN
               ADD 1 TO WS-RECEIPTS-UNMATCHED
               MOVE RCP-RECORD-COUNT TO DISP-COUNT
               MOVE RCP-HASH-TOTAL TO DISP-HASH
               DISPLAY 'UNMATCHED RECEIPT: '
                       FUNCTION TRIM(RCP-FILE-NAME)
                       ' sequence ' RCP-SEQUENCE
                       ' count ' FUNCTION TRIM(DISP-COUNT)
                       ' hash ' FUNCTION TRIM(DISP-HASH)
                       ' from ' FUNCTION TRIM(RCP-PARTNER)
            ELSE
      * A receipt already applied (re-read on a later run) changes
      * nothing
               IF REG-STATUS(WS-REG-FOUND) EQUAL 'A' OR
                  (REG-STATUS(WS-REG-FOUND) EQUAL 'M' AND
                   REG-STATUS-TIME(WS-REG-FOUND) EQUAL
                      RCP-RECEIVED-TIME) THEN
                  ADD 1 TO WS-RECEIPTS-REPEATED
               ELSE
                  IF REG-RECORD-COUNT(WS-REG-FOUND) EQUAL
                        RCP-RECORD-COUNT AND
                     REG-HASH-TOTAL(WS-REG-FOUND) EQUAL
                        RCP-HASH-TOTAL THEN
                     ADD 1 TO WS-RECEIPTS-MATCHED
                     MOVE 'A' TO REG-STATUS(WS-REG-FOUND)
                  ELSE
                     ADD 1 TO WS-RECEIPTS-MISMATCHED
                     MOVE 'M' TO REG-STATUS(WS-REG-FOUND)
                  END-IF
                  MOVE RCP-RECEIVED-TIME
                    TO REG-STATUS-TIME(WS-REG-FOUND)
                  MOVE 'Y' TO REG-CHANGED(WS-REG-FOUND)
               END-IF
            END-IF.
        APPEND-STATUS-CHANGES.
            OPEN EXTEND OUTBOUND-REGISTER-FILE.
            PERFORM VARYING REG-IX FROM 1 BY 1
                    UNTIL REG-IX > REG-COUNT
               IF REG-CHANGED(REG-IX) EQUAL 'Y' THEN
                  PERFORM WRITE-REGISTER-ENTRY
               END-IF
            END-PERFORM.
            CLOSE OUTBOUND-REGISTER-FILE.
        WRITE-REGISTER-ENTRY.
            MOVE REG-FILE-NAME(REG-IX) TO OBR-FILE-NAME.
            MOVE REG-SEQUENCE(REG-IX) TO OBR-SEQUENCE.
            MOVE REG-GENERATION(REG-IX) TO OBR-GENERATION.
            MOVE REG-RECORD-COUNT(REG-IX) TO OBR-RECORD-COUNT.
            MOVE REG-HASH-TOTAL(REG-IX) TO OBR-HASH-TOTAL.
            MOVE REG-RUN-ID(REG-IX) TO OBR-RUN-ID.
            MOVE REG-TIMESTAMP(REG-IX) TO OBR-TIMESTAMP.
            MOVE REG-KIND(REG-IX) TO OBR-KIND.
            MOVE REG-RESEND-OF(REG-IX) TO OBR-RESEND-OF.
            MOVE REG-STATUS(REG-IX) TO OBR-STATUS.
            MOVE REG-STATUS-TIME(REG-IX) TO OBR-STATUS-TIME.
            WRITE OUTBOUND-REGISTER-RECORD.
        WRITE-MATCH-REPORT.
            OPEN OUTPUT OUTBOUND-REPORT-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'OUTBOUND DELIVERIES AS OF ' DELIMITED BY SIZE
                   WS-NOW(1:8) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOW(9:4) DELIMITED BY SIZE
                   ' - UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
                   WS-CUTOFF-HOURS DELIMITED BY SIZE
                   ' HOUR(S) IS OVERDUE' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE OUTBOUND-REPORT-RECORD FROM WS-REPORT-LINE.
            MOVE 'FILE                 SEQ    KIND STATUS          '
              TO WS-REPORT-LINE.
            MOVE 'COUNT     HASH TOTAL      RUN           SENT'
              TO WS-REPORT-LINE(52:).
            WRITE OUTBOUND-REPORT-RECORD FROM WS-REPORT-LINE.
            MOVE WS-NOW TO WS-AGE-STAMP.
            PERFORM STAMP-TO-MINUTES.
            MOVE WS-AGE-RESULT TO WS-NOW-MINUTES.
            PERFORM VARYING REG-IX FROM 1 BY 1
                    UNTIL REG-IX > REG-COUNT
               PERFORM REPORT-ONE-DELIVERY
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'RECEIPTS READ ' DELIMITED BY SIZE
                   WS-RECEIPTS-READ DELIMITED BY SIZE
                   '  MATCHED ' DELIMITED BY SIZE
                   WS-RECEIPTS-MATCHED DELIMITED BY SIZE
                   '  ALREADY MATCHED ' DELIMITED BY SIZE
                   WS-RECEIPTS-REPEATED DELIMITED BY SIZE
                   '  MISMATCHED ' DELIMITED BY SIZE
                   WS-RECEIPTS-MISMATCHED DELIMITED BY SIZE
                   '  UNMATCHED ' DELIMITED BY SIZE
                   WS-RECEIPTS-UNMATCHED DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE OUTBOUND-REPORT-RECORD FROM WS-REPORT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'DELIVERIES AWAITING RECEIPT ' DELIMITED BY SIZE
                   WS-DELIVERIES-OPEN DELIMITED BY SIZE
                   '  OVERDUE ' DELIMITED BY SIZE
                   WS-DELIVERIES-OVERDUE DELIMITED BY SIZE
                   '  MISMATCHED ' DELIMITED BY SIZE
                   WS-DELIVERIES-MISMATCHED DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE OUTBOUND-REPORT-RECORD FROM WS-REPORT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            CLOSE OUTBOUND-REPORT-FILE.
        REPORT-ONE-DELIVERY.
            MOVE 0 TO WS-AGE-HOURS.
            EVALUATE REG-STATUS(REG-IX)
               WHEN 'A'
                  MOVE 'ACKNOWLEDGED' TO WS-VERDICT
               WHEN 'M'
                  MOVE 'MISMATCHED' TO WS-VERDICT
                  ADD 1 TO WS-DELIVERIES-MISMATCHED
               WHEN 'X'
                  MOVE 'SUPERSEDED' TO WS-VERDICT
               WHEN OTHER
                  MOVE REG-TIMESTAMP(REG-IX) TO WS-AGE-STAMP
                  PERFORM STAMP-TO-MINUTES
                  IF WS-NOW-MINUTES > WS-AGE-RESULT THEN
                     COMPUTE WS-ENTRY-AGE =
                        WS-NOW-MINUTES - WS-AGE-RESULT
                  ELSE
                     MOVE 0 TO WS-ENTRY-AGE
                  END-IF
                  COMPUTE WS-AGE-HOURS = WS-ENTRY-AGE / 60
                  IF WS-ENTRY-AGE > WS-CUTOFF-MINUTES THEN
                     MOVE 'UNACKNOWLEDGED' TO WS-VERDICT
                     ADD 1 TO WS-DELIVERIES-OVERDUE
                  ELSE
                     MOVE 'AWAITING RECEIPT' TO WS-VERDICT
                  END-IF
                  ADD 1 TO WS-DELIVERIES-OPEN
            END-EVALUATE.
            MOVE REG-RECORD-COUNT(REG-IX) TO DISP-COUNT.
            MOVE REG-HASH-TOTAL(REG-IX) TO DISP-HASH.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE REG-FILE-NAME(REG-IX) TO WS-REPORT-LINE(1:20).
            MOVE REG-SEQUENCE(REG-IX) TO WS-REPORT-LINE(22:6).
            MOVE REG-KIND(REG-IX) TO WS-REPORT-LINE(30:1).
            MOVE WS-VERDICT TO WS-REPORT-LINE(35:16).
            MOVE DISP-COUNT TO WS-REPORT-LINE(52:9).
            MOVE DISP-HASH TO WS-REPORT-LINE(62:15).
            MOVE REG-RUN-ID(REG-IX) TO WS-REPORT-LINE(78:13).
            MOVE REG-TIMESTAMP(REG-IX)(1:12) TO WS-REPORT-LINE(92:12).
            IF REG-KIND(REG-IX) EQUAL 'R' THEN
               STRING 'RESEND OF ' DELIMITED BY SIZE
                      REG-RESEND-OF(REG-IX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE(105:)
               END-STRING
            END-IF.
            IF WS-VERDICT EQUAL 'UNACKNOWLEDGED' THEN
               MOVE WS-AGE-HOURS TO DISP-HOURS
               STRING 'AGE ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-HOURS) DELIMITED BY SIZE
                      'H' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE(122:)
               END-STRING
               DISPLAY 'UNACKNOWLEDGED: '
                       FUNCTION TRIM(REG-FILE-NAME(REG-IX))
                       ' sequence ' REG-SEQUENCE(REG-IX)
                       ' sent ' REG-TIMESTAMP(REG-IX)(1:12)
                       ' (' FUNCTION TRIM(DISP-HOURS) ' hours)'
            END-IF.
            IF WS-VERDICT EQUAL 'MISMATCHED' THEN
               DISPLAY 'MISMATCHED: '
                       FUNCTION TRIM(REG-FILE-NAME(REG-IX))
                       ' sequence ' REG-SEQUENCE(REG-IX)
                       ' - receipt totals differ from the register'
            END-IF.
            WRITE OUTBOUND-REPORT-RECORD FROM WS-REPORT-LINE.
        STAMP-TO-MINUTES.
            IF WS-AGE-STAMP(1:8) IS NUMERIC AND
               WS-AGE-STAMP(9:4) IS NUMERIC THEN
               COMPUTE WS-AGE-RESULT =
                  FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(WS-AGE-STAMP(1:8))) * 1440
                  + FUNCTION NUMVAL(WS-AGE-STAMP(9:2)) * 60
                  + FUNCTION NUMVAL(WS-AGE-STAMP(11:2))
            ELSE
               MOVE 0 TO WS-AGE-RESULT
            END-IF.
      *
      * RESEND: re-issue a registered delivery from its archive
      *
        RESEND-DELIVERY.
            PERFORM LOAD-REGISTER.
            MOVE 0 TO WS-REG-FOUND.
            PERFORM VARYING REG-IX FROM 1 BY 1
                    UNTIL REG-IX > REG-COUNT OR WS-REG-FOUND > 0
               IF REG-FILE-NAME(REG-IX) EQUAL WS-RESEND-FILE AND
                  REG-SEQUENCE(REG-IX) EQUAL WS-RESEND-SEQUENCE THEN
                  MOVE REG-IX TO WS-REG-FOUND
               END-IF
            END-PERFORM.
            IF WS-REG-FOUND EQUAL 0 THEN
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-RESEND-FILE)
                       ' sequence ' WS-RESEND-SEQUENCE
                       ' is not in OUTBOUND-REGISTER'
               STOP RUN RETURNING 1
            END-IF.
            IF REG-STATUS(WS-REG-FOUND) EQUAL 'X' THEN
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-RESEND-FILE)
                       ' sequence ' WS-RESEND-SEQUENCE
                       ' was already superseded by a resend; '
                       'repeating it again'
            END-IF.
            MOVE REG-GENERATION(WS-REG-FOUND) TO WS-RESEND-SOURCE.
            OPEN INPUT RESEND-SOURCE-FILE.
            IF WS-RESEND-STATUS NOT EQUAL '00' THEN
               DISPLAY 'ERROR: archived generation '
                       FUNCTION TRIM(WS-RESEND-SOURCE)
                       ' cannot be read (status ' WS-RESEND-STATUS
                       ') - nothing re-issued'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
      * The resend is a delivery of its own: next sequence, and
      * the sequence it repeats
            MOVE WS-RESEND-FILE TO WS-OUTREG-FILE-NAME.
            PERFORM NEXT-OUTBOUND-SEQUENCE
               THRU NEXT-OUTBOUND-SEQUENCE-EXIT.
            MOVE WS-RESEND-SEQUENCE TO WS-OUTREG-RESEND-OF.
            MOVE WS-RESEND-FILE TO WS-RESEND-TARGET.
            MOVE 'N' TO WS-RESEND-EOF.
            MOVE 0 TO WS-RESEND-COPIED.
            OPEN OUTPUT RESEND-TARGET-FILE.
            PERFORM UNTIL END-OF-RESEND-SOURCE
               READ RESEND-SOURCE-FILE
                  AT END
                     SET END-OF-RESEND-SOURCE TO TRUE
                  NOT AT END
                     MOVE RESEND-SOURCE-RECORD
                       TO RESEND-TARGET-RECORD
                     IF WS-RESEND-COPIED EQUAL 0 AND
                        RESEND-TARGET-RECORD(1:1) EQUAL 'H' THEN
                        MOVE WS-OUTREG-SEQUENCE
                          TO RESEND-TARGET-RECORD(44:6)
                        MOVE WS-OUTREG-RESEND-OF
                          TO RESEND-TARGET-RECORD(50:6)
                     END-IF
                     WRITE RESEND-TARGET-RECORD
                     ADD 1 TO WS-RESEND-COPIED
               END-READ
            END-PERFORM.
            CLOSE RESEND-SOURCE-FILE.
            CLOSE RESEND-TARGET-FILE.
            DISPLAY 'Re-issued ' FUNCTION TRIM(WS-RESEND-SOURCE)
                    ' as ' FUNCTION TRIM(WS-RESEND-TARGET) ' ('
                    WS-RESEND-COPIED ' record(s))'.
      * Same control totals as the original: same bytes
            MOVE REG-RECORD-COUNT(WS-REG-FOUND) TO WS-OUTREG-COUNT.
            MOVE REG-HASH-TOTAL(WS-REG-FOUND) TO WS-OUTREG-HASH.
            PERFORM REGISTER-OUTBOUND THRU REGISTER-OUTBOUND-EXIT.
      * The original is superseded unless already acknowledged
            IF REG-STATUS(WS-REG-FOUND) NOT EQUAL 'A' THEN
               MOVE WS-REG-FOUND TO REG-IX
               MOVE 'X' TO REG-STATUS(REG-IX)
               MOVE FUNCTION CURRENT-DATE TO REG-STATUS-TIME(REG-IX)
               OPEN EXTEND OUTBOUND-REGISTER-FILE
               PERFORM WRITE-REGISTER-ENTRY
               CLOSE OUTBOUND-REGISTER-FILE
            END-IF.
            DISPLAY 'EXAMPLE50_OUTREG: ' FUNCTION TRIM(WS-RESEND-FILE)
                    ' sequence ' WS-RESEND-SEQUENCE
                    ' resent as sequence ' WS-OUTREG-SEQUENCE
                    ' (run ' WS-RUN-ID ')'.
        RESEND-DELIVERY-EXIT.
            EXIT.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Outbound delivery numbering and registration, shared by
      * every extractor (see OUTREGWR.cpy and OUTREG.cpy).
           COPY OUTREGWR.
