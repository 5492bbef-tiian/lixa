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
      * Usage: EXAMPLE53_MONTHCLOSE CLOSE [DATE=yyyymmdd]
      *        EXAMPLE53_MONTHCLOSE COUNTERSIGN PERIOD=yyyymm
      *        EXAMPLE53_MONTHCLOSE REOPEN PERIOD=yyyymm REASON=text
      *
      * Month-end close.  Month-end used to be a checklist worked
      * by hand off a wiki page; this program works it itself and
      * leaves a MONTH-CLOSE record per period (see MCLOSE.cpy)
      * with every item's outcome and the operator who signed the
      * close off:
      *
      *   CLOSE       - run on the business calendar's month-end
      *                 day (CAL-IS-MONTH-END, see BIZCAL.cpy; on
      *                 any other date it ends clean with nothing
      *                 to do; DATE= names the close date, default
      *                 today, the period being its month):
      *                   - seal yesterday's CHANGE-AUDIT
      *                     (EXAMPLE41_SEALER SEAL, unless the day
      *                     is already sealed);
      *                   - verify the month's seals up to
      *                     yesterday (EXAMPLE41_SEALER VERIFY);
      *                   - take the as-of snapshot for the
      *                     auditors (EXAMPLE34_ASOF through the
      *                     close date), kept as AUTHORS-ASOF-yyyymm;
      *                   - confirm no EXCEPTION-QUEUE entry opened
      *                     before the period is still unresolved;
      *                   - confirm every BATCH-CONTROL trailer of
      *                     the period balances (read = committed +
      *                     rejected + deferred + unchanged; the RI
      *                     sweep's trailer counts findings, the
      *                     balancing proof's tables proved and the
      *                     catch-up controller's jobs due, not
      *                     loaded rows, and none of them is judged).
      *                 Every item passed: the close is SIGNED off by
      *                 the BATCH-OPERATOR and awaits countersign.
      *                 Any item failed: the record says which, and
      *                 the run ends 1.
      *   COUNTERSIGN - a DIFFERENT operator countersigns a signed
      *                 close; the period is then CLOSED, and
      *                 backout, purge and DR replay runs dated
      *                 inside it refuse to run (see MCLOSECK.cpy).
      *   REOPEN      - the explicit reopen of a CLOSED period, with
      *                 the reason on the record; the period has to
      *                 be closed and countersigned again afterwards.
      *
      * Every command needs a named operator (BATCH-OPERATOR): a run
      * without one is refused, so no period is signed, countersigned
      * or reopened by nobody in particular.
      *
      * The fingerprint of the BUSINESS-CALENDAR is logged to
      * CONTROL-USAGE as 'EXMCLOSE' against the run id, so
      * EXAMPLE63_CTLREG USED can say which registered version the run
      * was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE53-MONTHCLOSE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE
                ASSIGN TO "BUSINESS-CALENDAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
      * The period close log (see MCLOSE.cpy)
            SELECT OPTIONAL MONTH-CLOSE-FILE ASSIGN TO "MONTH-CLOSE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MCLOSE-STATUS.
            SELECT OPTIONAL SEALS-FILE ASSIGN TO "CHANGE-AUDIT-SEALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEALS-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
            SELECT OPTIONAL BATCH-CONTROL-FILE
                ASSIGN TO "BATCH-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
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
        FD BUSINESS-CALENDAR-FILE.
        01 BUSINESS-CALENDAR-RECORD.
           COPY BIZCAL.
        FD MONTH-CLOSE-FILE.
        01 MONTH-CLOSE-RECORD.
           COPY MCLOSE.
        FD SEALS-FILE.
        01 SEAL-RECORD.
           COPY SEALREC.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
        01 WS-CAL-STATUS PIC X(2) VALUE '00'.
        01 WS-SEALS-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
        01 WS-CAL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CALENDAR VALUE 'Y'.
        01 WS-SEALS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SEALS VALUE 'Y'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
        01 WS-CONTROL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CONTROL VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-COMMAND PIC X(12) VALUE SPACES.
           88 CMD-CLOSE VALUE 'CLOSE'.
           88 CMD-COUNTERSIGN VALUE 'COUNTERSIGN'.
           88 CMD-REOPEN VALUE 'REOPEN'.
        01 WS-REASON PIC X(40) VALUE SPACES.
      * The close date, its period and the day before it
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 WS-CLOSE-DATE PIC X(8) VALUE SPACES.
        01 WS-CLOSE-DATE-NUM PIC 9(8) VALUE 0.
        01 WS-PERIOD PIC X(6) VALUE SPACES.
        01 WS-PERIOD-FIRST PIC X(8) VALUE SPACES.
        01 WS-YESTERDAY PIC X(8) VALUE SPACES.
        01 WS-YESTERDAY-NUM PIC 9(8) VALUE 0.
        01 WS-DAY-INT PIC 9(9) VALUE 0.
        01 WS-VERIFY-FROM PIC X(8) VALUE SPACES.
        01 WS-MONTH-END-FLAG PIC X(1) VALUE 'N'.
           88 CLOSE-DATE-IS-MONTH-END VALUE 'Y'.
      * The period's current MONTH-CLOSE record, netted
        01 WS-PERIOD-FOUND PIC X(1) VALUE 'N'.
           88 PERIOD-HAS-RECORD VALUE 'Y'.
        01 WS-LAST-CLOSE PIC X(250) VALUE SPACES.
      * Checklist work fields
        01 WS-SEAL-FOUND PIC X(1) VALUE 'N'.
           88 YESTERDAY-IS-SEALED VALUE 'Y'.
        01 WS-SYSTEM-COMMAND PIC X(121) VALUE SPACES.
        01 WS-STEP-RC PIC S9(9) VALUE 0.
        01 WS-SNAPSHOT-SOURCE PIC X(20) VALUE 'AUTHORS-ASOF'.
        01 WS-SNAPSHOT-NAME PIC X(20) VALUE SPACES.
        01 WS-COPY-RC PIC S9(9) VALUE 0.
        01 WS-EXCQ-AGED PIC 9(5) VALUE 0.
        01 WS-TRAILERS-SEEN PIC 9(5) VALUE 0.
        01 WS-TRAILERS-OFF PIC 9(5) VALUE 0.
      * A trailer's held-for-later rows; none on an older trailer
        01 WS-TRAILER-DEFERRED PIC 9(9) VALUE 0.
      * A trailer's corrections found already in place; none on an
      * older trailer
        01 WS-TRAILER-UNCHANGED PIC 9(9) VALUE 0.
        01 WS-SEAL-CHECK PIC X(1) VALUE 'F'.
        01 WS-VERIFY-CHECK PIC X(1) VALUE 'F'.
        01 WS-SNAPSHOT-CHECK PIC X(1) VALUE 'F'.
        01 WS-EXCQ-CHECK PIC X(1) VALUE 'F'.
        01 WS-TRAILER-CHECK PIC X(1) VALUE 'F'.
        01 WS-FAILED-ITEMS PIC 9(1) VALUE 0.
        01 WS-OUTCOME-WORD PIC X(6) VALUE SPACES.
      * Operator and the shop-wide run id
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY MCLOSEWS.
           COPY RUNIDWS.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE53_MONTHCLOSE'.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-CLOSE-DATE.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 3
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  UNSTRING ARGV DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  MOVE FUNCTION UPPER-CASE(WS-ARG-KEYWORD)
                    TO WS-ARG-KEYWORD
                  EVALUATE WS-ARG-KEYWORD
                     WHEN 'CLOSE'
                     WHEN 'COUNTERSIGN'
                     WHEN 'REOPEN'
                        MOVE WS-ARG-KEYWORD TO WS-COMMAND
                     WHEN 'DATE'
                        MOVE WS-ARG-VALUE(1:8) TO WS-CLOSE-DATE
                     WHEN 'PERIOD'
                        MOVE WS-ARG-VALUE(1:6) TO WS-PERIOD
                     WHEN 'REASON'
                        MOVE WS-ARG-VALUE(1:40) TO WS-REASON
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF NOT CMD-CLOSE AND NOT CMD-COUNTERSIGN AND
               NOT CMD-REOPEN THEN
               DISPLAY 'Usage: EXAMPLE53_MONTHCLOSE CLOSE '
                       '[DATE=yyyymmdd] / COUNTERSIGN PERIOD=yyyymm '
                       '/ REOPEN PERIOD=yyyymm REASON=text'
               STOP RUN RETURNING 1
            END-IF.
            IF CMD-CLOSE THEN
               MOVE WS-CLOSE-DATE(1:6) TO WS-PERIOD
            END-IF.
            IF WS-PERIOD IS NOT NUMERIC OR
               WS-CLOSE-DATE IS NOT NUMERIC THEN
               DISPLAY 'The period must be yyyymm and the date '
                       'yyyymmdd'
               STOP RUN RETURNING 1
            END-IF.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
            END-IF.
            IF WS-OPERATOR-ID EQUAL 'UNKNOWN' THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-COMMAND)
                       ' needs a named operator (set '
                       'BATCH-OPERATOR) - a close is signed, '
                       'countersigned and reopened by name'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM READ-PERIOD-CLOSE THRU READ-PERIOD-CLOSE-DONE.
            EVALUATE TRUE
               WHEN CMD-CLOSE
                  PERFORM RUN-CLOSE THRU RUN-CLOSE-EXIT
               WHEN CMD-COUNTERSIGN
                  PERFORM RUN-COUNTERSIGN THRU RUN-COUNTERSIGN-EXIT
               WHEN CMD-REOPEN
                  PERFORM RUN-REOPEN THRU RUN-REOPEN-EXIT
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
      * The period's current record: the last one MONTH-CLOSE
      * holds for it, kept whole in WS-LAST-CLOSE.
      *
        READ-PERIOD-CLOSE.
            MOVE 'N' TO WS-MCLOSE-EOF.
            OPEN INPUT MONTH-CLOSE-FILE.
            IF WS-MCLOSE-STATUS NOT EQUAL '00' THEN
               IF WS-MCLOSE-STATUS EQUAL '05' THEN
                  CLOSE MONTH-CLOSE-FILE
               END-IF
               GO TO READ-PERIOD-CLOSE-DONE
            END-IF.
            PERFORM UNTIL END-OF-MCLOSE
               READ MONTH-CLOSE-FILE
                  AT END
                     SET END-OF-MCLOSE TO TRUE
                  NOT AT END
                     IF MCL-PERIOD EQUAL WS-PERIOD THEN
                        SET PERIOD-HAS-RECORD TO TRUE
                        MOVE MONTH-CLOSE-RECORD TO WS-LAST-CLOSE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE MONTH-CLOSE-FILE.
        READ-PERIOD-CLOSE-DONE.
            EXIT.
      *
      * CLOSE: the calendar decides whether today is the day, a
      * closed period is not closed twice, then the checklist.
      *
        RUN-CLOSE.
            PERFORM READ-BUSINESS-CALENDAR
               THRU READ-BUSINESS-CALENDAR-DONE.
            IF NOT CLOSE-DATE-IS-MONTH-END THEN
               DISPLAY 'Calendar: ' WS-CLOSE-DATE ' is not a '
                       'month-end day - nothing to close'
               GO TO RUN-CLOSE-EXIT
            END-IF.
            IF PERIOD-HAS-RECORD THEN
               MOVE WS-LAST-CLOSE TO MONTH-CLOSE-RECORD
               IF MCL-IS-CLOSED THEN
                  DISPLAY 'REFUSED: period ' WS-PERIOD ' is already '
                          'CLOSED (countersigned by '
                          MCL-COUNTERSIGNED-BY ') - REOPEN it first'
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
      * Which version of the control file steers this run (see
      * CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EXMCLOSE' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'BUSINESS-CALENDAR' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE WS-CLOSE-DATE TO WS-CLOSE-DATE-NUM.
            COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE-NUM) - 1.
            COMPUTE WS-YESTERDAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
            MOVE WS-YESTERDAY-NUM TO WS-YESTERDAY.
            MOVE SPACES TO WS-PERIOD-FIRST.
            STRING WS-PERIOD DELIMITED BY SIZE
                   '01' DELIMITED BY SIZE
                   INTO WS-PERIOD-FIRST
            END-STRING.
            DISPLAY 'Month-end close of period ' WS-PERIOD
                    ' on ' WS-CLOSE-DATE ', operator '
                    WS-OPERATOR-ID.
            PERFORM CHECK-SEAL THRU CHECK-SEAL-EXIT.
            PERFORM CHECK-VERIFY.
            PERFORM CHECK-SNAPSHOT THRU CHECK-SNAPSHOT-EXIT.
            PERFORM CHECK-EXCEPTION-AGE THRU CHECK-EXCEPTION-AGE-DONE.
            PERFORM CHECK-TRAILERS THRU CHECK-TRAILERS-DONE.
            INITIALIZE MONTH-CLOSE-RECORD.
            MOVE WS-PERIOD TO MCL-PERIOD.
            MOVE WS-CLOSE-DATE TO MCL-CLOSE-DATE.
            MOVE WS-SEAL-CHECK TO MCL-SEAL-CHECK.
            MOVE WS-VERIFY-CHECK TO MCL-VERIFY-CHECK.
            MOVE WS-SNAPSHOT-CHECK TO MCL-SNAPSHOT-CHECK.
            MOVE WS-EXCQ-CHECK TO MCL-EXCQ-CHECK.
            MOVE WS-TRAILER-CHECK TO MCL-TRAILER-CHECK.
            MOVE WS-EXCQ-AGED TO MCL-EXCQ-AGED.
            MOVE WS-TRAILERS-OFF TO MCL-TRAILERS-OFF.
            MOVE WS-SNAPSHOT-NAME TO MCL-SNAPSHOT-NAME.
            IF WS-FAILED-ITEMS EQUAL 0 THEN
               MOVE 'S' TO MCL-STATUS
               MOVE WS-OPERATOR-ID TO MCL-SIGNED-BY
               MOVE FUNCTION CURRENT-DATE TO MCL-SIGNED-TIME
            ELSE
               MOVE 'F' TO MCL-STATUS
            END-IF.
            MOVE WS-RUN-ID TO MCL-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO MCL-TIMESTAMP.
            OPEN EXTEND MONTH-CLOSE-FILE.
            WRITE MONTH-CLOSE-RECORD.
            CLOSE MONTH-CLOSE-FILE.
            IF WS-FAILED-ITEMS NOT EQUAL 0 THEN
               DISPLAY 'CLOSE RESULT: period ' WS-PERIOD ' NOT '
                       'signed off - ' WS-FAILED-ITEMS
                       ' checklist item(s) failed; correct and rerun'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'CLOSE RESULT: period ' WS-PERIOD ' signed off '
                    'by ' WS-OPERATOR-ID ' - awaiting countersign by '
                    'a second operator'.
        RUN-CLOSE-EXIT.
            EXIT.
      *
      * The calendar's record for the close date.
      *
        READ-BUSINESS-CALENDAR.
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
                     IF CAL-DATE EQUAL WS-CLOSE-DATE AND
                        CAL-IS-MONTH-END THEN
                        SET CLOSE-DATE-IS-MONTH-END TO TRUE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BUSINESS-CALENDAR-FILE.
        READ-BUSINESS-CALENDAR-DONE.
            EXIT.
      *
      * Yesterday's CHANGE-AUDIT sealed: already, or by this run.
      *
        CHECK-SEAL.
            PERFORM FIND-YESTERDAY-SEAL THRU FIND-YESTERDAY-SEAL-DONE.
            IF YESTERDAY-IS-SEALED THEN
               MOVE 'P' TO WS-SEAL-CHECK
               DISPLAY '  seal     : ' WS-YESTERDAY ' already sealed'
               GO TO CHECK-SEAL-EXIT
            END-IF.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'EXAMPLE41_SEALER SEAL DATE=' DELIMITED BY SIZE
                   WS-YESTERDAY DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            PERFORM RUN-SYSTEM-COMMAND.
            PERFORM FIND-YESTERDAY-SEAL THRU FIND-YESTERDAY-SEAL-DONE.
            IF WS-STEP-RC EQUAL 0 AND YESTERDAY-IS-SEALED THEN
               MOVE 'P' TO WS-SEAL-CHECK
               DISPLAY '  seal     : ' WS-YESTERDAY ' sealed now'
            ELSE
               ADD 1 TO WS-FAILED-ITEMS
               DISPLAY '  seal     : FAILED - sealing ' WS-YESTERDAY
                       ' ended ' WS-STEP-RC
            END-IF.
        CHECK-SEAL-EXIT.
            EXIT.
        FIND-YESTERDAY-SEAL.
            MOVE 'N' TO WS-SEAL-FOUND.
            MOVE 'N' TO WS-SEALS-EOF.
            OPEN INPUT SEALS-FILE.
            IF WS-SEALS-STATUS NOT EQUAL '00' THEN
               IF WS-SEALS-STATUS EQUAL '05' THEN
                  CLOSE SEALS-FILE
               END-IF
               GO TO FIND-YESTERDAY-SEAL-DONE
            END-IF.
            PERFORM UNTIL END-OF-SEALS
               READ SEALS-FILE
                  AT END
                     SET END-OF-SEALS TO TRUE
                  NOT AT END
                     IF SEAL-DATE EQUAL WS-YESTERDAY THEN
                        SET YESTERDAY-IS-SEALED TO TRUE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE SEALS-FILE.
        FIND-YESTERDAY-SEAL-DONE.
            EXIT.
      *
      * The month's seal chain, from the first of the period (or
      * yesterday, closing on the first) through yesterday.
      *
        CHECK-VERIFY.
            MOVE WS-PERIOD-FIRST TO WS-VERIFY-FROM.
            IF WS-YESTERDAY < WS-PERIOD-FIRST THEN
               MOVE WS-YESTERDAY TO WS-VERIFY-FROM
            END-IF.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'EXAMPLE41_SEALER VERIFY FROM=' DELIMITED BY SIZE
                   WS-VERIFY-FROM DELIMITED BY SIZE
                   ' TO=' DELIMITED BY SIZE
                   WS-YESTERDAY DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            PERFORM RUN-SYSTEM-COMMAND.
            IF WS-STEP-RC EQUAL 0 THEN
               MOVE 'P' TO WS-VERIFY-CHECK
               DISPLAY '  verify   : seals ' WS-VERIFY-FROM ' to '
                       WS-YESTERDAY ' verify'
            ELSE
               ADD 1 TO WS-FAILED-ITEMS
               DISPLAY '  verify   : FAILED - the seal chain '
                       WS-VERIFY-FROM ' to ' WS-YESTERDAY
                       ' does not verify (rc ' WS-STEP-RC ')'
            END-IF.
      *
      * The as-of snapshot through the close date, kept under the
      * period's name so next month's close does not replace it.
      *
        CHECK-SNAPSHOT.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'EXAMPLE34_ASOF ASOF=' DELIMITED BY SIZE
                   WS-CLOSE-DATE DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            PERFORM RUN-SYSTEM-COMMAND.
            IF WS-STEP-RC NOT EQUAL 0 THEN
               ADD 1 TO WS-FAILED-ITEMS
               DISPLAY '  snapshot : FAILED - as-of snapshot ended '
                       WS-STEP-RC
               GO TO CHECK-SNAPSHOT-EXIT
            END-IF.
            MOVE SPACES TO WS-SNAPSHOT-NAME.
            STRING 'AUTHORS-ASOF-' DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-NAME
            END-STRING.
            CALL "CBL_COPY_FILE" USING WS-SNAPSHOT-SOURCE
                                       WS-SNAPSHOT-NAME.
            MOVE RETURN-CODE TO WS-COPY-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-COPY-RC NOT EQUAL 0 THEN
               ADD 1 TO WS-FAILED-ITEMS
               DISPLAY '  snapshot : FAILED - could not keep '
                       FUNCTION TRIM(WS-SNAPSHOT-NAME)
               MOVE SPACES TO WS-SNAPSHOT-NAME
               GO TO CHECK-SNAPSHOT-EXIT
            END-IF.
            MOVE 'P' TO WS-SNAPSHOT-CHECK.
            DISPLAY '  snapshot : as of ' WS-CLOSE-DATE ' kept as '
                    FUNCTION TRIM(WS-SNAPSHOT-NAME).
        CHECK-SNAPSHOT-EXIT.
            EXIT.
      *
      * No exception opened before the period may still be open.
      *
        CHECK-EXCEPTION-AGE.
            MOVE 0 TO WS-EXCQ-AGED.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               IF WS-EXCQ-STATUS EQUAL '05' THEN
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
               MOVE 'P' TO WS-EXCQ-CHECK
               DISPLAY '  excq     : no exception queue'
               GO TO CHECK-EXCEPTION-AGE-DONE
            END-IF.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     IF NOT EXCQ-IS-RESOLVED AND
                        EXCQ-TIMESTAMP(1:6) < WS-PERIOD THEN
                        ADD 1 TO WS-EXCQ-AGED
                        DISPLAY '             open since '
                                EXCQ-TIMESTAMP(1:8) ': '
                                FUNCTION TRIM(EXCQ-BUSINESS-KEY)
                                ' ' FUNCTION TRIM(EXCQ-REASON)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-AGED EQUAL 0 THEN
               MOVE 'P' TO WS-EXCQ-CHECK
               DISPLAY '  excq     : nothing open from before '
                       WS-PERIOD
            ELSE
               ADD 1 TO WS-FAILED-ITEMS
               DISPLAY '  excq     : FAILED - ' WS-EXCQ-AGED
                       ' entry(ies) open from before ' WS-PERIOD
            END-IF.
        CHECK-EXCEPTION-AGE-DONE.
            EXIT.
      *
      * Every trailer of the period balances.
      *
        CHECK-TRAILERS.
            MOVE 0 TO WS-TRAILERS-SEEN.
            MOVE 0 TO WS-TRAILERS-OFF.
            OPEN INPUT BATCH-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT EQUAL '00' THEN
               IF WS-CONTROL-STATUS EQUAL '05' THEN
                  CLOSE BATCH-CONTROL-FILE
               END-IF
               MOVE 'P' TO WS-TRAILER-CHECK
               DISPLAY '  trailers : no BATCH-CONTROL trailers'
               GO TO CHECK-TRAILERS-DONE
            END-IF.
            PERFORM UNTIL END-OF-CONTROL
               READ BATCH-CONTROL-FILE
                  AT END
                     SET END-OF-CONTROL TO TRUE
                  NOT AT END
                     IF CTL-TIMESTAMP(1:6) EQUAL WS-PERIOD AND
                        CTL-PROGRAM-ID NOT EQUAL 'EXRISWEP' AND
                        CTL-PROGRAM-ID NOT EQUAL 'EXBALANC' AND
                        CTL-PROGRAM-ID NOT EQUAL 'EXCATCHU' THEN
                        ADD 1 TO WS-TRAILERS-SEEN
                        IF CTL-ROWS-DEFERRED IS NUMERIC THEN
                           MOVE CTL-ROWS-DEFERRED
                             TO WS-TRAILER-DEFERRED
                        ELSE
                           MOVE 0 TO WS-TRAILER-DEFERRED
                        END-IF
                        IF CTL-ROWS-UNCHANGED IS NUMERIC THEN
                           MOVE CTL-ROWS-UNCHANGED
                             TO WS-TRAILER-UNCHANGED
                        ELSE
                           MOVE 0 TO WS-TRAILER-UNCHANGED
                        END-IF
                        IF CTL-ROWS-READ NOT EQUAL
                           CTL-ROWS-COMMITTED + CTL-ROWS-REJECTED
                              + WS-TRAILER-DEFERRED
                              + WS-TRAILER-UNCHANGED
                           THEN
                           ADD 1 TO WS-TRAILERS-OFF
                           DISPLAY '             ' CTL-PROGRAM-ID
                                   ' run ' CTL-RUN-ID ' read '
                                   CTL-ROWS-READ ' committed '
                                   CTL-ROWS-COMMITTED ' rejected '
                                   CTL-ROWS-REJECTED ' deferred '
                                   WS-TRAILER-DEFERRED ' unchanged '
                                   WS-TRAILER-UNCHANGED
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BATCH-CONTROL-FILE.
            IF WS-TRAILERS-OFF EQUAL 0 THEN
               MOVE 'P' TO WS-TRAILER-CHECK
               DISPLAY '  trailers : ' WS-TRAILERS-SEEN
                       ' trailer(s) of the period balance'
            ELSE
               ADD 1 TO WS-FAILED-ITEMS
               DISPLAY '  trailers : FAILED - ' WS-TRAILERS-OFF
                       ' of ' WS-TRAILERS-SEEN
                       ' trailer(s) do not balance'
            END-IF.
        CHECK-TRAILERS-DONE.
            EXIT.
      *
      * One checklist program, run the way the window controller
      * runs a step; the exit code travels in the high byte.
      *
        RUN-SYSTEM-COMMAND.
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-STEP-RC > 255 THEN
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
            END-IF.
      *
      * COUNTERSIGN: a signed-off close, countersigned by somebody
      * else, closes the period.
      *
        RUN-COUNTERSIGN.
            IF NOT PERIOD-HAS-RECORD THEN
               DISPLAY 'REFUSED: period ' WS-PERIOD ' has no '
                       'month-end close to countersign'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-LAST-CLOSE TO MONTH-CLOSE-RECORD.
            IF NOT MCL-IS-SIGNED THEN
               DISPLAY 'REFUSED: period ' WS-PERIOD ' is not '
                       'awaiting countersign (status ' MCL-STATUS
                       ') - only a signed-off close can be '
                       'countersigned'
               STOP RUN RETURNING 1
            END-IF.
            IF MCL-SIGNED-BY EQUAL WS-OPERATOR-ID THEN
               DISPLAY 'REFUSED: ' WS-OPERATOR-ID ' signed this '
                       'close off - the countersign must come from '
                       'a different operator'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE 'C' TO MCL-STATUS.
            MOVE WS-OPERATOR-ID TO MCL-COUNTERSIGNED-BY.
            MOVE FUNCTION CURRENT-DATE TO MCL-COUNTERSIGNED-TIME.
            MOVE WS-RUN-ID TO MCL-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO MCL-TIMESTAMP.
            OPEN EXTEND MONTH-CLOSE-FILE.
            WRITE MONTH-CLOSE-RECORD.
            CLOSE MONTH-CLOSE-FILE.
            DISPLAY 'COUNTERSIGN RESULT: period ' WS-PERIOD
                    ' CLOSED - signed by ' MCL-SIGNED-BY
                    ', countersigned by ' WS-OPERATOR-ID.
        RUN-COUNTERSIGN-EXIT.
            EXIT.
      *
      * REOPEN: the explicit, reasoned reopening of a closed
      * period.
      *
        RUN-REOPEN.
            IF WS-REASON EQUAL SPACES THEN
               DISPLAY 'REFUSED: REOPEN needs REASON=text'
               STOP RUN RETURNING 1
            END-IF.
            IF NOT PERIOD-HAS-RECORD THEN
               DISPLAY 'REFUSED: period ' WS-PERIOD ' has never '
                       'been closed'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-LAST-CLOSE TO MONTH-CLOSE-RECORD.
            IF NOT MCL-IS-CLOSED THEN
               DISPLAY 'REFUSED: period ' WS-PERIOD ' is not CLOSED '
                       '(status ' MCL-STATUS ') - nothing to reopen'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE 'R' TO MCL-STATUS.
            MOVE WS-OPERATOR-ID TO MCL-REOPENED-BY.
            MOVE WS-REASON TO MCL-REOPEN-REASON.
            MOVE WS-RUN-ID TO MCL-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO MCL-TIMESTAMP.
            OPEN EXTEND MONTH-CLOSE-FILE.
            WRITE MONTH-CLOSE-RECORD.
            CLOSE MONTH-CLOSE-FILE.
            DISPLAY 'REOPEN RESULT: period ' WS-PERIOD ' reopened by '
                    WS-OPERATOR-ID ' - ' FUNCTION TRIM(WS-REASON)
                    '; close and countersign it again when done'.
        RUN-REOPEN-EXIT.
            EXIT.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
