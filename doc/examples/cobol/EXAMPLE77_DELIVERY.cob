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
      * Usage: EXAMPLE77_DELIVERY [CHECK] [DATE=yyyymmdd]
      *        EXAMPLE77_DELIVERY SCORECARD [MONTH=yyyymm]
      *                           [SENDER=id]
      *
      * Expected-delivery monitor.  We only found out that a sender
      * had failed to deliver when someone asked why their changes
      * were missing.  DELIVERY-SCHEDULE (see DLVSCHED.cpy) now
      * says, per sender, on which business days a file is due, by
      * which cutoff, its hard deadline and its normal row range,
      * and this program holds the STAGING-MANIFEST's arrivals (the
      * REGISTER entries carrying the sender, see MANIFEST.cpy: the
      * first one of the day is the arrival, the row counts of all
      * of them the volume) against it:
      *
      *   CHECK     - for the business date (DATE=, default today)
      *               at the present time, each sender due that day
      *               is ON TIME, LATE (arrived after the cutoff),
      *               PENDING (not yet in, cutoff still ahead), LATE
      *               and not yet in (a warning from the cutoff on),
      *               or MISSING (nothing by the hard deadline,
      *               queued once to the EXCEPTION-QUEUE keyed by
      *               sender and date with a 'DELIVERY:' reason); a
      *               file outside its row range is warned as VOLUME.
      *               The answer for the window follows each
      *               sender's schedule: a file still due is waited
      *               for or run without (DLV-LATE-ACTION), a
      *               missing one is run without or stops the window
      *               (DLV-MISSING-ACTION).  Return code 0 - run
      *               (with or without the senders named), 4 - wait,
      *               1 - stop.  EXAMPLE18_WINDOWCTL runs this check
      *               before its first step and starts on that
      *               answer.  A past DATE= is judged as at the end
      *               of that day.
      *   SCORECARD - the month's on-time delivery record per sender
      *               (MONTH=, default this month; days before today
      *               only), to DELIVERY-SCORECARD and the console:
      *               days due, on time, late, missed (nothing by
      *               the deadline, or only after it), files outside
      *               the row range and the on-time percentage, with
      *               a line per late or missed day - one sender's
      *               card alone with SENDER=, to share with them.
      *               Each day is judged from the manifest and the
      *               calendar as they stand, so a day no CHECK ran
      *               for is scored all the same.
      *
      * The fingerprints of the DELIVERY-SCHEDULE and the
      * BUSINESS-CALENDAR it reads are logged to CONTROL-USAGE as
      * 'EXDELIVR' (no run id: against the program and the time of
      * the read), so EXAMPLE63_CTLREG USED can say which registered
      * version the run was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE77-DELIVERY.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * What is expected, and on which days (see DLVSCHED.cpy and
      * BIZCAL.cpy)
            SELECT OPTIONAL DELIVERY-SCHEDULE-FILE
                ASSIGN TO "DELIVERY-SCHEDULE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DLV-STATUS.
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE
                ASSIGN TO "BUSINESS-CALENDAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
      * What arrived (see MANIFEST.cpy)
            SELECT OPTIONAL STAGING-MANIFEST-FILE
                ASSIGN TO "STAGING-MANIFEST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MANIFEST-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
            SELECT DELIVERY-SCORECARD-FILE
                ASSIGN TO "DELIVERY-SCORECARD"
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
        FD DELIVERY-SCHEDULE-FILE.
        01 DELIVERY-SCHEDULE-RECORD.
           COPY DLVSCHED.
        FD BUSINESS-CALENDAR-FILE.
        01 BUSINESS-CALENDAR-RECORD.
           COPY BIZCAL.
        FD STAGING-MANIFEST-FILE.
        01 STAGING-MANIFEST-RECORD.
           COPY MANIFEST.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD DELIVERY-SCORECARD-FILE.
        01 DELIVERY-SCORECARD-RECORD PIC X(132).
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
        01 WS-DLV-STATUS PIC X(2) VALUE '00'.
        01 WS-DLV-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SCHEDULE VALUE 'Y'.
        01 WS-CAL-STATUS PIC X(2) VALUE '00'.
        01 WS-CAL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CALENDAR VALUE 'Y'.
        01 WS-MANIFEST-STATUS PIC X(2) VALUE '00'.
        01 WS-MANIFEST-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MANIFEST VALUE 'Y'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2) VALUE 0.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-COMMAND PIC X(10) VALUE 'CHECK'.
           88 CMD-CHECK     VALUE 'CHECK'.
           88 CMD-SCORECARD VALUE 'SCORECARD'.
        01 WS-SENDER-FILTER PIC X(10) VALUE SPACES.
      * Today, the time of the check, and the span being judged
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 WS-TODAY PIC X(8) VALUE SPACES.
        01 WS-NOW-HHMM PIC X(4) VALUE SPACES.
        01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
        01 WS-MONTH PIC X(6) VALUE SPACES.
        01 WS-FROM-DATE PIC X(8) VALUE SPACES.
        01 WS-TO-DATE PIC X(8) VALUE SPACES.
        01 WS-FROM-INT PIC 9(9) VALUE 0.
        01 WS-TO-INT PIC 9(9) VALUE 0.
        01 WS-DAY-INT PIC 9(9) VALUE 0.
        01 WS-DATE-NUM PIC 9(8) VALUE 0.
        01 WS-DATE-X REDEFINES WS-DATE-NUM PIC X(8).
      * 1 = Monday ... 7 = Sunday, the DLV-WEEKDAYS positions
        01 WS-WEEKDAY PIC 9(1) VALUE 0.
      * The schedule, kept whole, and each sender's month tallies
        01 SCHEDULE-TABLE.
           05 SCH-COUNT PIC 9(3) VALUE 0.
           05 SCH-ENTRY OCCURS 100 TIMES.
              10 SCH-IMAGE       PIC X(54).
              10 SCH-DUE         PIC 9(3).
              10 SCH-ON-TIME     PIC 9(3).
              10 SCH-LATE        PIC 9(3).
              10 SCH-MISSED      PIC 9(3).
              10 SCH-VOLUME      PIC 9(3).
              10 SCH-ROWS        PIC 9(11).
        01 SCH-IX PIC 9(3).
        01 SCH-IX2 PIC 9(3).
      * The calendar's rows inside the span
        01 CALENDAR-TABLE.
           05 CLT-COUNT PIC 9(3) VALUE 0.
           05 CLT-ENTRY OCCURS 400 TIMES.
              10 CLT-DATE      PIC X(8).
              10 CLT-WORKING   PIC X(1).
              10 CLT-MONTH-END PIC X(1).
              10 CLT-VARIANT   PIC X(8).
        01 CLT-IX PIC 9(3).
      * The arrivals inside the span, one per (sender, date): the
      * first registration's time and the rows of all of them
        01 ARRIVAL-TABLE.
           05 ARV-COUNT PIC 9(4) VALUE 0.
           05 ARV-ENTRY OCCURS 3000 TIMES.
              10 ARV-SENDER-ID PIC X(10).
              10 ARV-DATE      PIC X(8).
              10 ARV-TIME      PIC X(4).
              10 ARV-ROWS      PIC 9(9).
              10 ARV-FILES     PIC 9(3).
        01 ARV-IX PIC 9(4).
        01 WS-ARV-FOUND PIC X(1) VALUE 'N'.
           88 ARRIVAL-FOUND VALUE 'Y'.
        01 WS-MAN-ROWS PIC 9(9) VALUE 0.
      * One sender on one day, as judged
        01 WS-DUE-FLAG PIC X(1) VALUE 'N'.
           88 SENDER-DUE VALUE 'Y'.
        01 WS-DAY-WORKING PIC X(1) VALUE 'Y'.
        01 WS-DAY-MONTH-END PIC X(1) VALUE 'N'.
        01 WS-DAY-VARIANT PIC X(8) VALUE SPACES.
        01 WS-CUTOFF PIC X(4) VALUE SPACES.
        01 WS-DEADLINE PIC X(4) VALUE SPACES.
        01 WS-MIN-ROWS PIC 9(9) VALUE 0.
        01 WS-MAX-ROWS PIC 9(9) VALUE 0.
        01 WS-DAY-STATE PIC X(1) VALUE SPACE.
           88 DAY-ON-TIME       VALUE 'O'.
           88 DAY-LATE-ARRIVED  VALUE 'L'.
           88 DAY-AFTER-DEADLINE VALUE 'A'.
           88 DAY-PENDING       VALUE 'P'.
           88 DAY-LATE-WAITING  VALUE 'W'.
           88 DAY-MISSING       VALUE 'M'.
           88 DAY-ARRIVED       VALUES 'O' 'L' 'A'.
        01 WS-ARR-TIME PIC X(4) VALUE SPACES.
        01 WS-ARR-ROWS PIC 9(9) VALUE 0.
        01 WS-ARR-FILES PIC 9(3) VALUE 0.
        01 WS-VOLUME-FLAG PIC X(1) VALUE 'N'.
           88 VOLUME-OUT-OF-RANGE VALUE 'Y'.
      * The window's answer
        01 WS-WAIT-COUNT PIC 9(3) VALUE 0.
        01 WS-WITHOUT-COUNT PIC 9(3) VALUE 0.
        01 WS-STOP-COUNT PIC 9(3) VALUE 0.
        01 WS-DUE-COUNT PIC 9(3) VALUE 0.
        01 WS-IN-COUNT PIC 9(3) VALUE 0.
        01 WS-WITHOUT-LIST PIC X(80) VALUE SPACES.
        01 WS-WITHOUT-PTR PIC 9(3) VALUE 1.
      * The MISSING exception, once per sender and date
        01 WS-EXCQ-KEY PIC X(20) VALUE SPACES.
        01 WS-EXCQ-REASON PIC X(60) VALUE SPACES.
        01 WS-EXCQ-FOUND PIC X(1) VALUE 'N'.
           88 EXCEPTION-ALREADY-QUEUED VALUE 'Y'.
      * Scorecard lines
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        01 WS-PCT PIC 9(3)V9 VALUE 0.
        01 WS-PCT-ED PIC ZZ9.9.
        01 WS-STATE-TEXT PIC X(16) VALUE SPACES.
        01 WS-CARDS PIC 9(3) VALUE 0.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE77_DELIVERY'.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE WS-CURRENT-DATE(9:4) TO WS-NOW-HHMM.
            MOVE WS-TODAY TO WS-CHECK-DATE.
            MOVE WS-TODAY(1:6) TO WS-MONTH.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 3
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  PERFORM PARSE-ONE-ARG THRU PARSE-ONE-ARG
               END-IF
            END-PERFORM.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXDELIVR' TO WS-CTLFP-PROGRAM-ID.
            PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-DONE.
            IF SCH-COUNT EQUAL 0 THEN
               DISPLAY 'DELIVERY: no DELIVERY-SCHEDULE records - no '
                       'sender is monitored'
               IF CMD-CHECK THEN
                  DISPLAY 'DELIVERY DECISION: RUN'
               END-IF
               STOP RUN RETURNING 0
            END-IF.
            IF CMD-SCORECARD THEN
               PERFORM RUN-SCORECARD THRU RUN-SCORECARD-EXIT
               STOP RUN RETURNING 0
            END-IF.
            PERFORM RUN-CHECK THRU RUN-CHECK.
      * Any stop wins; a sender still waited for holds the window;
      * otherwise it runs, naming whoever it runs without.
            EVALUATE TRUE
               WHEN WS-STOP-COUNT NOT EQUAL 0
                  DISPLAY 'DELIVERY DECISION: STOP - ' WS-STOP-COUNT
                          ' required sender(s) missing'
                  STOP RUN RETURNING 1
               WHEN WS-WAIT-COUNT NOT EQUAL 0
                  DISPLAY 'DELIVERY DECISION: WAIT - ' WS-WAIT-COUNT
                          ' sender(s) still due'
                  STOP RUN RETURNING 4
               WHEN WS-WITHOUT-COUNT NOT EQUAL 0
                  DISPLAY 'DELIVERY DECISION: RUN WITHOUT '
                          FUNCTION TRIM(WS-WITHOUT-LIST)
               WHEN OTHER
                  DISPLAY 'DELIVERY DECISION: RUN'
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
      * One argument: the command word or a keyword=value.
      *
        PARSE-ONE-ARG.
            MOVE SPACES TO WS-ARG-KEYWORD.
            MOVE SPACES TO WS-ARG-VALUE.
            UNSTRING FUNCTION UPPER-CASE(ARGV) DELIMITED BY '='
               INTO WS-ARG-KEYWORD WS-ARG-VALUE
            END-UNSTRING.
            EVALUATE TRUE
               WHEN WS-ARG-KEYWORD EQUAL 'CHECK' OR
                    WS-ARG-KEYWORD EQUAL 'SCORECARD'
                  MOVE WS-ARG-KEYWORD TO WS-COMMAND
               WHEN WS-ARG-KEYWORD EQUAL 'DATE' AND
                    WS-ARG-VALUE(1:8) IS NUMERIC
                  MOVE WS-ARG-VALUE(1:8) TO WS-CHECK-DATE
               WHEN WS-ARG-KEYWORD EQUAL 'MONTH' AND
                    WS-ARG-VALUE(1:6) IS NUMERIC
                  MOVE WS-ARG-VALUE(1:6) TO WS-MONTH
               WHEN WS-ARG-KEYWORD EQUAL 'SENDER' AND
                    WS-ARG-VALUE NOT EQUAL SPACES
                  MOVE WS-ARG-VALUE(1:10) TO WS-SENDER-FILTER
               WHEN OTHER
                  DISPLAY 'Usage: EXAMPLE77_DELIVERY [CHECK] '
                          '[DATE=yyyymmdd]'
                  DISPLAY '       EXAMPLE77_DELIVERY SCORECARD '
                          '[MONTH=yyyymm] [SENDER=id]'
                  STOP RUN RETURNING 1
            END-EVALUATE.
      *
      * CHECK: every sender due on the date, as things stand now.
      * A day already over is judged as at its end, a day still to
      * come as at its start.
      *
        RUN-CHECK.
            EVALUATE TRUE
               WHEN WS-CHECK-DATE < WS-TODAY
                  MOVE '2400' TO WS-NOW-HHMM
               WHEN WS-CHECK-DATE > WS-TODAY
                  MOVE '0000' TO WS-NOW-HHMM
            END-EVALUATE.
            MOVE WS-CHECK-DATE TO WS-FROM-DATE.
            MOVE WS-CHECK-DATE TO WS-TO-DATE.
            PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-DONE.
            PERFORM LOAD-ARRIVALS THRU LOAD-ARRIVALS-DONE.
            MOVE WS-CHECK-DATE TO WS-DATE-X.
            COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            END-COMPUTE.
            DISPLAY 'Deliveries due ' WS-CHECK-DATE ' as at '
                    WS-NOW-HHMM.
            PERFORM VARYING SCH-IX FROM 1 BY 1 UNTIL SCH-IX > SCH-COUNT
               MOVE SCH-IMAGE (SCH-IX) TO DELIVERY-SCHEDULE-RECORD
               PERFORM JUDGE-SENDER-DAY THRU JUDGE-SENDER-DAY-EXIT
               IF SENDER-DUE THEN
                  PERFORM REPORT-CHECK-STATE THRU REPORT-CHECK-STATE
               END-IF
            END-PERFORM.
            DISPLAY 'DELIVERY RESULT: ' WS-DUE-COUNT ' sender(s) '
                    'due, ' WS-IN-COUNT ' arrived'.
        REPORT-CHECK-STATE.
            ADD 1 TO WS-DUE-COUNT.
            EVALUATE TRUE
               WHEN DAY-ON-TIME
                  ADD 1 TO WS-IN-COUNT
                  DISPLAY 'ON TIME: ' DLV-SENDER-ID ' arrived '
                          WS-ARR-TIME ' (cutoff ' WS-CUTOFF '), '
                          WS-ARR-ROWS ' row(s)'
               WHEN DAY-LATE-ARRIVED
                  ADD 1 TO WS-IN-COUNT
                  DISPLAY 'LATE: ' DLV-SENDER-ID ' arrived '
                          WS-ARR-TIME ' after its ' WS-CUTOFF
                          ' cutoff, ' WS-ARR-ROWS ' row(s)'
               WHEN DAY-AFTER-DEADLINE
                  ADD 1 TO WS-IN-COUNT
                  DISPLAY 'LATE: ' DLV-SENDER-ID ' arrived '
                          WS-ARR-TIME ' after its ' WS-DEADLINE
                          ' deadline, ' WS-ARR-ROWS ' row(s)'
               WHEN DAY-PENDING
                  DISPLAY 'PENDING: ' DLV-SENDER-ID ' due by '
                          WS-CUTOFF
               WHEN DAY-LATE-WAITING
                  DISPLAY 'LATE: ' DLV-SENDER-ID ' not arrived - '
                          'cutoff ' WS-CUTOFF ' passed, MISSING at '
                          WS-DEADLINE
               WHEN DAY-MISSING
                  DISPLAY 'MISSING: ' DLV-SENDER-ID ' - nothing by '
                          'the ' WS-DEADLINE ' deadline'
                  PERFORM QUEUE-MISSING THRU QUEUE-MISSING-EXIT
            END-EVALUATE.
            IF VOLUME-OUT-OF-RANGE THEN
               DISPLAY 'VOLUME: ' DLV-SENDER-ID ' sent ' WS-ARR-ROWS
                       ' row(s), expected ' WS-MIN-ROWS ' to '
                       WS-MAX-ROWS
            END-IF.
            IF DAY-PENDING OR DAY-LATE-WAITING THEN
               IF DLV-RUN-WHILE-DUE THEN
                  PERFORM NOTE-RUN-WITHOUT THRU NOTE-RUN-WITHOUT
               ELSE
                  ADD 1 TO WS-WAIT-COUNT
               END-IF
            END-IF.
            IF DAY-MISSING THEN
               IF DLV-STOP-IF-MISSING THEN
                  ADD 1 TO WS-STOP-COUNT
               ELSE
                  PERFORM NOTE-RUN-WITHOUT THRU NOTE-RUN-WITHOUT
               END-IF
            END-IF.
        NOTE-RUN-WITHOUT.
            ADD 1 TO WS-WITHOUT-COUNT.
            IF WS-WITHOUT-PTR < 70 THEN
               STRING FUNCTION TRIM(DLV-SENDER-ID) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      INTO WS-WITHOUT-LIST
                      WITH POINTER WS-WITHOUT-PTR
               END-STRING
            END-IF.
      *
      * The MISSING exception, keyed by sender and date, queued
      * once however often the check runs.
      *
        QUEUE-MISSING.
            MOVE SPACES TO WS-EXCQ-KEY.
            STRING FUNCTION TRIM(DLV-SENDER-ID) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-CHECK-DATE DELIMITED BY SIZE
                   INTO WS-EXCQ-KEY
            END-STRING.
            MOVE 'N' TO WS-EXCQ-FOUND.
            MOVE 'N' TO WS-EXCQ-EOF.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-EXCQ OR EXCEPTION-ALREADY-QUEUED
                  READ EXCEPTION-QUEUE-FILE
                     AT END
                        SET END-OF-EXCQ TO TRUE
                     NOT AT END
                        IF EXCQ-PROGRAM-ID EQUAL 'EXDELIVR' AND
                           EXCQ-BUSINESS-KEY EQUAL WS-EXCQ-KEY THEN
                           SET EXCEPTION-ALREADY-QUEUED TO TRUE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE EXCEPTION-QUEUE-FILE
            ELSE
               IF WS-EXCQ-STATUS EQUAL '05' THEN
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
            END-IF.
            IF EXCEPTION-ALREADY-QUEUED THEN
               GO TO QUEUE-MISSING-EXIT
            END-IF.
            MOVE SPACES TO WS-EXCQ-REASON.
            STRING 'DELIVERY: MISSING ' DELIMITED BY SIZE
                   FUNCTION TRIM(DLV-SENDER-ID) DELIMITED BY SIZE
                   ' file due ' DELIMITED BY SIZE
                   WS-CHECK-DATE DELIMITED BY SIZE
                   ' by ' DELIMITED BY SIZE
                   WS-DEADLINE DELIMITED BY SIZE
                   INTO WS-EXCQ-REASON
            END-STRING.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            MOVE WS-EXCQ-KEY TO EXCQ-BUSINESS-KEY.
            MOVE SPACES TO EXCQ-SER-XID.
            MOVE 'EXDELIVR' TO EXCQ-PROGRAM-ID.
            MOVE 0 TO EXCQ-TX-STATUS.
            MOVE WS-EXCQ-REASON TO EXCQ-REASON.
            MOVE FUNCTION CURRENT-DATE TO EXCQ-TIMESTAMP.
            MOVE 'N' TO EXCQ-RESOLVED.
            MOVE SPACES TO EXCQ-RESOLUTION-CODE.
            MOVE SPACES TO EXCQ-RESOLVED-BY.
            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE SPACES TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
            WRITE EXCEPTION-QUEUE-RECORD.
            CLOSE EXCEPTION-QUEUE-FILE.
            DISPLAY 'Queued to EXCEPTION-QUEUE: '
                    FUNCTION TRIM(WS-EXCQ-REASON).
        QUEUE-MISSING-EXIT.
            EXIT.
      *
      * SCORECARD: the month, sender by sender, day by day.
      *
        RUN-SCORECARD.
            MOVE '2400' TO WS-NOW-HHMM.
            STRING WS-MONTH DELIMITED BY SIZE
                   '01' DELIMITED BY SIZE
                   INTO WS-FROM-DATE
            END-STRING.
            MOVE WS-FROM-DATE TO WS-DATE-X.
            COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
            END-COMPUTE.
      * The month's last day is the day before the next month's
      * first
            IF WS-MONTH(5:2) EQUAL '12' THEN
               COMPUTE WS-DATE-NUM =
                  (FUNCTION NUMVAL(WS-MONTH(1:4)) + 1) * 10000 + 101
               END-COMPUTE
            ELSE
               COMPUTE WS-DATE-NUM =
                  FUNCTION NUMVAL(WS-MONTH) * 100 + 101
               END-COMPUTE
            END-IF.
            COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
            END-COMPUTE.
      * Today is still open: the card stops at yesterday
            MOVE WS-TODAY TO WS-DATE-X.
            IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1 < WS-TO-INT
               THEN
               COMPUTE WS-TO-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               END-COMPUTE
            END-IF.
            OPEN OUTPUT DELIVERY-SCORECARD-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'DELIVERY SCORECARD ' DELIMITED BY SIZE
                   WS-MONTH(1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-MONTH(5:2) DELIMITED BY SIZE
                   '   produced ' DELIMITED BY SIZE
                   WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE DELIVERY-SCORECARD-RECORD FROM WS-REPORT-LINE.
            IF WS-TO-INT < WS-FROM-INT THEN
               MOVE 'No completed days in the month yet.'
                 TO WS-REPORT-LINE
               WRITE DELIVERY-SCORECARD-RECORD FROM WS-REPORT-LINE
               CLOSE DELIVERY-SCORECARD-FILE
               DISPLAY 'SCORECARD ' WS-MONTH ': no completed days '
                       'in the month yet'
               GO TO RUN-SCORECARD-EXIT
            END-IF.
            COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-TO-INT)
            END-COMPUTE.
            MOVE WS-DATE-X TO WS-TO-DATE.
            PERFORM LOAD-CALENDAR THRU LOAD-CALENDAR-DONE.
            PERFORM LOAD-ARRIVALS THRU LOAD-ARRIVALS-DONE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'Days ' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' to ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   '; on time = by the cutoff, late = after the '
                      DELIMITED BY SIZE
                   'cutoff, missed = nothing by the deadline'
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE DELIVERY-SCORECARD-RECORD FROM WS-REPORT-LINE.
            PERFORM VARYING SCH-IX FROM 1 BY 1 UNTIL SCH-IX > SCH-COUNT
               MOVE SCH-IMAGE (SCH-IX) TO DELIVERY-SCHEDULE-RECORD
               IF WS-SENDER-FILTER EQUAL SPACES OR
                  WS-SENDER-FILTER EQUAL DLV-SENDER-ID THEN
                  PERFORM SCORE-ONE-SENDER THRU SCORE-ONE-SENDER
               END-IF
            END-PERFORM.
            CLOSE DELIVERY-SCORECARD-FILE.
            DISPLAY 'SCORECARD ' WS-MONTH ': ' WS-CARDS ' sender '
                    'card(s) written to DELIVERY-SCORECARD'.
        RUN-SCORECARD-EXIT.
            EXIT.
        SCORE-ONE-SENDER.
            ADD 1 TO WS-CARDS.
            MOVE SPACES TO WS-REPORT-LINE.
            WRITE DELIVERY-SCORECARD-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'Sender ' DELIMITED BY SIZE
                   DLV-SENDER-ID DELIMITED BY SIZE
                   '  cutoff ' DELIMITED BY SIZE
                   DLV-CUTOFF DELIMITED BY SIZE
                   '  deadline ' DELIMITED BY SIZE
                   DLV-DEADLINE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE DELIVERY-SCORECARD-RECORD FROM WS-REPORT-LINE.
            PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                     UNTIL WS-DAY-INT > WS-TO-INT
               COMPUTE WS-DATE-NUM =
                  FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               END-COMPUTE
               MOVE WS-DATE-X TO WS-CHECK-DATE
               PERFORM JUDGE-SENDER-DAY THRU JUDGE-SENDER-DAY-EXIT
               IF SENDER-DUE THEN
                  PERFORM SCORE-ONE-DAY THRU SCORE-ONE-DAY-EXIT
               END-IF
            END-PERFORM.
            MOVE 0 TO WS-PCT.
            IF SCH-DUE (SCH-IX) NOT EQUAL 0 THEN
               COMPUTE WS-PCT ROUNDED =
                  SCH-ON-TIME (SCH-IX) * 100 / SCH-DUE (SCH-IX)
               END-COMPUTE
            END-IF.
            MOVE WS-PCT TO WS-PCT-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING '  Due ' DELIMITED BY SIZE
                   SCH-DUE (SCH-IX) DELIMITED BY SIZE
                   '  on time ' DELIMITED BY SIZE
                   SCH-ON-TIME (SCH-IX) DELIMITED BY SIZE
                   '  late ' DELIMITED BY SIZE
                   SCH-LATE (SCH-IX) DELIMITED BY SIZE
                   '  missed ' DELIMITED BY SIZE
                   SCH-MISSED (SCH-IX) DELIMITED BY SIZE
                   '  outside row range ' DELIMITED BY SIZE
                   SCH-VOLUME (SCH-IX) DELIMITED BY SIZE
                   '  rows ' DELIMITED BY SIZE
                   SCH-ROWS (SCH-IX) DELIMITED BY SIZE
                   '  on-time ' DELIMITED BY SIZE
                   WS-PCT-ED DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE DELIVERY-SCORECARD-RECORD FROM WS-REPORT-LINE.
            DISPLAY 'SCORECARD: ' DLV-SENDER-ID ' due '
                    SCH-DUE (SCH-IX) ', on time ' SCH-ON-TIME (SCH-IX)
                    ', late ' SCH-LATE (SCH-IX) ', missed '
                    SCH-MISSED (SCH-IX) ', on-time ' WS-PCT-ED '%'.
      *
      * One due day on the card: tallied, and listed when it was
      * not clean.
      *
        SCORE-ONE-DAY.
            ADD 1 TO SCH-DUE (SCH-IX).
            ADD WS-ARR-ROWS TO SCH-ROWS (SCH-IX).
            MOVE SPACES TO WS-STATE-TEXT.
            EVALUATE TRUE
               WHEN DAY-ON-TIME
                  ADD 1 TO SCH-ON-TIME (SCH-IX)
               WHEN DAY-LATE-ARRIVED
                  ADD 1 TO SCH-LATE (SCH-IX)
                  MOVE 'LATE' TO WS-STATE-TEXT
               WHEN DAY-AFTER-DEADLINE
                  ADD 1 TO SCH-MISSED (SCH-IX)
                  MOVE 'AFTER DEADLINE' TO WS-STATE-TEXT
               WHEN OTHER
                  ADD 1 TO SCH-MISSED (SCH-IX)
                  MOVE 'MISSED' TO WS-STATE-TEXT
            END-EVALUATE.
            IF VOLUME-OUT-OF-RANGE THEN
               ADD 1 TO SCH-VOLUME (SCH-IX)
               IF WS-STATE-TEXT EQUAL SPACES THEN
                  MOVE 'ROW RANGE' TO WS-STATE-TEXT
               END-IF
            END-IF.
            IF WS-STATE-TEXT EQUAL SPACES THEN
               GO TO SCORE-ONE-DAY-EXIT
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING '    ' DELIMITED BY SIZE
                   WS-CHECK-DATE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-STATE-TEXT DELIMITED BY SIZE
                   ' arrived ' DELIMITED BY SIZE
                   WS-ARR-TIME DELIMITED BY SIZE
                   '  rows ' DELIMITED BY SIZE
                   WS-ARR-ROWS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            IF NOT DAY-ARRIVED THEN
               MOVE '----' TO WS-REPORT-LINE(41:4)
            END-IF.
            WRITE DELIVERY-SCORECARD-RECORD FROM WS-REPORT-LINE.
        SCORE-ONE-DAY-EXIT.
            EXIT.
      *
      * One sender on one day (WS-CHECK-DATE, WS-DAY-INT) at
      * WS-NOW-HHMM: due or not by the calendar and the weekday
      * mask, and if due where its file stands.
      *
        JUDGE-SENDER-DAY.
            MOVE 'N' TO WS-DUE-FLAG.
            MOVE 'N' TO WS-VOLUME-FLAG.
            MOVE SPACE TO WS-DAY-STATE.
            MOVE SPACES TO WS-ARR-TIME.
            MOVE 0 TO WS-ARR-ROWS.
            MOVE 0 TO WS-ARR-FILES.
            MOVE 'Y' TO WS-DAY-WORKING.
            MOVE 'N' TO WS-DAY-MONTH-END.
            MOVE SPACES TO WS-DAY-VARIANT.
            PERFORM VARYING CLT-IX FROM 1 BY 1
                     UNTIL CLT-IX > CLT-COUNT
               IF CLT-DATE (CLT-IX) EQUAL WS-CHECK-DATE THEN
                  MOVE CLT-WORKING (CLT-IX) TO WS-DAY-WORKING
                  MOVE CLT-MONTH-END (CLT-IX) TO WS-DAY-MONTH-END
                  MOVE CLT-VARIANT (CLT-IX) TO WS-DAY-VARIANT
               END-IF
            END-PERFORM.
            IF WS-DAY-WORKING NOT EQUAL 'Y' THEN
               GO TO JUDGE-SENDER-DAY-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN DLV-MONTH-END-ONLY
                  IF WS-DAY-MONTH-END NOT EQUAL 'Y' THEN
                     GO TO JUDGE-SENDER-DAY-EXIT
                  END-IF
               WHEN DLV-VARIANT-DAYS
                  IF WS-DAY-VARIANT NOT EQUAL DLV-PLAN-VARIANT THEN
                     GO TO JUDGE-SENDER-DAY-EXIT
                  END-IF
            END-EVALUATE.
      * Day 1 of the integer calendar, 1601-01-01, was a Monday
            COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
            END-COMPUTE.
            IF DLV-WEEKDAYS NOT EQUAL SPACES AND
               DLV-WEEKDAYS(WS-WEEKDAY:1) NOT EQUAL 'Y' THEN
               GO TO JUDGE-SENDER-DAY-EXIT
            END-IF.
            SET SENDER-DUE TO TRUE.
            MOVE DLV-CUTOFF TO WS-CUTOFF.
            IF WS-CUTOFF EQUAL SPACES THEN
               MOVE '2359' TO WS-CUTOFF
            END-IF.
            MOVE DLV-DEADLINE TO WS-DEADLINE.
            IF WS-DEADLINE EQUAL SPACES OR
               WS-DEADLINE < WS-CUTOFF THEN
               MOVE WS-CUTOFF TO WS-DEADLINE
            END-IF.
            MOVE 0 TO WS-MIN-ROWS.
            MOVE 0 TO WS-MAX-ROWS.
            IF DLV-MIN-ROWS IS NUMERIC THEN
               MOVE DLV-MIN-ROWS TO WS-MIN-ROWS
            END-IF.
            IF DLV-MAX-ROWS IS NUMERIC THEN
               MOVE DLV-MAX-ROWS TO WS-MAX-ROWS
            END-IF.
            MOVE 'N' TO WS-ARV-FOUND.
            PERFORM VARYING ARV-IX FROM 1 BY 1
                     UNTIL ARV-IX > ARV-COUNT OR ARRIVAL-FOUND
               IF ARV-SENDER-ID (ARV-IX) EQUAL DLV-SENDER-ID AND
                  ARV-DATE (ARV-IX) EQUAL WS-CHECK-DATE THEN
                  SET ARRIVAL-FOUND TO TRUE
                  MOVE ARV-TIME (ARV-IX) TO WS-ARR-TIME
                  MOVE ARV-ROWS (ARV-IX) TO WS-ARR-ROWS
                  MOVE ARV-FILES (ARV-IX) TO WS-ARR-FILES
               END-IF
            END-PERFORM.
            IF NOT ARRIVAL-FOUND THEN
               EVALUATE TRUE
                  WHEN WS-NOW-HHMM > WS-DEADLINE
                     MOVE 'M' TO WS-DAY-STATE
                  WHEN WS-NOW-HHMM > WS-CUTOFF
                     MOVE 'W' TO WS-DAY-STATE
                  WHEN OTHER
                     MOVE 'P' TO WS-DAY-STATE
               END-EVALUATE
               GO TO JUDGE-SENDER-DAY-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN WS-ARR-TIME > WS-DEADLINE
                  MOVE 'A' TO WS-DAY-STATE
               WHEN WS-ARR-TIME > WS-CUTOFF
                  MOVE 'L' TO WS-DAY-STATE
               WHEN OTHER
                  MOVE 'O' TO WS-DAY-STATE
            END-EVALUATE.
            IF WS-ARR-ROWS < WS-MIN-ROWS OR
               (WS-MAX-ROWS NOT EQUAL 0 AND
                WS-ARR-ROWS > WS-MAX-ROWS) THEN
               SET VOLUME-OUT-OF-RANGE TO TRUE
            END-IF.
        JUDGE-SENDER-DAY-EXIT.
            EXIT.
      *
      * The schedule, one record per sender; a later record for the
      * same sender replaces the earlier.
      *
        LOAD-SCHEDULE.
            MOVE 'DELIVERY-SCHEDULE' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT DELIVERY-SCHEDULE-FILE.
            IF WS-DLV-STATUS NOT EQUAL '00' THEN
               IF WS-DLV-STATUS EQUAL '05' THEN
                  CLOSE DELIVERY-SCHEDULE-FILE
               END-IF
               GO TO LOAD-SCHEDULE-DONE
            END-IF.
            PERFORM UNTIL END-OF-SCHEDULE
               READ DELIVERY-SCHEDULE-FILE
                  AT END
                     SET END-OF-SCHEDULE TO TRUE
                  NOT AT END
                     IF DLV-SENDER-ID NOT EQUAL SPACES THEN
                        PERFORM NOTE-SCHEDULE THRU NOTE-SCHEDULE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE DELIVERY-SCHEDULE-FILE.
        LOAD-SCHEDULE-DONE.
            EXIT.
        NOTE-SCHEDULE.
            MOVE 0 TO SCH-IX.
            PERFORM VARYING SCH-IX2 FROM 1 BY 1
                     UNTIL SCH-IX2 > SCH-COUNT OR SCH-IX NOT EQUAL 0
               IF SCH-IMAGE (SCH-IX2)(1:10) EQUAL DLV-SENDER-ID THEN
                  MOVE SCH-IX2 TO SCH-IX
               END-IF
            END-PERFORM.
            IF SCH-IX EQUAL 0 THEN
               IF SCH-COUNT EQUAL 100 THEN
                  DISPLAY 'More than 100 scheduled senders - '
                          'refused'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO SCH-COUNT
               MOVE SCH-COUNT TO SCH-IX
            END-IF.
            MOVE DELIVERY-SCHEDULE-RECORD TO SCH-IMAGE (SCH-IX).
            MOVE 0 TO SCH-DUE (SCH-IX).
            MOVE 0 TO SCH-ON-TIME (SCH-IX).
            MOVE 0 TO SCH-LATE (SCH-IX).
            MOVE 0 TO SCH-MISSED (SCH-IX).
            MOVE 0 TO SCH-VOLUME (SCH-IX).
            MOVE 0 TO SCH-ROWS (SCH-IX).
      *
      * The calendar's rows for the span; a holiday is not a
      * working day, the DEADLINE rows are not dates.
      *
        LOAD-CALENDAR.
            MOVE 'BUSINESS-CALENDAR' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-CAL-STATUS NOT EQUAL '00' THEN
               IF WS-CAL-STATUS EQUAL '05' THEN
                  CLOSE BUSINESS-CALENDAR-FILE
               END-IF
               GO TO LOAD-CALENDAR-DONE
            END-IF.
            PERFORM UNTIL END-OF-CALENDAR
               READ BUSINESS-CALENDAR-FILE
                  AT END
                     SET END-OF-CALENDAR TO TRUE
                  NOT AT END
                     IF CAL-DATE IS NUMERIC AND
                        CAL-DATE NOT < WS-FROM-DATE AND
                        CAL-DATE NOT > WS-TO-DATE AND
                        CLT-COUNT < 400 THEN
                        ADD 1 TO CLT-COUNT
                        MOVE CAL-DATE TO CLT-DATE (CLT-COUNT)
                        MOVE CAL-WORKING TO CLT-WORKING (CLT-COUNT)
                        IF CAL-IS-HOLIDAY THEN
                           MOVE 'N' TO CLT-WORKING (CLT-COUNT)
                        END-IF
                        MOVE CAL-MONTH-END
                          TO CLT-MONTH-END (CLT-COUNT)
                        MOVE CAL-PLAN-VARIANT
                          TO CLT-VARIANT (CLT-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BUSINESS-CALENDAR-FILE.
        LOAD-CALENDAR-DONE.
            EXIT.
      *
      * The span's arrivals: each REGISTER entry (status NEW - the
      * later status steps repeat the arrival) from a sender, per
      * sender and date the earliest time and the rows of all.
      *
        LOAD-ARRIVALS.
            OPEN INPUT STAGING-MANIFEST-FILE.
            IF WS-MANIFEST-STATUS NOT EQUAL '00' THEN
               IF WS-MANIFEST-STATUS EQUAL '05' THEN
                  CLOSE STAGING-MANIFEST-FILE
               END-IF
               GO TO LOAD-ARRIVALS-DONE
            END-IF.
            PERFORM UNTIL END-OF-MANIFEST
               READ STAGING-MANIFEST-FILE
                  AT END
                     SET END-OF-MANIFEST TO TRUE
                  NOT AT END
                     IF MAN-IS-NEW AND
                        MAN-SENDER-ID NOT EQUAL SPACES AND
                        MAN-ARRIVAL(1:8) NOT < WS-FROM-DATE AND
                        MAN-ARRIVAL(1:8) NOT > WS-TO-DATE THEN
                        PERFORM NOTE-ARRIVAL THRU NOTE-ARRIVAL-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE STAGING-MANIFEST-FILE.
        LOAD-ARRIVALS-DONE.
            EXIT.
        NOTE-ARRIVAL.
      * The fingerprint opens with the file's row count
            MOVE 0 TO WS-MAN-ROWS.
            IF MAN-FINGERPRINT(1:9) IS NUMERIC THEN
               MOVE MAN-FINGERPRINT(1:9) TO WS-MAN-ROWS
            END-IF.
            MOVE 'N' TO WS-ARV-FOUND.
            PERFORM VARYING ARV-IX FROM 1 BY 1
                     UNTIL ARV-IX > ARV-COUNT OR ARRIVAL-FOUND
               IF ARV-SENDER-ID (ARV-IX) EQUAL MAN-SENDER-ID AND
                  ARV-DATE (ARV-IX) EQUAL MAN-ARRIVAL(1:8) THEN
                  SET ARRIVAL-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF ARRIVAL-FOUND THEN
               SUBTRACT 1 FROM ARV-IX
               IF MAN-ARRIVAL(9:4) < ARV-TIME (ARV-IX) THEN
                  MOVE MAN-ARRIVAL(9:4) TO ARV-TIME (ARV-IX)
               END-IF
               ADD WS-MAN-ROWS TO ARV-ROWS (ARV-IX)
               ADD 1 TO ARV-FILES (ARV-IX)
               GO TO NOTE-ARRIVAL-EXIT
            END-IF.
            IF ARV-COUNT EQUAL 3000 THEN
               DISPLAY 'More than 3000 sender arrivals in the span '
                       '- refused'
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO ARV-COUNT.
            MOVE MAN-SENDER-ID TO ARV-SENDER-ID (ARV-COUNT).
            MOVE MAN-ARRIVAL(1:8) TO ARV-DATE (ARV-COUNT).
            MOVE MAN-ARRIVAL(9:4) TO ARV-TIME (ARV-COUNT).
            MOVE WS-MAN-ROWS TO ARV-ROWS (ARV-COUNT).
            MOVE 1 TO ARV-FILES (ARV-COUNT).
        NOTE-ARRIVAL-EXIT.
            EXIT.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
