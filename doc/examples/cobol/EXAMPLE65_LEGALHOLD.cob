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
      * Usage: EXAMPLE65_LEGALHOLD LIST [ALL]
      *        EXAMPLE65_LEGALHOLD PLACE KEY=id|Bid REF=matter
      *                            [NOTE=text]
      *        EXAMPLE65_LEGALHOLD LIFT KEY=id|Bid REF=matter
      *                            [NOTE=text]
      *        EXAMPLE65_LEGALHOLD COUNTERSIGN KEY=id|Bid REF=matter
      *        EXAMPLE65_LEGALHOLD CANCEL KEY=id|Bid REF=matter
      *        EXAMPLE65_LEGALHOLD REPORT [KEY=id|Bid] [ALL]
      *
      * Legal holds.  When counsel puts an author (KEY=3307) or a
      * single book (KEY=B77) under a legal or regulatory hold,
      * the key must not change by ANY path until the hold is
      * lifted: the loader (every mode that writes, RECYCLE and
      * BULK included, and the RECONCILE repair file),
      * EXAMPLE24_ONLINEFIX, EXAMPLE28_PURGE, EXAMPLE16_BACKOUT,
      * EXAMPLE49_MERGE, EXAMPLE56_ERASE and the EXAMPLE25_DRREPLAY
      * replay and failback all read LEGAL-HOLD (see LGLHOLD.cpy)
      * through the shared check (LGLHCK.cpy).  A change a hold
      * stops is never skipped quietly: it is rejected or refused
      * with reason HOLD and leaves an EXCEPTION-QUEUE entry whose
      * reason names the hold ('LEGAL HOLD matter: ...').
      *
      * The list is kept under dual control, the EXAMPLE31_AUTHMNT
      * convention:
      *
      *   PLACE       - the FIRST signature on a new hold: the
      *                 request goes to LEGAL-HOLD-PENDING (see
      *                 LGHPEND.cpy) and freezes nothing yet.
      *   LIFT        - the first signature on releasing a hold in
      *                 force; the key stays frozen until it is
      *                 countersigned.
      *   COUNTERSIGN - the SECOND signature, by a DIFFERENT
      *                 operator: the place or lift is appended to
      *                 LEGAL-HOLD and takes effect for every run
      *                 that starts after it.
      *   CANCEL      - withdraw a pending request.
      *   LIST        - the holds in force (ALL: lifted ones too)
      *                 and the open requests.
      *   REPORT      - every held key, and under each hold every
      *                 attempted change it blocked, from
      *                 EXCEPTION-QUEUE, with the program, run and
      *                 time of the attempt and whether the entry
      *                 has been worked (ALL: lifted holds too).
      *
      * A key can carry several holds at once, one per matter
      * (REF=); it stays frozen while any of them is in force.
      * Every command but LIST and REPORT needs a named operator
      * (BATCH-OPERATOR).
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE65-LEGALHOLD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The holds and their releases (see LGLHOLD.cpy)
            SELECT OPTIONAL LEGAL-HOLD-FILE
                ASSIGN TO "LEGAL-HOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LGLHOLD-STATUS.
      * The requests waiting for a second signature (see
      * LGHPEND.cpy)
            SELECT OPTIONAL LEGAL-HOLD-PENDING-FILE
                ASSIGN TO "LEGAL-HOLD-PENDING"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PEND-STATUS.
      * Where every change path queued what a hold stopped
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-RECORD.
           COPY LGLHOLD.
        FD LEGAL-HOLD-PENDING-FILE.
        01 LEGAL-HOLD-PENDING-RECORD.
           COPY LGHPEND.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        WORKING-STORAGE SECTION.
      * The netted hold list and the shared check (see LGLHWS.cpy)
           COPY LGLHWS.
        01 WS-PEND-STATUS PIC X(2) VALUE '00'.
        01 WS-PEND-EOF PIC X(1) VALUE 'N'.
           88 END-OF-PENDING VALUE 'Y'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-RAW-VALUE PIC X(80) VALUE SPACES.
        01 WS-COMMAND PIC X(12) VALUE SPACES.
           88 CMD-LIST        VALUE 'LIST'.
           88 CMD-PLACE       VALUE 'PLACE'.
           88 CMD-LIFT        VALUE 'LIFT'.
           88 CMD-COUNTERSIGN VALUE 'COUNTERSIGN'.
           88 CMD-CANCEL      VALUE 'CANCEL'.
           88 CMD-REPORT      VALUE 'REPORT'.
        01 WS-ARG-KEY PIC X(10) VALUE SPACES.
        01 WS-ARG-REF PIC X(20) VALUE SPACES.
        01 WS-ARG-NOTE PIC X(60) VALUE SPACES.
        01 WS-ARG-ALL PIC X(1) VALUE 'N'.
           88 SHOW-ALL VALUE 'Y'.
      * The key being worked: 'A' author or 'B' book, and its id
        01 WS-TARGET-TYPE PIC X(1) VALUE SPACE.
        01 WS-TARGET-ID PIC 9(9) VALUE 0.
        01 WS-TARGET-DIGITS PIC X(9) VALUE SPACES.
        01 WS-TARGET-KEY-TEXT PIC X(16) VALUE SPACES.
      * Who is at the keyboard (the acting signature)
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
      * The pending file netted to the last record per (key,
      * reference): the surviving state of each request
        01 PEND-TABLE.
           05 PEND-COUNT PIC 9(3) VALUE 0.
           05 PEND-ENTRY OCCURS 500 TIMES.
              10 PT-KEY-TYPE     PIC X(1).
              10 PT-KEY-ID       PIC 9(9).
              10 PT-HOLD-REF     PIC X(20).
              10 PT-ACTION       PIC X(1).
              10 PT-REQUESTED-BY PIC X(8).
              10 PT-REQUEST-TIME PIC X(21).
              10 PT-STATUS       PIC X(1).
              10 PT-NOTE         PIC X(60).
        01 PT-IX PIC 9(3).
        01 WS-PEND-FOUND PIC X(1) VALUE 'N'.
           88 PENDING-ENTRY-FOUND VALUE 'Y'.
      * The hold being worked, when it is in the list
        01 WS-HOLD-IX PIC 9(3) VALUE 0.
        01 WS-HOLD-IN-FORCE PIC X(1) VALUE 'N'.
           88 HOLD-IN-FORCE VALUE 'Y'.
      * REPORT: the reason text the change paths wrote for the
      * hold on show, and what it stopped
        01 WS-REPORT-REASON PIC X(60) VALUE SPACES.
        01 WS-BLOCKED-COUNT PIC 9(7) VALUE 0.
        01 WS-BLOCKED-TOTAL PIC 9(7) VALUE 0.
        01 WS-WORKED-TEXT PIC X(10) VALUE SPACES.
        01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
        01 WS-STATE-TEXT PIC X(6) VALUE SPACES.
        01 WS-ACTION-TEXT PIC X(5) VALUE SPACES.
        01 DISP-ID PIC Z(8)9.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE65_LEGALHOLD'.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
            END-IF.
            DISPLAY 'Operator: ' WS-OPERATOR-ID.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
            IF WS-COMMAND EQUAL SPACES THEN
               SET CMD-LIST TO TRUE
            END-IF.
            PERFORM VARYING ARG-IX FROM 2 BY 1 UNTIL ARG-IX > 5
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  MOVE SPACES TO WS-RAW-VALUE
                  UNSTRING ARGV DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-RAW-VALUE
                  END-UNSTRING
                  MOVE FUNCTION UPPER-CASE(WS-ARG-KEYWORD)
                    TO WS-ARG-KEYWORD
                  MOVE FUNCTION UPPER-CASE(WS-RAW-VALUE)
                    TO WS-ARG-VALUE
                  EVALUATE WS-ARG-KEYWORD
                     WHEN 'KEY'
                        MOVE WS-ARG-VALUE(1:10) TO WS-ARG-KEY
                     WHEN 'REF'
                        MOVE WS-ARG-VALUE(1:20) TO WS-ARG-REF
      * The note is kept as the operator wrote it
                     WHEN 'NOTE'
                        MOVE WS-RAW-VALUE(1:60) TO WS-ARG-NOTE
                     WHEN 'ALL'
                        SET SHOW-ALL TO TRUE
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF NOT (CMD-LIST OR CMD-PLACE OR CMD-LIFT OR
                    CMD-COUNTERSIGN OR CMD-CANCEL OR CMD-REPORT) THEN
               DISPLAY 'Usage: EXAMPLE65_LEGALHOLD LIST [ALL] / '
                       'PLACE|LIFT KEY=id|Bid REF=matter '
                       '[NOTE=text] / COUNTERSIGN|CANCEL KEY= REF= '
                       '/ REPORT [KEY=] [ALL]'
               STOP RUN RETURNING 1
            END-IF.
            IF NOT (CMD-LIST OR CMD-REPORT) THEN
               IF WS-OPERATOR-ID EQUAL 'UNKNOWN' THEN
                  DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-COMMAND)
                          ' needs a named operator (set '
                          'BATCH-OPERATOR) - a hold is a signed '
                          'instruction'
                  STOP RUN RETURNING 1
               END-IF
               PERFORM PARSE-TARGET-KEY THRU PARSE-TARGET-KEY-EXIT
               IF WS-ARG-REF EQUAL SPACES THEN
                  DISPLAY 'REFUSED: REF= names the matter the hold '
                          'belongs to and is required'
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            IF CMD-REPORT AND WS-ARG-KEY NOT EQUAL SPACES THEN
               PERFORM PARSE-TARGET-KEY THRU PARSE-TARGET-KEY-EXIT
            END-IF.
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'REFUSED: LEGAL-HOLD holds more than 500 '
                       'holds - the list cannot be read whole'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-PENDING THRU LOAD-PENDING-DONE.
            EVALUATE TRUE
               WHEN CMD-LIST
                  PERFORM RUN-LIST-COMMAND THRU RUN-LIST-COMMAND
               WHEN CMD-PLACE
                  PERFORM RUN-REQUEST-COMMAND
                     THRU RUN-REQUEST-COMMAND
               WHEN CMD-LIFT
                  PERFORM RUN-REQUEST-COMMAND
                     THRU RUN-REQUEST-COMMAND
               WHEN CMD-COUNTERSIGN
                  PERFORM RUN-COUNTERSIGN-COMMAND
                     THRU RUN-COUNTERSIGN-COMMAND
               WHEN CMD-CANCEL
                  PERFORM RUN-CANCEL-COMMAND THRU RUN-CANCEL-COMMAND
               WHEN CMD-REPORT
                  PERFORM RUN-REPORT-COMMAND THRU RUN-REPORT-COMMAND
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
      * KEY=3307 is author 3307, KEY=B77 book 77; anything else is
      * refused by name rather than freezing the wrong thing.
      *
        PARSE-TARGET-KEY.
            MOVE SPACES TO WS-TARGET-DIGITS.
            IF WS-ARG-KEY(1:1) EQUAL 'B' THEN
               MOVE 'B' TO WS-TARGET-TYPE
               MOVE WS-ARG-KEY(2:9) TO WS-TARGET-DIGITS
            ELSE
               MOVE 'A' TO WS-TARGET-TYPE
               MOVE WS-ARG-KEY(1:9) TO WS-TARGET-DIGITS
            END-IF.
            IF WS-TARGET-DIGITS EQUAL SPACES OR
               WS-ARG-KEY(10:1) NOT EQUAL SPACE OR
               FUNCTION TRIM(WS-TARGET-DIGITS) IS NOT NUMERIC THEN
               DISPLAY 'REFUSED: KEY=' FUNCTION TRIM(WS-ARG-KEY)
                       ' is not an author id or B and a book id'
               STOP RUN RETURNING 1
            END-IF.
            COMPUTE WS-TARGET-ID = FUNCTION NUMVAL(WS-TARGET-DIGITS).
            IF WS-TARGET-ID EQUAL 0 THEN
               DISPLAY 'REFUSED: KEY=' FUNCTION TRIM(WS-ARG-KEY)
                       ' names no author or book'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-TARGET-ID TO DISP-ID.
            MOVE SPACES TO WS-TARGET-KEY-TEXT.
            IF WS-TARGET-TYPE EQUAL 'B' THEN
               STRING 'book ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      INTO WS-TARGET-KEY-TEXT
               END-STRING
            ELSE
               STRING 'author ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      INTO WS-TARGET-KEY-TEXT
               END-STRING
            END-IF.
        PARSE-TARGET-KEY-EXIT.
            EXIT.
      *
      * The pending file, netted to the last record per (key,
      * reference) - the surviving state of each request.
      *
        LOAD-PENDING.
            OPEN INPUT LEGAL-HOLD-PENDING-FILE.
            IF WS-PEND-STATUS NOT EQUAL '00' THEN
               IF WS-PEND-STATUS EQUAL '05' THEN
                  CLOSE LEGAL-HOLD-PENDING-FILE
               END-IF
               GO TO LOAD-PENDING-DONE
            END-IF.
            PERFORM UNTIL END-OF-PENDING
               READ LEGAL-HOLD-PENDING-FILE
                  AT END
                     SET END-OF-PENDING TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-PENDING
                        THRU NET-ONE-PENDING-EXIT
               END-READ
            END-PERFORM.
            CLOSE LEGAL-HOLD-PENDING-FILE.
        LOAD-PENDING-DONE.
            EXIT.
        NET-ONE-PENDING.
            MOVE 'N' TO WS-PEND-FOUND.
            PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PEND-COUNT OR
                           PENDING-ENTRY-FOUND
               IF PT-KEY-TYPE (PT-IX) EQUAL LHP-KEY-TYPE AND
                  PT-KEY-ID (PT-IX) EQUAL LHP-KEY-ID AND
                  PT-HOLD-REF (PT-IX) EQUAL LHP-HOLD-REF THEN
                  SET PENDING-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF PENDING-ENTRY-FOUND THEN
               SUBTRACT 1 FROM PT-IX
            ELSE
               IF PEND-COUNT EQUAL 500 THEN
                  DISPLAY 'More than 500 hold requests - refused'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO PEND-COUNT
               MOVE PEND-COUNT TO PT-IX
               MOVE LHP-KEY-TYPE TO PT-KEY-TYPE (PT-IX)
               MOVE LHP-KEY-ID TO PT-KEY-ID (PT-IX)
               MOVE LHP-HOLD-REF TO PT-HOLD-REF (PT-IX)
            END-IF.
            MOVE LHP-ACTION TO PT-ACTION (PT-IX).
            MOVE LHP-REQUESTED-BY TO PT-REQUESTED-BY (PT-IX).
            MOVE LHP-REQUEST-TIME TO PT-REQUEST-TIME (PT-IX).
            MOVE LHP-STATUS TO PT-STATUS (PT-IX).
            MOVE LHP-NOTE TO PT-NOTE (PT-IX).
        NET-ONE-PENDING-EXIT.
            EXIT.
      *
      * The holds in force (ALL: lifted ones too) and the open
      * requests.
      *
        RUN-LIST-COMMAND.
            PERFORM VARYING LGH-IX FROM 1 BY 1
                     UNTIL LGH-IX > LGHT-COUNT
               IF LGHT-STATUS (LGH-IX) EQUAL 'H' OR SHOW-ALL THEN
                  ADD 1 TO WS-LISTED-COUNT
                  PERFORM SHOW-ONE-HOLD THRU SHOW-ONE-HOLD
               END-IF
            END-PERFORM.
            DISPLAY 'LIST RESULT: ' WS-LISTED-COUNT ' hold(s)'.
            PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PEND-COUNT
               IF PT-STATUS (PT-IX) EQUAL 'P' THEN
                  MOVE PT-KEY-ID (PT-IX) TO DISP-ID
                  IF PT-ACTION (PT-IX) EQUAL 'L' THEN
                     MOVE 'LIFT' TO WS-ACTION-TEXT
                  ELSE
                     MOVE 'PLACE' TO WS-ACTION-TEXT
                  END-IF
                  DISPLAY 'PENDING: ' WS-ACTION-TEXT ' '
                          PT-KEY-TYPE (PT-IX) DISP-ID ' '
                          PT-HOLD-REF (PT-IX) ' requested by '
                          PT-REQUESTED-BY (PT-IX) ' at '
                          PT-REQUEST-TIME (PT-IX)
                          ' - awaiting countersign'
               END-IF
            END-PERFORM.
        SHOW-ONE-HOLD.
            MOVE LGHT-KEY-ID (LGH-IX) TO DISP-ID.
            IF LGHT-STATUS (LGH-IX) EQUAL 'H' THEN
               MOVE 'HELD' TO WS-STATE-TEXT
            ELSE
               MOVE 'LIFTED' TO WS-STATE-TEXT
            END-IF.
            DISPLAY WS-STATE-TEXT ' ' LGHT-KEY-TYPE (LGH-IX) DISP-ID
                    ' ' LGHT-HOLD-REF (LGH-IX) ' placed by '
                    LGHT-PLACED-BY (LGH-IX) ' on '
                    LGHT-PLACED-DATE (LGH-IX) ', in force since '
                    LGHT-SINCE (LGH-IX)(1:14).
      *
      * The first signature on a place or a lift: nothing reaches
      * LEGAL-HOLD yet.  A hold already in force cannot be placed
      * twice, one not in force cannot be lifted, and one request
      * per key and matter is open at a time.
      *
        RUN-REQUEST-COMMAND.
            PERFORM FIND-TARGET-HOLD THRU FIND-TARGET-HOLD.
            IF CMD-PLACE AND HOLD-IN-FORCE THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-TARGET-KEY-TEXT)
                       ' is already held under '
                       FUNCTION TRIM(WS-ARG-REF)
               STOP RUN RETURNING 1
            END-IF.
            IF CMD-LIFT AND NOT HOLD-IN-FORCE THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-TARGET-KEY-TEXT)
                       ' is not held under '
                       FUNCTION TRIM(WS-ARG-REF)
                       ' - nothing to lift'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM FIND-PENDING-TARGET THRU FIND-PENDING-TARGET.
            IF PENDING-ENTRY-FOUND AND
               PT-STATUS (PT-IX) EQUAL 'P' THEN
               DISPLAY 'REFUSED: a request for this hold is already '
                       'pending, requested by '
                       PT-REQUESTED-BY (PT-IX)
                       ' - COUNTERSIGN or CANCEL it first'
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND LEGAL-HOLD-PENDING-FILE.
            MOVE WS-TARGET-TYPE TO LHP-KEY-TYPE.
            MOVE WS-TARGET-ID TO LHP-KEY-ID.
            MOVE WS-ARG-REF TO LHP-HOLD-REF.
            IF CMD-LIFT THEN
               SET LHP-ACTION-LIFT TO TRUE
            ELSE
               SET LHP-ACTION-PLACE TO TRUE
            END-IF.
            MOVE WS-OPERATOR-ID TO LHP-REQUESTED-BY.
            MOVE WS-CURRENT-DATE TO LHP-REQUEST-TIME.
            SET LHP-IS-PENDING TO TRUE.
            MOVE SPACES TO LHP-ACTED-BY.
            MOVE WS-ARG-NOTE TO LHP-NOTE.
            WRITE LEGAL-HOLD-PENDING-RECORD.
            CLOSE LEGAL-HOLD-PENDING-FILE.
            DISPLAY FUNCTION TRIM(WS-COMMAND) ' REQUESTED: '
                    FUNCTION TRIM(WS-TARGET-KEY-TEXT) ' under '
                    FUNCTION TRIM(WS-ARG-REF)
                    ' - a DIFFERENT operator must COUNTERSIGN '
                    'before it takes effect'.
      *
      * The second signature: a different pair of eyes turns the
      * request into a LEGAL-HOLD record.  The runs that start
      * after it see the key frozen (or free again).
      *
        RUN-COUNTERSIGN-COMMAND.
            PERFORM FIND-PENDING-TARGET THRU FIND-PENDING-TARGET.
            IF NOT PENDING-ENTRY-FOUND OR
               PT-STATUS (PT-IX) NOT EQUAL 'P' THEN
               DISPLAY 'REFUSED: no pending request for '
                       FUNCTION TRIM(WS-TARGET-KEY-TEXT) ' under '
                       FUNCTION TRIM(WS-ARG-REF)
               STOP RUN RETURNING 1
            END-IF.
            IF PT-REQUESTED-BY (PT-IX) EQUAL WS-OPERATOR-ID THEN
               DISPLAY 'REFUSED: ' WS-OPERATOR-ID ' requested this '
                       'and cannot countersign it - dual control '
                       'needs a second operator'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM FIND-TARGET-HOLD THRU FIND-TARGET-HOLD.
            MOVE WS-TARGET-TYPE TO LGH-KEY-TYPE.
            MOVE WS-TARGET-ID TO LGH-KEY-ID.
            MOVE WS-ARG-REF TO LGH-HOLD-REF.
            MOVE WS-OPERATOR-ID TO LGH-COUNTERSIGNED-BY.
            MOVE WS-CURRENT-DATE TO LGH-TIMESTAMP.
            MOVE PT-NOTE (PT-IX) TO LGH-NOTE.
            IF PT-ACTION (PT-IX) EQUAL 'L' THEN
               SET LGH-LIFTED TO TRUE
               MOVE LGHT-PLACED-BY (WS-HOLD-IX) TO LGH-PLACED-BY
               MOVE LGHT-PLACED-DATE (WS-HOLD-IX) TO LGH-PLACED-DATE
               MOVE PT-REQUESTED-BY (PT-IX) TO LGH-LIFTED-BY
               MOVE PT-REQUEST-TIME (PT-IX)(1:8) TO LGH-LIFTED-DATE
            ELSE
               SET LGH-HELD TO TRUE
               MOVE PT-REQUESTED-BY (PT-IX) TO LGH-PLACED-BY
               MOVE PT-REQUEST-TIME (PT-IX)(1:8) TO LGH-PLACED-DATE
               MOVE SPACES TO LGH-LIFTED-BY
               MOVE SPACES TO LGH-LIFTED-DATE
            END-IF.
            OPEN EXTEND LEGAL-HOLD-FILE.
            WRITE LEGAL-HOLD-RECORD.
            CLOSE LEGAL-HOLD-FILE.
            MOVE 'A' TO PT-STATUS (PT-IX).
            PERFORM STAMP-PENDING-STATUS THRU STAMP-PENDING-STATUS.
            IF LGH-LIFTED THEN
               DISPLAY 'LIFTED: ' FUNCTION TRIM(WS-TARGET-KEY-TEXT)
                       ' is no longer held under '
                       FUNCTION TRIM(WS-ARG-REF)
                       ' (requested by ' PT-REQUESTED-BY (PT-IX)
                       ', countersigned by ' WS-OPERATOR-ID ')'
            ELSE
               DISPLAY 'HELD: ' FUNCTION TRIM(WS-TARGET-KEY-TEXT)
                       ' is frozen under '
                       FUNCTION TRIM(WS-ARG-REF)
                       ' (requested by ' PT-REQUESTED-BY (PT-IX)
                       ', countersigned by ' WS-OPERATOR-ID ')'
            END-IF.
      *
      * A withdrawn request: stamped 'C' in the pending file.
      *
        RUN-CANCEL-COMMAND.
            PERFORM FIND-PENDING-TARGET THRU FIND-PENDING-TARGET.
            IF NOT PENDING-ENTRY-FOUND OR
               PT-STATUS (PT-IX) NOT EQUAL 'P' THEN
               DISPLAY 'REFUSED: no pending request for '
                       FUNCTION TRIM(WS-TARGET-KEY-TEXT) ' under '
                       FUNCTION TRIM(WS-ARG-REF)
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'C' TO PT-STATUS (PT-IX).
            PERFORM STAMP-PENDING-STATUS THRU STAMP-PENDING-STATUS.
            DISPLAY 'CANCELLED: the pending request for '
                    FUNCTION TRIM(WS-TARGET-KEY-TEXT) ' under '
                    FUNCTION TRIM(WS-ARG-REF).
      *
      * Every held key (ALL: lifted ones too), optionally one KEY=,
      * and under each hold every change it blocked: the
      * EXCEPTION-QUEUE entries whose reason is the one the shared
      * check writes for that hold (see CHECK-LEGAL-HOLD).
      *
        RUN-REPORT-COMMAND.
            DISPLAY 'LEGAL HOLD REPORT at ' WS-CURRENT-DATE(1:14).
            PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                     UNTIL WS-HOLD-IX > LGHT-COUNT
               MOVE WS-HOLD-IX TO LGH-IX
               IF (LGHT-STATUS (LGH-IX) EQUAL 'H' OR SHOW-ALL) AND
                  (WS-ARG-KEY EQUAL SPACES OR
                   (LGHT-KEY-TYPE (LGH-IX) EQUAL WS-TARGET-TYPE AND
                    LGHT-KEY-ID (LGH-IX) EQUAL WS-TARGET-ID)) THEN
                  ADD 1 TO WS-LISTED-COUNT
                  PERFORM REPORT-ONE-HOLD THRU REPORT-ONE-HOLD-EXIT
               END-IF
            END-PERFORM.
            DISPLAY 'REPORT RESULT: ' WS-LISTED-COUNT ' hold(s), '
                    WS-BLOCKED-TOTAL ' blocked change(s)'.
        REPORT-ONE-HOLD.
            PERFORM SHOW-ONE-HOLD THRU SHOW-ONE-HOLD.
            MOVE LGHT-KEY-ID (LGH-IX) TO DISP-ID.
            MOVE SPACES TO WS-REPORT-REASON.
            IF LGHT-KEY-TYPE (LGH-IX) EQUAL 'B' THEN
               STRING 'LEGAL HOLD ' DELIMITED BY SIZE
                      FUNCTION TRIM(LGHT-HOLD-REF (LGH-IX))
                         DELIMITED BY SIZE
                      ': book ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      ' is frozen' DELIMITED BY SIZE
                      INTO WS-REPORT-REASON
               END-STRING
            ELSE
               STRING 'LEGAL HOLD ' DELIMITED BY SIZE
                      FUNCTION TRIM(LGHT-HOLD-REF (LGH-IX))
                         DELIMITED BY SIZE
                      ': author ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      ' is frozen' DELIMITED BY SIZE
                      INTO WS-REPORT-REASON
               END-STRING
            END-IF.
            MOVE 0 TO WS-BLOCKED-COUNT.
            MOVE 'N' TO WS-EXCQ-EOF.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               IF WS-EXCQ-STATUS EQUAL '05' THEN
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
               GO TO REPORT-ONE-HOLD-TOTAL
            END-IF.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     IF EXCQ-REASON EQUAL WS-REPORT-REASON THEN
                        PERFORM REPORT-ONE-BLOCK
                           THRU REPORT-ONE-BLOCK
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
        REPORT-ONE-HOLD-TOTAL.
            DISPLAY '    ' WS-BLOCKED-COUNT ' change(s) blocked'.
            ADD WS-BLOCKED-COUNT TO WS-BLOCKED-TOTAL.
        REPORT-ONE-HOLD-EXIT.
            EXIT.
        REPORT-ONE-BLOCK.
            ADD 1 TO WS-BLOCKED-COUNT.
            IF EXCQ-IS-RESOLVED THEN
               MOVE 'worked' TO WS-WORKED-TEXT
            ELSE
               MOVE 'open' TO WS-WORKED-TEXT
            END-IF.
            DISPLAY '    BLOCKED ' EXCQ-TIMESTAMP(1:14) ' '
                    EXCQ-PROGRAM-ID ' run ' EXCQ-RUN-ID ' key '
                    EXCQ-BUSINESS-KEY ' ' WS-WORKED-TEXT.
      *
      * The netted hold for the target key and matter, when there
      * is one, and whether it is in force.
      *
        FIND-TARGET-HOLD.
            MOVE 'N' TO WS-HOLD-IN-FORCE.
            MOVE 0 TO WS-HOLD-IX.
            PERFORM VARYING LGH-IX FROM 1 BY 1
                     UNTIL LGH-IX > LGHT-COUNT OR WS-HOLD-IX > 0
               IF LGHT-KEY-TYPE (LGH-IX) EQUAL WS-TARGET-TYPE AND
                  LGHT-KEY-ID (LGH-IX) EQUAL WS-TARGET-ID AND
                  LGHT-HOLD-REF (LGH-IX) EQUAL WS-ARG-REF THEN
                  MOVE LGH-IX TO WS-HOLD-IX
                  IF LGHT-STATUS (LGH-IX) EQUAL 'H' THEN
                     SET HOLD-IN-FORCE TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
      *
      * The netted pending entry for the target, when there is one.
      *
        FIND-PENDING-TARGET.
            MOVE 'N' TO WS-PEND-FOUND.
            PERFORM VARYING PT-IX FROM 1 BY 1
                     UNTIL PT-IX > PEND-COUNT OR
                           PENDING-ENTRY-FOUND
               IF PT-KEY-TYPE (PT-IX) EQUAL WS-TARGET-TYPE AND
                  PT-KEY-ID (PT-IX) EQUAL WS-TARGET-ID AND
                  PT-HOLD-REF (PT-IX) EQUAL WS-ARG-REF THEN
                  SET PENDING-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF PENDING-ENTRY-FOUND THEN
               SUBTRACT 1 FROM PT-IX
            END-IF.
      *
      * The request's new status, appended so the last record per
      * key and matter wins, with who acted on it.
      *
        STAMP-PENDING-STATUS.
            OPEN EXTEND LEGAL-HOLD-PENDING-FILE.
            MOVE PT-KEY-TYPE (PT-IX) TO LHP-KEY-TYPE.
            MOVE PT-KEY-ID (PT-IX) TO LHP-KEY-ID.
            MOVE PT-HOLD-REF (PT-IX) TO LHP-HOLD-REF.
            MOVE PT-ACTION (PT-IX) TO LHP-ACTION.
            MOVE PT-REQUESTED-BY (PT-IX) TO LHP-REQUESTED-BY.
            MOVE PT-REQUEST-TIME (PT-IX) TO LHP-REQUEST-TIME.
            MOVE PT-STATUS (PT-IX) TO LHP-STATUS.
            MOVE WS-OPERATOR-ID TO LHP-ACTED-BY.
            MOVE PT-NOTE (PT-IX) TO LHP-NOTE.
            WRITE LEGAL-HOLD-PENDING-RECORD.
            CLOSE LEGAL-HOLD-PENDING-FILE.
      * The shared legal-hold list and check (see LGLHCK.cpy)
           COPY LGLHCK.
