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
      * Usage: EXAMPLE64_PENDREL RELEASE [DATE=yyyymmdd]
      *        EXAMPLE64_PENDREL LIST [AUTHOR=nnnnnnnnn] [ALL]
      *        EXAMPLE64_PENDREL CANCEL RUN=run-id ROW=nnnnnnnnn
      *                          REASON=text
      *
      * Effective-dated changes.  An input row may carry the date
      * its change takes effect (AUTHROW-EFFECTIVE-DATE); the
      * loader holds a row dated later than its business date in
      * PENDING-CHANGES (see PNDCHG.cpy) instead of applying it.
      * This program looks after what is held:
      *
      *   RELEASE - the daily release, run before the night's load.
      *             On a BUSINESS-CALENDAR working day (DATE=,
      *             default today) every pending change effective
      *             on or before that date is written, oldest
      *             effective date first, to the release file
      *             AUTHOR-RELEASED-<run id> in the loader's own
      *             layout - the row's resolved operation and its
      *             original run id (the lineage) kept on the row -
      *             and stamped released.  With a STAGING-MANIFEST
      *             the file is registered as arriving work
      *             (EXAMPLE46_STAGEQ REGISTER SOURCE=EXPNDREL) for
      *             the night's DISPATCH; without one the operator
      *             copies it over AUTHOR-INPUT.  On a non-working
      *             day nothing is released: the changes wait for
      *             the next working day's release.
      *             A change to an author who was deleted, or
      *             merged into another id (AUTHOR-MERGES), while
      *             it waited is not released into a load that
      *             would reject it - or quietly re-create the
      *             author: it goes to EXCEPTION-QUEUE naming the
      *             author and why, and is stamped as an exception.
      *   LIST    - the pending changes (ALL: every change with its
      *             fate), optionally for one AUTHOR=.  The rows
      *             carry author names, so the inquiry is refused
      *             without an operator identity and logged to
      *             INQUIRY-ACCESS (see INQACC.cpy).
      *   CANCEL  - withdraw one pending change, named by the run
      *             that delivered it and its row number in that
      *             run's input (both shown by LIST), with a reason.
      *             Needs an operator identity (BATCH-OPERATOR).
      *
      * RELEASE and CANCEL hold the suite enqueue on
      * PENDING-CHANGES (see TXENQ.cpy).  The fingerprint of the
      * BUSINESS-CALENDAR is logged to CONTROL-USAGE as 'EXPNDREL'
      * under the release's run id (see CTLFP.cpy).
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE64-PENDREL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The shop-wide run-number issuer (see RUNCTL.cpy and
      * ISSUE-RUN-ID)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The held changes and their fates (see PNDCHG.cpy)
            SELECT OPTIONAL PENDING-CHANGES-FILE
                ASSIGN TO "PENDING-CHANGES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
      * The release file, one per release run
            SELECT RELEASE-FILE
                ASSIGN TO DYNAMIC WS-RELEASE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RELEASE-STATUS.
      * Which authors are gone, and where merged ones went (see
      * MSTREC.cpy and MRGREC.cpy)
            SELECT OPTIONAL AUTHORS-MASTER-FILE
                ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT OPTIONAL AUTHOR-MERGES-FILE
                ASSIGN TO "AUTHOR-MERGES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MERGES-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
      * Working days (see BIZCAL.cpy)
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE
                ASSIGN TO "BUSINESS-CALENDAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
      * Present only when the shop stages its input (see
      * MANIFEST.cpy); opened here only to see whether it exists
            SELECT OPTIONAL STAGING-MANIFEST-FILE
                ASSIGN TO "STAGING-MANIFEST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MANIFEST-STATUS.
      * Who viewed what (see INQACC.cpy)
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO "INQUIRY-ACCESS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQACC-STATUS.
      * The holder note beside the suite enqueue (see
      * TXENQ.cpy/ENQREC.cpy)
            SELECT ENQ-HOLDER-FILE
                ASSIGN TO DYNAMIC WS-ENQ-HOLDER-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ENQ-HOLDER-STATUS.
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
        FD PENDING-CHANGES-FILE.
        01 PENDING-CHANGES-RECORD.
           COPY PNDCHG.
        FD RELEASE-FILE.
        01 RELEASE-RECORD.
           COPY AUTHROW.
        FD AUTHORS-MASTER-FILE.
        01 AUTHORS-MASTER-RECORD.
           COPY MSTREC.
        FD AUTHOR-MERGES-FILE.
        01 AUTHOR-MERGE-RECORD.
           COPY MRGREC.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD BUSINESS-CALENDAR-FILE.
        01 BUSINESS-CALENDAR-RECORD.
           COPY BIZCAL.
        FD STAGING-MANIFEST-FILE.
        01 STAGING-MANIFEST-RECORD.
           COPY MANIFEST.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        FD ENQ-HOLDER-FILE.
        01 ENQ-HOLDER-RECORD.
           COPY ENQREC.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
      * Run id, enqueue and control-usage work fields, the suite's
      * shared shapes (see RUNIDWS.cpy/ENQWS.cpy/CTLFPWS.cpy)
           COPY RUNIDWS.
           COPY ENQWS.
           COPY CTLFPWS.
      * The access log (see INQACCWR.cpy)
           COPY INQACCWS.
        01 WS-PENDING-STATUS PIC X(2) VALUE '00'.
        01 WS-PENDING-EOF PIC X(1) VALUE 'N'.
           88 END-OF-PENDING VALUE 'Y'.
        01 WS-RELEASE-STATUS PIC X(2) VALUE '00'.
        01 WS-RELEASE-NAME PIC X(40) VALUE SPACES.
        01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
        01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
        01 WS-MERGES-STATUS PIC X(2) VALUE '00'.
        01 WS-MERGES-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MERGES VALUE 'Y'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-CAL-STATUS PIC X(2) VALUE '00'.
        01 WS-CAL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CALENDAR VALUE 'Y'.
        01 WS-MANIFEST-STATUS PIC X(2) VALUE '00'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-RAW-VALUE PIC X(80) VALUE SPACES.
        01 WS-COMMAND PIC X(10) VALUE SPACES.
           88 CMD-RELEASE VALUE 'RELEASE'.
           88 CMD-LIST    VALUE 'LIST'.
           88 CMD-CANCEL  VALUE 'CANCEL'.
        01 WS-ARG-DATE PIC X(8) VALUE SPACES.
        01 WS-ARG-AUTHOR PIC X(9) VALUE SPACES.
        01 WS-ARG-RUN PIC X(13) VALUE SPACES.
        01 WS-ARG-ROW PIC X(9) VALUE SPACES.
        01 WS-ARG-REASON PIC X(60) VALUE SPACES.
        01 WS-ARG-ALL PIC X(1) VALUE 'N'.
           88 LIST-ALL VALUE 'Y'.
        01 WS-AUTHOR-ID PIC 9(9) VALUE 0.
        01 WS-ROW-NUMBER PIC 9(9) VALUE 0.
        01 WS-DATE-NUM PIC 9(8) VALUE 0.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
      * The release date's calendar word: a date with no row is an
      * ordinary working day
        01 WS-CAL-WORKING PIC X(1) VALUE 'Y'.
      * PENDING-CHANGES netted to the last record per (delivering
      * file fingerprint, row number), in first-held order; each
      * entry keeps that last record whole
        01 PENDING-TABLE.
           05 PND-COUNT PIC 9(4) VALUE 0.
           05 PND-ENTRY OCCURS 5000 TIMES.
              10 PNT-FINGERPRINT PIC X(24).
              10 PNT-ROW-NUMBER  PIC 9(9).
              10 PNT-DONE        PIC X(1).
              10 PNT-RECORD      PIC X(359).
        01 PND-IX PIC 9(4).
        01 WS-PND-FOUND PIC X(1) VALUE 'N'.
           88 PND-ENTRY-FOUND VALUE 'Y'.
      * One netted change, unpacked for inspection
        01 WS-CHANGE.
           COPY PNDCHG REPLACING LEADING ==PCH== BY ==PCW==.
        01 WS-CHANGE-ROW.
           COPY AUTHROW REPLACING LEADING ==AUTHROW== BY ==CRW==.
        01 WS-CHANGE-BOOK REDEFINES WS-CHANGE-ROW.
           COPY BOOKROW REPLACING LEADING ==BOOKROW== BY ==CRB==.
      * Which authors the master says are deleted, netted to the
      * last record per id; only tombstoned ids are kept
        01 GONE-TABLE.
           05 GONE-COUNT PIC 9(5) VALUE 0.
           05 GONE-ENTRY OCCURS 10000 TIMES.
              10 GT-ID      PIC 9(9).
              10 GT-DELETED PIC X(1).
        01 GT-IX PIC 9(5).
        01 WS-GT-FOUND PIC X(1) VALUE 'N'.
           88 GONE-ENTRY-FOUND VALUE 'Y'.
      * Retired id -> survivor id, from AUTHOR-MERGES
        01 MERGE-TABLE.
           05 MERGE-COUNT PIC 9(4) VALUE 0.
           05 MERGE-ENTRY OCCURS 2000 TIMES.
              10 MT-RETIRED-ID  PIC 9(9).
              10 MT-SURVIVOR-ID PIC 9(9).
        01 MT-IX PIC 9(4).
      * The release walk: the earliest effective date still to go
        01 WS-NEXT-DATE PIC X(8) VALUE SPACES.
        01 WS-AUTHOR-STATE PIC X(1) VALUE SPACE.
           88 AUTHOR-LIVE    VALUE SPACE.
           88 AUTHOR-DELETED VALUE 'D'.
           88 AUTHOR-MERGED  VALUE 'M'.
        01 WS-SURVIVOR-ID PIC 9(9) VALUE 0.
        01 WS-EXCQ-REASON PIC X(60) VALUE SPACES.
        01 WS-FATE-NOTE PIC X(60) VALUE SPACES.
        01 WS-RELEASED-COUNT PIC 9(9) VALUE 0.
        01 WS-EXCEPTION-COUNT PIC 9(9) VALUE 0.
        01 WS-WAITING-COUNT PIC 9(9) VALUE 0.
        01 WS-SHOWN-COUNT PIC 9(9) VALUE 0.
        01 WS-SYSTEM-COMMAND PIC X(121) VALUE SPACES.
        01 WS-STEP-RC PIC S9(9) VALUE 0.
        01 DISP-ID PIC Z(8)9.
        01 DISP-OTHER PIC Z(8)9.
        01 WS-LIST-KIND PIC X(1) VALUE SPACE.
        01 WS-LIST-OP PIC X(1) VALUE SPACE.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE64_PENDREL'.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
            PERFORM VARYING ARG-IX FROM 2 BY 1 UNTIL ARG-IX > 6
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
                     WHEN 'DATE'
                        MOVE WS-ARG-VALUE(1:8) TO WS-ARG-DATE
                     WHEN 'AUTHOR'
                        MOVE WS-ARG-VALUE(1:9) TO WS-ARG-AUTHOR
                     WHEN 'RUN'
                        MOVE WS-ARG-VALUE(1:13) TO WS-ARG-RUN
                     WHEN 'ROW'
                        MOVE WS-ARG-VALUE(1:9) TO WS-ARG-ROW
      * The reason is kept as the operator wrote it
                     WHEN 'REASON'
                        MOVE WS-RAW-VALUE(1:60) TO WS-ARG-REASON
                     WHEN 'ALL'
                        SET LIST-ALL TO TRUE
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            EVALUATE TRUE
               WHEN CMD-RELEASE
                  PERFORM RUN-RELEASE-COMMAND
                     THRU RUN-RELEASE-COMMAND-EXIT
               WHEN CMD-LIST
                  PERFORM RUN-LIST-COMMAND THRU RUN-LIST-COMMAND
               WHEN CMD-CANCEL
                  PERFORM RUN-CANCEL-COMMAND THRU RUN-CANCEL-COMMAND
               WHEN OTHER
                  DISPLAY 'Usage: EXAMPLE64_PENDREL RELEASE '
                          '[DATE=yyyymmdd] / LIST [AUTHOR=id] [ALL] '
                          '/ CANCEL RUN=run-id ROW=n REASON=text'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ.
            STOP RUN RETURNING 0.
      *
      * RELEASE: today's (or DATE='s) due changes into tonight's
      * load, on a working day only.
      *
        RUN-RELEASE-COMMAND.
            IF WS-ARG-DATE EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARG-DATE
            END-IF.
            IF WS-ARG-DATE IS NOT NUMERIC THEN
               DISPLAY 'REFUSED: DATE=' WS-ARG-DATE
                       ' is not a yyyymmdd date'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-ARG-DATE TO WS-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
               NOT EQUAL 0 THEN
               DISPLAY 'REFUSED: DATE=' WS-ARG-DATE
                       ' is not a yyyymmdd date'
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'EXPNDREL' TO WS-OPERATOR-ID
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE 'EXPNDREL' TO WS-ENQ-PROGRAM-ID.
            MOVE 'PENDING-CHANGES' TO WS-ENQ-RESOURCE.
            PERFORM ACQUIRE-ENQ THRU ACQUIRE-ENQ-EXIT.
            IF ENQ-REFUSED THEN
               PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
               STOP RUN RETURNING 1
            END-IF.
            PERFORM READ-BUSINESS-CALENDAR
               THRU READ-BUSINESS-CALENDAR-DONE.
            IF WS-CAL-WORKING NOT EQUAL 'Y' THEN
               DISPLAY 'Calendar: ' WS-ARG-DATE ' is not a working '
                       'day - nothing released; due changes wait '
                       'for the next working day'
               GO TO RUN-RELEASE-COMMAND-EXIT
            END-IF.
            PERFORM LOAD-PENDING THRU LOAD-PENDING-DONE.
            PERFORM LOAD-GONE-AUTHORS THRU LOAD-GONE-AUTHORS-DONE.
            PERFORM LOAD-MERGES THRU LOAD-MERGES-DONE.
            MOVE SPACES TO WS-RELEASE-NAME.
            STRING 'AUTHOR-RELEASED-' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                   INTO WS-RELEASE-NAME
            END-STRING.
            OPEN OUTPUT RELEASE-FILE.
            IF WS-RELEASE-STATUS NOT EQUAL '00' THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-RELEASE-NAME)
                       ' not writable (status ' WS-RELEASE-STATUS
                       ')'
               PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND PENDING-CHANGES-FILE.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
      * Oldest effective date first, so two changes to one author
      * apply in the order they take effect
            PERFORM FIND-NEXT-DATE THRU FIND-NEXT-DATE.
            PERFORM UNTIL WS-NEXT-DATE EQUAL SPACES
               PERFORM VARYING PND-IX FROM 1 BY 1
                        UNTIL PND-IX > PND-COUNT
                  PERFORM RELEASE-ONE-CHANGE
                     THRU RELEASE-ONE-CHANGE-EXIT
               END-PERFORM
               PERFORM FIND-NEXT-DATE THRU FIND-NEXT-DATE
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
            CLOSE PENDING-CHANGES-FILE.
            CLOSE RELEASE-FILE.
            PERFORM VARYING PND-IX FROM 1 BY 1
                     UNTIL PND-IX > PND-COUNT
               MOVE PNT-RECORD (PND-IX) TO WS-CHANGE
               IF PCW-PENDING AND PNT-DONE (PND-IX) NOT EQUAL 'Y'
                  THEN
                  ADD 1 TO WS-WAITING-COUNT
               END-IF
            END-PERFORM.
            DISPLAY 'RELEASE RESULT: ' WS-ARG-DATE ': '
                    WS-RELEASED-COUNT ' change(s) released, '
                    WS-EXCEPTION-COUNT ' to EXCEPTION-QUEUE, '
                    WS-WAITING-COUNT ' still waiting'.
            IF WS-RELEASED-COUNT EQUAL 0 THEN
               GO TO RUN-RELEASE-COMMAND-EXIT
            END-IF.
            PERFORM HAND-OVER-RELEASE THRU HAND-OVER-RELEASE-EXIT.
        RUN-RELEASE-COMMAND-EXIT.
            EXIT.
      *
      * The calendar's word on the release date (see BIZCAL.cpy);
      * a holiday is no working day whatever its working flag says.
      *
        READ-BUSINESS-CALENDAR.
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EXPNDREL' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'BUSINESS-CALENDAR' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
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
                     IF CAL-DATE EQUAL WS-ARG-DATE THEN
                        MOVE CAL-WORKING TO WS-CAL-WORKING
                        IF CAL-IS-HOLIDAY THEN
                           MOVE 'N' TO WS-CAL-WORKING
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BUSINESS-CALENDAR-FILE.
        READ-BUSINESS-CALENDAR-DONE.
            EXIT.
      *
      * PENDING-CHANGES netted to the last record per (fingerprint,
      * row number): a change held twice by a resumed load is one
      * change, and a change's latest record is its fate.
      *
        LOAD-PENDING.
            OPEN INPUT PENDING-CHANGES-FILE.
            IF WS-PENDING-STATUS NOT EQUAL '00' THEN
               IF WS-PENDING-STATUS EQUAL '05' THEN
                  CLOSE PENDING-CHANGES-FILE
               END-IF
               GO TO LOAD-PENDING-DONE
            END-IF.
            PERFORM UNTIL END-OF-PENDING
               READ PENDING-CHANGES-FILE
                  AT END
                     SET END-OF-PENDING TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-CHANGE THRU NET-ONE-CHANGE-EXIT
               END-READ
            END-PERFORM.
            CLOSE PENDING-CHANGES-FILE.
        LOAD-PENDING-DONE.
            EXIT.
        NET-ONE-CHANGE.
            MOVE 'N' TO WS-PND-FOUND.
            PERFORM VARYING PND-IX FROM 1 BY 1
                     UNTIL PND-IX > PND-COUNT OR PND-ENTRY-FOUND
               IF PNT-FINGERPRINT (PND-IX) EQUAL
                  PCH-INPUT-FINGERPRINT AND
                  PNT-ROW-NUMBER (PND-IX) EQUAL PCH-ROW-NUMBER THEN
                  SET PND-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF PND-ENTRY-FOUND THEN
               SUBTRACT 1 FROM PND-IX
            ELSE
               IF PND-COUNT EQUAL 5000 THEN
                  DISPLAY 'REFUSED: more than 5000 changes in '
                          'PENDING-CHANGES - cut the file first'
                  PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO PND-COUNT
               MOVE PND-COUNT TO PND-IX
               MOVE PCH-INPUT-FINGERPRINT TO PNT-FINGERPRINT (PND-IX)
               MOVE PCH-ROW-NUMBER TO PNT-ROW-NUMBER (PND-IX)
            END-IF.
            MOVE PENDING-CHANGES-RECORD TO PNT-RECORD (PND-IX).
            MOVE 'N' TO PNT-DONE (PND-IX).
        NET-ONE-CHANGE-EXIT.
            EXIT.
      *
      * The master journal netted to its latest record per id;
      * only the ids whose latest record is a tombstone matter.
      *
        LOAD-GONE-AUTHORS.
            OPEN INPUT AUTHORS-MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00' THEN
               IF WS-MASTER-STATUS EQUAL '05' THEN
                  CLOSE AUTHORS-MASTER-FILE
               END-IF
               GO TO LOAD-GONE-AUTHORS-DONE
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
        LOAD-GONE-AUTHORS-DONE.
            EXIT.
        NET-ONE-MASTER.
            MOVE 'N' TO WS-GT-FOUND.
            PERFORM VARYING GT-IX FROM 1 BY 1
                     UNTIL GT-IX > GONE-COUNT OR GONE-ENTRY-FOUND
               IF GT-ID (GT-IX) EQUAL MST-ID THEN
                  SET GONE-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF GONE-ENTRY-FOUND THEN
               SUBTRACT 1 FROM GT-IX
               MOVE MST-DELETED TO GT-DELETED (GT-IX)
               GO TO NET-ONE-MASTER-EXIT
            END-IF.
            IF MST-DELETED NOT EQUAL 'Y' OR GONE-COUNT EQUAL 10000
               THEN
               GO TO NET-ONE-MASTER-EXIT
            END-IF.
            ADD 1 TO GONE-COUNT.
            MOVE MST-ID TO GT-ID (GONE-COUNT).
            MOVE MST-DELETED TO GT-DELETED (GONE-COUNT).
        NET-ONE-MASTER-EXIT.
            EXIT.
      *
      * The survivorship decisions, retired id to survivor id; no
      * file means no merge has ever run.
      *
        LOAD-MERGES.
            OPEN INPUT AUTHOR-MERGES-FILE.
            IF WS-MERGES-STATUS NOT EQUAL '00' THEN
               IF WS-MERGES-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-MERGES-FILE
               END-IF
               GO TO LOAD-MERGES-DONE
            END-IF.
            PERFORM UNTIL END-OF-MERGES
               READ AUTHOR-MERGES-FILE
                  AT END
                     SET END-OF-MERGES TO TRUE
                  NOT AT END
                     IF MERGE-COUNT < 2000 THEN
                        ADD 1 TO MERGE-COUNT
                        MOVE MRG-RETIRED-ID
                          TO MT-RETIRED-ID (MERGE-COUNT)
                        MOVE MRG-SURVIVOR-ID
                          TO MT-SURVIVOR-ID (MERGE-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-MERGES-FILE.
        LOAD-MERGES-DONE.
            EXIT.
      *
      * The earliest effective date among the due changes not yet
      * released; SPACES when none is left.
      *
        FIND-NEXT-DATE.
            MOVE SPACES TO WS-NEXT-DATE.
            PERFORM VARYING PND-IX FROM 1 BY 1
                     UNTIL PND-IX > PND-COUNT
               MOVE PNT-RECORD (PND-IX) TO WS-CHANGE
               IF PCW-PENDING AND
                  PNT-DONE (PND-IX) NOT EQUAL 'Y' AND
                  PCW-EFFECTIVE-DATE NOT > WS-ARG-DATE AND
                  (WS-NEXT-DATE EQUAL SPACES OR
                   PCW-EFFECTIVE-DATE < WS-NEXT-DATE) THEN
                  MOVE PCW-EFFECTIVE-DATE TO WS-NEXT-DATE
               END-IF
            END-PERFORM.
      *
      * One due change of the current effective date: to the
      * release file, or - its author gone while it waited - to
      * EXCEPTION-QUEUE.  Either way its fate is appended to
      * PENDING-CHANGES.
      *
        RELEASE-ONE-CHANGE.
            MOVE PNT-RECORD (PND-IX) TO WS-CHANGE.
            IF NOT PCW-PENDING OR
               PNT-DONE (PND-IX) EQUAL 'Y' OR
               PCW-EFFECTIVE-DATE NOT EQUAL WS-NEXT-DATE THEN
               GO TO RELEASE-ONE-CHANGE-EXIT
            END-IF.
            MOVE 'Y' TO PNT-DONE (PND-IX).
            MOVE PCW-INPUT-IMAGE TO WS-CHANGE-ROW.
            MOVE PCW-EXPECTED-IMAGE TO CRW-EXPECTED.
            PERFORM CHECK-CHANGE-AUTHOR
               THRU CHECK-CHANGE-AUTHOR-DONE.
            MOVE PCW-AUTHOR-ID TO DISP-ID.
            MOVE SPACES TO WS-EXCQ-REASON.
            EVALUATE TRUE
               WHEN AUTHOR-LIVE
                  CONTINUE
      * A re-insert of a deleted id is an ordinary add
               WHEN AUTHOR-DELETED AND CRW-TYPE-AUTHOR AND
                    CRW-OP-INSERT
                  CONTINUE
               WHEN AUTHOR-DELETED
                  STRING 'PENDING: author ' DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                         ' deleted before '
                            DELIMITED BY SIZE
                         PCW-EFFECTIVE-DATE DELIMITED BY SIZE
                         INTO WS-EXCQ-REASON
                  END-STRING
               WHEN OTHER
                  MOVE WS-SURVIVOR-ID TO DISP-OTHER
                  STRING 'PENDING: author ' DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                         ' merged into ' DELIMITED BY SIZE
                         FUNCTION TRIM(DISP-OTHER) DELIMITED BY SIZE
                         ' before ' DELIMITED BY SIZE
                         PCW-EFFECTIVE-DATE DELIMITED BY SIZE
                         INTO WS-EXCQ-REASON
                  END-STRING
            END-EVALUATE.
            MOVE WS-OPERATOR-ID TO PCW-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO PCW-TIMESTAMP.
            MOVE WS-RUN-ID TO PCW-RUN-ID.
            IF WS-EXCQ-REASON NOT EQUAL SPACES THEN
               PERFORM QUEUE-ONE-EXCEPTION THRU QUEUE-ONE-EXCEPTION
               SET PCW-EXCEPTION TO TRUE
               MOVE SPACES TO PCW-RELEASE-FILE
               MOVE WS-EXCQ-REASON TO PCW-NOTE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY 'EXCEPTION: ' FUNCTION TRIM(PCW-ORIGIN-RUN-ID)
                       ' row ' PCW-ROW-NUMBER ' - '
                       FUNCTION TRIM(WS-EXCQ-REASON)
            ELSE
               MOVE WS-CHANGE-ROW TO RELEASE-RECORD
               WRITE RELEASE-RECORD
               SET PCW-RELEASED TO TRUE
               MOVE WS-RELEASE-NAME TO PCW-RELEASE-FILE
               MOVE SPACES TO PCW-NOTE
               ADD 1 TO WS-RELEASED-COUNT
            END-IF.
            MOVE WS-CHANGE TO PENDING-CHANGES-RECORD.
            WRITE PENDING-CHANGES-RECORD.
            MOVE WS-CHANGE TO PNT-RECORD (PND-IX).
        RELEASE-ONE-CHANGE-EXIT.
            EXIT.
      *
      * The change's author now: merged away (a retired id, its
      * survivor followed to the end of the chain), deleted (its
      * latest master record a tombstone) or live.
      *
        CHECK-CHANGE-AUTHOR.
            SET AUTHOR-LIVE TO TRUE.
            MOVE PCW-AUTHOR-ID TO WS-SURVIVOR-ID.
            PERFORM VARYING MT-IX FROM 1 BY 1
                     UNTIL MT-IX > MERGE-COUNT
               IF MT-RETIRED-ID (MT-IX) EQUAL WS-SURVIVOR-ID THEN
                  SET AUTHOR-MERGED TO TRUE
                  MOVE MT-SURVIVOR-ID (MT-IX) TO WS-SURVIVOR-ID
               END-IF
            END-PERFORM.
            IF AUTHOR-MERGED THEN
               GO TO CHECK-CHANGE-AUTHOR-DONE
            END-IF.
            PERFORM VARYING GT-IX FROM 1 BY 1
                     UNTIL GT-IX > GONE-COUNT
               IF GT-ID (GT-IX) EQUAL PCW-AUTHOR-ID AND
                  GT-DELETED (GT-IX) EQUAL 'Y' THEN
                  SET AUTHOR-DELETED TO TRUE
               END-IF
            END-PERFORM.
        CHECK-CHANGE-AUTHOR-DONE.
            EXIT.
      *
      * One exception for the work queue (see EXCQUEUE.cpy): the
      * business key the load would have used, the reason naming
      * the author and what became of it.
      *
        QUEUE-ONE-EXCEPTION.
            MOVE SPACES TO EXCEPTION-QUEUE-RECORD.
            MOVE CRW-ID TO DISP-OTHER.
            IF CRW-TYPE-BOOK THEN
               STRING 'B' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-OTHER) DELIMITED BY SIZE
                      INTO EXCQ-BUSINESS-KEY
               END-STRING
            ELSE
               MOVE FUNCTION TRIM(DISP-OTHER) TO EXCQ-BUSINESS-KEY
            END-IF.
            MOVE SPACES TO EXCQ-SER-XID.
            MOVE 'EXPNDREL' TO EXCQ-PROGRAM-ID.
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
      *
      * The release file into tonight's load: registered as
      * arriving work where the shop stages its input, otherwise
      * left for the operator to put in place.
      *
        HAND-OVER-RELEASE.
            OPEN INPUT STAGING-MANIFEST-FILE.
            IF WS-MANIFEST-STATUS NOT EQUAL '00' THEN
               IF WS-MANIFEST-STATUS EQUAL '05' THEN
                  CLOSE STAGING-MANIFEST-FILE
               END-IF
               DISPLAY 'Release file ' FUNCTION TRIM(WS-RELEASE-NAME)
                       ' written - copy it over AUTHOR-INPUT for '
                       'tonight''s load'
               GO TO HAND-OVER-RELEASE-EXIT
            END-IF.
            CLOSE STAGING-MANIFEST-FILE.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'EXAMPLE46_STAGEQ REGISTER FILE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RELEASE-NAME) DELIMITED BY SIZE
                   ' SOURCE=EXPNDREL' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-STEP-RC > 255 THEN
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
            END-IF.
            IF WS-STEP-RC NOT EQUAL 0 THEN
               DISPLAY 'ALERT: release file '
                       FUNCTION TRIM(WS-RELEASE-NAME)
                       ' written but NOT registered (rc '
                       WS-STEP-RC ') - register it by hand: '
                       'EXAMPLE46_STAGEQ REGISTER FILE='
                       FUNCTION TRIM(WS-RELEASE-NAME)
                       ' SOURCE=EXPNDREL'
               PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Release file ' FUNCTION TRIM(WS-RELEASE-NAME)
                    ' registered in STAGING-MANIFEST'.
        HAND-OVER-RELEASE-EXIT.
            EXIT.
      *
      * LIST: what is held (ALL: every change and its fate), one
      * line per change; logged as an inquiry.
      *
        RUN-LIST-COMMAND.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            IF WS-ARG-AUTHOR NOT EQUAL SPACES THEN
               IF FUNCTION TRIM(WS-ARG-AUTHOR) IS NOT NUMERIC THEN
                  DISPLAY 'REFUSED: AUTHOR=' WS-ARG-AUTHOR
                          ' is not an author id'
                  STOP RUN RETURNING 1
               END-IF
               COMPUTE WS-AUTHOR-ID = FUNCTION NUMVAL(WS-ARG-AUTHOR)
            END-IF.
            PERFORM LOAD-PENDING THRU LOAD-PENDING-DONE.
            PERFORM VARYING PND-IX FROM 1 BY 1
                     UNTIL PND-IX > PND-COUNT
               PERFORM LIST-ONE-CHANGE THRU LIST-ONE-CHANGE-EXIT
            END-PERFORM.
            IF LIST-ALL THEN
               DISPLAY 'LIST RESULT: ' WS-SHOWN-COUNT
                       ' change(s) of ' PND-COUNT ' held'
            ELSE
               DISPLAY 'LIST RESULT: ' WS-SHOWN-COUNT
                       ' change(s) pending of ' PND-COUNT ' held'
            END-IF.
            MOVE 'EXPNDREL' TO WS-INQ-PROGRAM-ID.
            MOVE SPACES TO WS-INQ-ASKED.
            IF WS-ARG-AUTHOR NOT EQUAL SPACES THEN
               MOVE 'K' TO WS-INQ-KIND
               MOVE WS-AUTHOR-ID TO DISP-ID
               MOVE FUNCTION TRIM(DISP-ID) TO WS-INQ-ASKED
            ELSE
               MOVE 'A' TO WS-INQ-KIND
               MOVE 'PENDING-CHANGES' TO WS-INQ-ASKED
            END-IF.
            MOVE WS-SHOWN-COUNT TO WS-INQ-ROWS.
            PERFORM LOG-INQUIRY-ACCESS THRU LOG-INQUIRY-ACCESS-EXIT.
        LIST-ONE-CHANGE.
            MOVE PNT-RECORD (PND-IX) TO WS-CHANGE.
            IF NOT PCW-PENDING AND NOT LIST-ALL THEN
               GO TO LIST-ONE-CHANGE-EXIT
            END-IF.
            IF WS-ARG-AUTHOR NOT EQUAL SPACES AND
               PCW-AUTHOR-ID NOT EQUAL WS-AUTHOR-ID THEN
               GO TO LIST-ONE-CHANGE-EXIT
            END-IF.
            ADD 1 TO WS-SHOWN-COUNT.
            MOVE PCW-INPUT-IMAGE TO WS-CHANGE-ROW.
            MOVE CRW-ID TO DISP-ID.
            MOVE CRW-OPERATION TO WS-LIST-OP.
            IF CRW-TYPE-BOOK THEN
               MOVE 'B' TO WS-LIST-KIND
               MOVE CRB-AUTHOR-ID TO DISP-OTHER
               DISPLAY PCW-STATUS ' ' PCW-EFFECTIVE-DATE ' '
                       WS-LIST-OP ' book ' DISP-ID ' of author '
                       FUNCTION TRIM(DISP-OTHER) ' '
                       FUNCTION TRIM(CRB-TITLE)
            ELSE
               MOVE 'A' TO WS-LIST-KIND
               DISPLAY PCW-STATUS ' ' PCW-EFFECTIVE-DATE ' '
                       WS-LIST-OP ' author ' DISP-ID ' '
                       FUNCTION TRIM(CRW-NAME) ' '
                       FUNCTION TRIM(CRW-SURNAME)
            END-IF.
            DISPLAY '    RUN=' FUNCTION TRIM(PCW-ORIGIN-RUN-ID)
                    ' ROW=' PCW-ROW-NUMBER
                    ' last ' PCW-TIMESTAMP(1:14)
                    ' by ' PCW-OPERATOR-ID.
            EVALUATE TRUE
               WHEN PCW-RELEASED
                  DISPLAY '    released to '
                          FUNCTION TRIM(PCW-RELEASE-FILE)
                          ' by run ' PCW-RUN-ID
               WHEN PCW-CANCELLED OR PCW-EXCEPTION
                  DISPLAY '    ' FUNCTION TRIM(PCW-NOTE)
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
        LIST-ONE-CHANGE-EXIT.
            EXIT.
      *
      * CANCEL: one pending change withdrawn by a named operator
      * with a reason.  A change already released, cancelled or
      * sent to the exception queue is refused by name.
      *
        RUN-CANCEL-COMMAND.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES OR
               WS-OPERATOR-ID EQUAL 'UNKNOWN' THEN
               DISPLAY 'REFUSED: no operator identity '
                       '(BATCH-OPERATOR) - a cancellation is '
                       'recorded against the operator who made it'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-ARG-RUN EQUAL SPACES OR
               WS-ARG-ROW EQUAL SPACES OR
               WS-ARG-REASON EQUAL SPACES THEN
               DISPLAY 'CANCEL needs RUN=, ROW= and REASON='
               STOP RUN RETURNING 1
            END-IF.
            IF FUNCTION TRIM(WS-ARG-ROW) IS NOT NUMERIC THEN
               DISPLAY 'REFUSED: ROW=' WS-ARG-ROW
                       ' is not a row number'
               STOP RUN RETURNING 1
            END-IF.
            COMPUTE WS-ROW-NUMBER = FUNCTION NUMVAL(WS-ARG-ROW).
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE 'EXPNDREL' TO WS-ENQ-PROGRAM-ID.
            MOVE 'PENDING-CHANGES' TO WS-ENQ-RESOURCE.
            PERFORM ACQUIRE-ENQ THRU ACQUIRE-ENQ-EXIT.
            IF ENQ-REFUSED THEN
               PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-PENDING THRU LOAD-PENDING-DONE.
            MOVE 'N' TO WS-PND-FOUND.
            PERFORM VARYING PND-IX FROM 1 BY 1
                     UNTIL PND-IX > PND-COUNT OR PND-ENTRY-FOUND
               MOVE PNT-RECORD (PND-IX) TO WS-CHANGE
               IF PCW-ORIGIN-RUN-ID EQUAL WS-ARG-RUN AND
                  PCW-ROW-NUMBER EQUAL WS-ROW-NUMBER THEN
                  SET PND-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT PND-ENTRY-FOUND THEN
               DISPLAY 'REFUSED: no held change RUN='
                       FUNCTION TRIM(WS-ARG-RUN) ' ROW='
                       WS-ROW-NUMBER ' in PENDING-CHANGES'
               PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
               STOP RUN RETURNING 1
            END-IF.
            IF NOT PCW-PENDING THEN
               DISPLAY 'REFUSED: change RUN='
                       FUNCTION TRIM(WS-ARG-RUN) ' ROW='
                       WS-ROW-NUMBER ' is no longer pending (status '
                       PCW-STATUS ') - nothing to cancel'
               PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
               STOP RUN RETURNING 1
            END-IF.
            SET PCW-CANCELLED TO TRUE.
            MOVE WS-OPERATOR-ID TO PCW-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO PCW-TIMESTAMP.
            MOVE WS-RUN-ID TO PCW-RUN-ID.
            MOVE SPACES TO PCW-RELEASE-FILE.
            MOVE WS-ARG-REASON TO PCW-NOTE.
            OPEN EXTEND PENDING-CHANGES-FILE.
            MOVE WS-CHANGE TO PENDING-CHANGES-RECORD.
            WRITE PENDING-CHANGES-RECORD.
            CLOSE PENDING-CHANGES-FILE.
            DISPLAY 'CANCELLED: RUN=' FUNCTION TRIM(WS-ARG-RUN)
                    ' ROW=' WS-ROW-NUMBER ' effective '
                    PCW-EFFECTIVE-DATE ' by ' WS-OPERATOR-ID.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Suite-wide enqueue (see TXENQ.cpy, ENQWS.cpy and
      * ENQREC.cpy).
           COPY TXENQ.
      * The inquiry access log, shared by every inquiry program
      * (see INQACCWR.cpy, INQACCWS.cpy and INQACC.cpy).
           COPY INQACCWR.
      * Control-file fingerprint and usage log (see CTLFP.cpy,
      * CTLFPWS.cpy and CTLUSE.cpy).
           COPY CTLFP.
