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
      * Usage: EXAMPLE59_SUBDIST [DATE=yyyymmdd] [SUBSCRIBER=name]
      *
      * Subscriber-filtered change distribution.  WAREHOUSE-DELTA
      * (EXAMPLE20_WHEXTRACT) is one feed for one consumer; the
      * contracts, marketing and website-catalog teams each took a
      * copy of it and filtered it themselves, badly.  This job
      * reads the SUBSCRIBERS control file (see SUBSCR.cpy) - each
      * consumer's record type, id ranges, net operations and
      * output format - then reads CHANGE-AUDIT ONCE and writes
      * every active subscriber its own delivery file, netted per
      * business key exactly as the warehouse delta is (an insert
      * later updated arrives as one 'I' with the closing values;
      * inserted and deleted inside the delivery arrives not at
      * all) and wrapped in the same 'H' header and 'T' trailer
      * with counts and a hash total the consumer verifies before
      * applying anything.
      *
      * Each subscriber has its own bookmark (SUBSCRIBER-BOOKMARKS,
      * see SUBBKMK.cpy): a delivery covers every change after the
      * last one that subscriber was sent, up to the end of DATE=
      * (default today), so a subscriber that missed a day - it was
      * suspended, or its delivery failed - gets a catch-up delta
      * from where it stopped instead of only today's changes.  A
      * subscriber's first delivery starts at the beginning of
      * DATE=.  When a bookmark is older than the last housekeeping
      * cut, the archived CHANGE-AUDIT generations named in the
      * GENERATION-CATALOG (see GENCAT.cpy) are read first.
      * SUBSCRIBER= delivers to one subscriber only, for a rerun.
      *
      * Every file is a numbered delivery under its own name in the
      * OUTBOUND-REGISTER (see OUTREG.cpy), archived and matched
      * against the team's receipt by EXAMPLE50_OUTREG like every
      * other outbound file.  The bookmark only moves once the
      * delivery is written and registered.
      *
      * BULK loads leave one summary CHANGE-AUDIT record per batch
      * rather than a record per row; those summaries carry no row
      * values, are never distributed, and are counted at the end
      * so the teams can be told to take the affected range from a
      * seed.  The records a DR failback writes when it carries the
      * standby period's changes back to the primary (program id
      * EXDRREPL) repeat changes already distributed, and are not
      * sent again.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE59-SUBDIST.
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
      * Who gets what (see SUBSCR.cpy), and how far each has got
      * (see SUBBKMK.cpy)
            SELECT OPTIONAL SUBSCRIBERS-FILE ASSIGN TO "SUBSCRIBERS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUBS-STATUS.
            SELECT OPTIONAL SUBSCRIBER-BOOKMARKS-FILE
                ASSIGN TO "SUBSCRIBER-BOOKMARKS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SBM-STATUS.
      * One subscriber's delivery, named by its SUB-OUTPUT-FILE
            SELECT SUBSCRIBER-DELIVERY-FILE
                ASSIGN TO DYNAMIC WS-DELIVERY-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
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
        FD SUBSCRIBERS-FILE.
        01 SUBSCRIBERS-RECORD.
           COPY SUBSCR.
        FD SUBSCRIBER-BOOKMARKS-FILE.
        01 SUBSCRIBER-BOOKMARKS-RECORD.
           COPY SUBBKMK.
        FD SUBSCRIBER-DELIVERY-FILE.
      * 'F' format detail: the warehouse delta layout
        01 SUBSCRIBER-DETAIL-RECORD.
           COPY WHDELTA.
      * 'P' format detail: the same fields, pipe-delimited
        01 SUBSCRIBER-PIPE-RECORD PIC X(200).
      * 'H' header: the warehouse header shape (the delivery
      * sequence in columns 44-49 and the resend-of sequence in
      * 50-55, see OUTREG.cpy), then whose delivery it is and the
      * bookmark it continues from
        01 SUBSCRIBER-HEADER-RECORD.
           05 SDH-RECORD-TYPE    PIC X(1).
           05 SDH-THROUGH-DATE   PIC X(8).
           05 SDH-TIMESTAMP      PIC X(21).
           05 SDH-RUN-ID         PIC X(13).
           05 SDH-SEQUENCE       PIC 9(6).
           05 SDH-RESEND-OF      PIC 9(6).
           05 SDH-SUBSCRIBER     PIC X(12).
           05 SDH-FROM-TIMESTAMP PIC X(21).
           05 SDH-FORMAT         PIC X(1).
      * 'T' trailer: the warehouse trailer's control totals
        01 SUBSCRIBER-TRAILER-RECORD.
           05 SDT-RECORD-TYPE   PIC X(1).
           05 SDT-DETAIL-COUNT  PIC 9(9).
           05 SDT-INSERT-COUNT  PIC 9(9).
           05 SDT-UPDATE-COUNT  PIC 9(9).
           05 SDT-DELETE-COUNT  PIC 9(9).
           05 SDT-HASH-TOTAL    PIC 9(15).
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
      * This execution's shop-wide run id (see RUNCTL.cpy), carried
      * in every header, register entry and bookmark
           COPY RUNIDWS.
           COPY OUTREGWS.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-SUBS-STATUS PIC X(2) VALUE '00'.
        01 WS-SBM-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-SUBS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SUBS VALUE 'Y'.
        01 WS-SBM-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SBM VALUE 'Y'.
        01 WS-CHG-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-DELIVERY-NAME PIC X(40) VALUE SPACES.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
      * DATE=: the last day a delivery covers
        01 WS-THROUGH-DATE PIC X(8) VALUE SPACES.
        01 WS-THROUGH-INT PIC 9(9) VALUE 0.
      * A first delivery's starting bookmark: the last instant of
      * the day before DATE=
        01 WS-FIRST-BOOKMARK PIC X(21) VALUE SPACES.
        01 WS-DAY-BEFORE PIC 9(8) VALUE 0.
      * SUBSCRIBER=: deliver to this one only
        01 WS-ONLY-SUBSCRIBER PIC X(12) VALUE SPACES.
      * The subscribers, their filters and their bookmarks
        01 SUBSCRIBER-TABLE.
           05 SUBT-COUNT PIC 9(2) VALUE 0.
           05 SUBT-ENTRY OCCURS 20 TIMES.
              10 SUBT-NAME         PIC X(12).
              10 SUBT-OUTPUT-FILE  PIC X(20).
              10 SUBT-RECORD-TYPE  PIC X(1).
              10 SUBT-OPERATIONS   PIC X(3).
              10 SUBT-RANGE OCCURS 3 TIMES.
                 15 SUBT-LOW-ID    PIC 9(9).
                 15 SUBT-HIGH-ID   PIC 9(9).
              10 SUBT-FORMAT       PIC X(1).
              10 SUBT-SELECTED     PIC X(1).
                 88 SUBT-IS-SELECTED VALUE 'Y'.
              10 SUBT-BOOKMARK     PIC X(21).
        01 SUB-IX PIC 9(2).
        01 RANGE-IX PIC 9(1).
        01 WS-SUB-FOUND PIC X(1) VALUE 'N'.
           88 SUB-ENTRY-FOUND VALUE 'Y'.
        01 WS-SELECTED-COUNT PIC 9(2) VALUE 0.
      * The oldest bookmark among the subscribers being delivered,
      * which decides how far back the trail must be read
        01 WS-EARLIEST-DATE PIC X(8) VALUE SPACES.
      * The newest change inside DATE= the pass saw: every
      * delivered subscriber's bookmark moves up to it
        01 WS-HIGH-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-NEW-BOOKMARK PIC X(21) VALUE SPACES.
      * The current change's key split into its table prefix
      * (SPACE for authors) and numeric id
        01 WS-KEY-PREFIX PIC X(1) VALUE SPACE.
        01 WS-KEY-ID PIC 9(18) VALUE 0.
        01 WS-KEY-WANTED PIC X(1) VALUE 'N'.
           88 KEY-IS-WANTED VALUE 'Y'.
        01 WS-RANGES-GIVEN PIC X(1) VALUE 'N'.
           88 RANGES-ARE-GIVEN VALUE 'Y'.
      * The changes netted per subscriber and business key: the
      * first operation seen decides whether the key existed before
      * the delivery window, the last where it ended up
        01 NET-TABLE.
           05 NET-COUNT PIC 9(5) VALUE 0.
           05 NET-ENTRY OCCURS 20000 TIMES.
              10 NET-SUB-IX   PIC 9(2).
              10 NET-KEY      PIC X(20).
              10 NET-FIRST-OP PIC X(1).
              10 NET-LAST-OP  PIC X(1).
              10 NET-NAME     PIC X(30).
              10 NET-SURNAME  PIC X(30).
        01 NET-IX PIC 9(5).
        01 WS-NET-FOUND PIC X(1) VALUE 'N'.
           88 NET-ENTRY-FOUND VALUE 'Y'.
        01 WS-NET-OP PIC X(1) VALUE SPACE.
        01 WS-OP-TALLY PIC 9(2) VALUE 0.
      * Run tallies
        01 WS-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-WINDOW-COUNT PIC 9(9) VALUE 0.
        01 WS-BULK-SKIPPED PIC 9(9) VALUE 0.
        01 WS-GENERATIONS-READ PIC 9(4) VALUE 0.
        01 WS-DELIVERED-COUNT PIC 9(2) VALUE 0.
      * One delivery's control totals - the trailer's own fields
      * share the FD record area with the details, so they are
      * only filled in the moment the trailer itself is written
        01 WS-DETAIL-COUNT PIC 9(9) VALUE 0.
        01 WS-INSERT-COUNT PIC 9(9) VALUE 0.
        01 WS-UPDATE-COUNT PIC 9(9) VALUE 0.
        01 WS-DELETE-COUNT PIC 9(9) VALUE 0.
        01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
        01 WS-SUPPRESSED-COUNT PIC 9(9) VALUE 0.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE59_SUBDIST'.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-THROUGH-DATE.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 2
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
                     WHEN 'DATE'
                        IF WS-ARG-VALUE(1:8) IS NUMERIC THEN
                           MOVE WS-ARG-VALUE(1:8)
                             TO WS-THROUGH-DATE
                        END-IF
                     WHEN 'SUBSCRIBER'
                        MOVE WS-ARG-VALUE TO WS-ONLY-SUBSCRIBER
                     WHEN OTHER
                        DISPLAY 'Ignoring unrecognized option '
                                ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            COMPUTE WS-THROUGH-INT = FUNCTION
               INTEGER-OF-DATE(FUNCTION NUMVAL(WS-THROUGH-DATE)).
            COMPUTE WS-DAY-BEFORE = FUNCTION
               DATE-OF-INTEGER(WS-THROUGH-INT - 1).
            MOVE SPACES TO WS-FIRST-BOOKMARK.
            STRING WS-DAY-BEFORE DELIMITED BY SIZE
                   '99999999' DELIMITED BY SIZE
                   INTO WS-FIRST-BOOKMARK
            END-STRING.
            PERFORM LOAD-SUBSCRIBERS THRU LOAD-SUBSCRIBERS-EXIT.
            PERFORM LOAD-BOOKMARKS THRU LOAD-BOOKMARKS-DONE.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM READ-GENERATIONS THRU READ-GENERATIONS-DONE.
            MOVE 'CHANGE-AUDIT' TO WS-CHG-NAME.
            PERFORM READ-ONE-TRAIL THRU READ-ONE-TRAIL-EXIT.
            PERFORM VARYING SUB-IX FROM 1 BY 1
                     UNTIL SUB-IX > SUBT-COUNT
               IF SUBT-IS-SELECTED (SUB-IX) THEN
                  PERFORM DELIVER-ONE-SUBSCRIBER
                     THRU DELIVER-ONE-SUBSCRIBER-EXIT
               END-IF
            END-PERFORM.
            DISPLAY 'DISTRIBUTION RESULT: ' WS-READ-COUNT
                    ' change record(s) read (' WS-GENERATIONS-READ
                    ' archived generation(s) and the live trail), '
                    WS-WINDOW-COUNT ' routed into a subscriber window, '
                    WS-DELIVERED-COUNT ' subscriber(s) delivered'.
            IF WS-BULK-SKIPPED > 0 THEN
               DISPLAY 'NOTE: ' WS-BULK-SKIPPED ' BULK batch '
                       'summary record(s) not distributed - the '
                       'rows they stand for carry no values in '
                       'CHANGE-AUDIT; send the affected key ranges '
                       'from a seed'
            END-IF.
            STOP RUN RETURNING 0.
      *
      * The SUBSCRIBERS control file into the subscriber table.  A
      * malformed row refuses the whole run: a bad filter would
      * send a team the wrong share of the data, and a bad name
      * would move the wrong bookmark.
      *
        LOAD-SUBSCRIBERS.
            OPEN INPUT SUBSCRIBERS-FILE.
            IF WS-SUBS-STATUS NOT EQUAL '00' THEN
               IF WS-SUBS-STATUS EQUAL '05' THEN
                  CLOSE SUBSCRIBERS-FILE
               END-IF
               DISPLAY 'SUBSCRIBERS not present - nobody to deliver '
                       'to'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM UNTIL END-OF-SUBS
               READ SUBSCRIBERS-FILE
                  AT END
                     SET END-OF-SUBS TO TRUE
                  NOT AT END
                     PERFORM LOAD-ONE-SUBSCRIBER
                        THRU LOAD-ONE-SUBSCRIBER-EXIT
               END-READ
            END-PERFORM.
            CLOSE SUBSCRIBERS-FILE.
            IF WS-SELECTED-COUNT EQUAL 0 THEN
               IF WS-ONLY-SUBSCRIBER NOT EQUAL SPACES THEN
                  DISPLAY 'SUBSCRIBER ' WS-ONLY-SUBSCRIBER
                          ' is not an active subscriber'
               ELSE
                  DISPLAY 'SUBSCRIBERS holds no active subscriber'
               END-IF
               STOP RUN RETURNING 1
            END-IF.
        LOAD-SUBSCRIBERS-EXIT.
            EXIT.
        LOAD-ONE-SUBSCRIBER.
            IF SUB-NAME EQUAL SPACES THEN
               GO TO LOAD-ONE-SUBSCRIBER-EXIT
            END-IF.
            IF SUB-OUTPUT-FILE EQUAL SPACES OR
               (NOT SUB-FORMAT-FIXED AND NOT SUB-FORMAT-PIPE) OR
               SUB-RECORD-TYPE EQUAL SPACE OR
               (NOT SUB-ALL-TYPES AND
                SUB-RECORD-TYPE IS NOT ALPHABETIC) THEN
               DISPLAY 'SUBSCRIBERS: row for ' SUB-NAME
                       ' needs an output file, record type * or a '
                       'letter, and format F or P - run refused'
               STOP RUN RETURNING 1
            END-IF.
            MOVE 0 TO WS-OP-TALLY.
            INSPECT SUB-OPERATIONS TALLYING WS-OP-TALLY
               FOR ALL 'I' ALL 'U' ALL 'D' ALL SPACE.
            IF WS-OP-TALLY NOT EQUAL 3 THEN
               DISPLAY 'SUBSCRIBERS: row for ' SUB-NAME
                       ' has operations other than I/U/D - run '
                       'refused'
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'N' TO WS-SUB-FOUND.
            PERFORM VARYING SUB-IX FROM 1 BY 1
                     UNTIL SUB-IX > SUBT-COUNT OR SUB-ENTRY-FOUND
               IF SUBT-NAME (SUB-IX) EQUAL SUB-NAME OR
                  SUBT-OUTPUT-FILE (SUB-IX) EQUAL SUB-OUTPUT-FILE THEN
                  SET SUB-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF SUB-ENTRY-FOUND THEN
               DISPLAY 'SUBSCRIBERS: ' SUB-NAME ' repeats a '
                       'subscriber name or output file - run refused'
               STOP RUN RETURNING 1
            END-IF.
            IF SUBT-COUNT EQUAL 20 THEN
               DISPLAY 'SUBSCRIBERS: more than 20 subscribers - '
                       'run refused'
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO SUBT-COUNT.
            MOVE SUB-NAME TO SUBT-NAME (SUBT-COUNT).
            MOVE SUB-OUTPUT-FILE TO SUBT-OUTPUT-FILE (SUBT-COUNT).
            MOVE SUB-RECORD-TYPE TO SUBT-RECORD-TYPE (SUBT-COUNT).
            MOVE SUB-OPERATIONS TO SUBT-OPERATIONS (SUBT-COUNT).
            PERFORM VARYING RANGE-IX FROM 1 BY 1 UNTIL RANGE-IX > 3
               MOVE SUB-LOW-ID (RANGE-IX)
                 TO SUBT-LOW-ID (SUBT-COUNT, RANGE-IX)
               MOVE SUB-HIGH-ID (RANGE-IX)
                 TO SUBT-HIGH-ID (SUBT-COUNT, RANGE-IX)
            END-PERFORM.
            MOVE SUB-FORMAT TO SUBT-FORMAT (SUBT-COUNT).
            MOVE WS-FIRST-BOOKMARK TO SUBT-BOOKMARK (SUBT-COUNT).
            MOVE 'N' TO SUBT-SELECTED (SUBT-COUNT).
            IF SUB-IS-ACTIVE AND
               (WS-ONLY-SUBSCRIBER EQUAL SPACES OR
                WS-ONLY-SUBSCRIBER EQUAL
                FUNCTION UPPER-CASE(SUB-NAME)) THEN
               MOVE 'Y' TO SUBT-SELECTED (SUBT-COUNT)
               ADD 1 TO WS-SELECTED-COUNT
            END-IF.
        LOAD-ONE-SUBSCRIBER-EXIT.
            EXIT.
      *
      * Each subscriber's bookmark, last record wins.  A subscriber
      * with no bookmark keeps the first-delivery one (the start of
      * DATE=).  The oldest bookmark among the subscribers being
      * delivered decides how far back the trail is read.
      *
        LOAD-BOOKMARKS.
            OPEN INPUT SUBSCRIBER-BOOKMARKS-FILE.
            IF WS-SBM-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-SBM
                  READ SUBSCRIBER-BOOKMARKS-FILE
                     AT END
                        SET END-OF-SBM TO TRUE
                     NOT AT END
                        PERFORM VARYING SUB-IX FROM 1 BY 1
                                 UNTIL SUB-IX > SUBT-COUNT
                           IF SUBT-NAME (SUB-IX) EQUAL
                              SBM-SUBSCRIBER THEN
                              MOVE SBM-THROUGH-TIMESTAMP
                                TO SUBT-BOOKMARK (SUB-IX)
                           END-IF
                        END-PERFORM
                  END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-BOOKMARKS-FILE
            ELSE
               IF WS-SBM-STATUS EQUAL '05' THEN
                  CLOSE SUBSCRIBER-BOOKMARKS-FILE
               END-IF
            END-IF.
            MOVE WS-THROUGH-DATE TO WS-EARLIEST-DATE.
            PERFORM VARYING SUB-IX FROM 1 BY 1
                     UNTIL SUB-IX > SUBT-COUNT
               IF SUBT-IS-SELECTED (SUB-IX) THEN
                  DISPLAY 'Subscriber ' SUBT-NAME (SUB-IX)
                          ' from ' SUBT-BOOKMARK (SUB-IX) (1:16)
                          ' to ' FUNCTION TRIM(SUBT-OUTPUT-FILE
                          (SUB-IX))
                  IF SUBT-BOOKMARK (SUB-IX) (1:8) < WS-EARLIEST-DATE
                     THEN
                     MOVE SUBT-BOOKMARK (SUB-IX) (1:8)
                       TO WS-EARLIEST-DATE
                  END-IF
               END-IF
            END-PERFORM.
        LOAD-BOOKMARKS-DONE.
            EXIT.
      *
      * The archived CHANGE-AUDIT generations holding any record
      * between the oldest bookmark and DATE=, in catalog order (the
      * order their records left the live trail).
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
                        GC-LOW-DATE NOT > WS-THROUGH-DATE THEN
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
                     PERFORM ROUTE-ONE-CHANGE
                        THRU ROUTE-ONE-CHANGE-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        READ-ONE-TRAIL-EXIT.
            EXIT.
      *
      * One change against every subscriber being delivered: inside
      * that subscriber's window (after its bookmark, not after
      * DATE=) and its record type and id ranges, it is netted into
      * the subscriber's share.  The operation filter applies to the
      * NET operation, at delivery time.
      *
        ROUTE-ONE-CHANGE.
            IF CHG-TIMESTAMP(1:8) > WS-THROUGH-DATE OR
               CHG-TIMESTAMP(1:8) < WS-EARLIEST-DATE THEN
               GO TO ROUTE-ONE-CHANGE-EXIT
            END-IF.
            IF CHG-AFTER-NAME(1:14) EQUAL 'BULK BATCH OF ' THEN
               ADD 1 TO WS-BULK-SKIPPED
               GO TO ROUTE-ONE-CHANGE-EXIT
            END-IF.
      * A DR failback re-applies, to the primary, changes the trail
      * already holds from the standby period; they went out then.
            IF CHG-PROGRAM-ID EQUAL 'EXDRREPL' THEN
               GO TO ROUTE-ONE-CHANGE-EXIT
            END-IF.
            IF CHG-TIMESTAMP(1:16) > WS-HIGH-TIMESTAMP(1:16) THEN
               MOVE CHG-TIMESTAMP TO WS-HIGH-TIMESTAMP
            END-IF.
            IF CHG-BUSINESS-KEY(1:1) IS ALPHABETIC AND
               CHG-BUSINESS-KEY(1:1) NOT EQUAL SPACE THEN
               MOVE CHG-BUSINESS-KEY(1:1) TO WS-KEY-PREFIX
               COMPUTE WS-KEY-ID =
                  FUNCTION NUMVAL(CHG-BUSINESS-KEY(2:19))
            ELSE
               MOVE SPACE TO WS-KEY-PREFIX
               COMPUTE WS-KEY-ID =
                  FUNCTION NUMVAL(CHG-BUSINESS-KEY)
            END-IF.
            PERFORM VARYING SUB-IX FROM 1 BY 1
                     UNTIL SUB-IX > SUBT-COUNT
               IF SUBT-IS-SELECTED (SUB-IX) AND
                  CHG-TIMESTAMP(1:16) > SUBT-BOOKMARK (SUB-IX) (1:16)
                  THEN
                  ADD 1 TO WS-WINDOW-COUNT
                  PERFORM FILTER-ONE-KEY THRU FILTER-ONE-KEY-EXIT
                  IF KEY-IS-WANTED THEN
                     PERFORM NET-ONE-CHANGE THRU NET-ONE-CHANGE-EXIT
                  END-IF
               END-IF
            END-PERFORM.
        ROUTE-ONE-CHANGE-EXIT.
            EXIT.
      *
      * The current key against subscriber SUB-IX's record type and
      * id ranges.
      *
        FILTER-ONE-KEY.
            MOVE 'N' TO WS-KEY-WANTED.
            EVALUATE TRUE
               WHEN SUBT-RECORD-TYPE (SUB-IX) EQUAL '*'
                  CONTINUE
               WHEN SUBT-RECORD-TYPE (SUB-IX) EQUAL 'A'
                  IF WS-KEY-PREFIX NOT EQUAL SPACE THEN
                     GO TO FILTER-ONE-KEY-EXIT
                  END-IF
               WHEN OTHER
                  IF WS-KEY-PREFIX NOT EQUAL
                     SUBT-RECORD-TYPE (SUB-IX) THEN
                     GO TO FILTER-ONE-KEY-EXIT
                  END-IF
            END-EVALUATE.
            MOVE 'N' TO WS-RANGES-GIVEN.
            PERFORM VARYING RANGE-IX FROM 1 BY 1 UNTIL RANGE-IX > 3
               IF SUBT-LOW-ID (SUB-IX, RANGE-IX) NOT EQUAL 0 OR
                  SUBT-HIGH-ID (SUB-IX, RANGE-IX) NOT EQUAL 0 THEN
                  SET RANGES-ARE-GIVEN TO TRUE
                  IF WS-KEY-ID NOT < SUBT-LOW-ID (SUB-IX, RANGE-IX)
                     AND WS-KEY-ID NOT >
                     SUBT-HIGH-ID (SUB-IX, RANGE-IX) THEN
                     SET KEY-IS-WANTED TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
            IF NOT RANGES-ARE-GIVEN THEN
               SET KEY-IS-WANTED TO TRUE
            END-IF.
        FILTER-ONE-KEY-EXIT.
            EXIT.
        NET-ONE-CHANGE.
            MOVE 'N' TO WS-NET-FOUND.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT OR NET-ENTRY-FOUND
               IF NET-SUB-IX (NET-IX) EQUAL SUB-IX AND
                  NET-KEY (NET-IX) EQUAL CHG-BUSINESS-KEY THEN
                  SET NET-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NET-ENTRY-FOUND THEN
               SUBTRACT 1 FROM NET-IX
            ELSE
               IF NET-COUNT EQUAL 20000 THEN
                  DISPLAY 'DISTRIBUTION: more than 20000 subscriber '
                          'keys in one run - deliver subscribers '
                          'one at a time with SUBSCRIBER='
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO NET-COUNT
               MOVE NET-COUNT TO NET-IX
               MOVE SUB-IX TO NET-SUB-IX (NET-IX)
               MOVE CHG-BUSINESS-KEY TO NET-KEY (NET-IX)
               MOVE CHG-OPERATION TO NET-FIRST-OP (NET-IX)
            END-IF.
            MOVE CHG-OPERATION TO NET-LAST-OP (NET-IX).
            MOVE CHG-AFTER-NAME TO NET-NAME (NET-IX).
            MOVE CHG-AFTER-SURNAME TO NET-SURNAME (NET-IX).
        NET-ONE-CHANGE-EXIT.
            EXIT.
      *
      * One subscriber's delivery: header, its netted details,
      * trailer, registration, and only then the new bookmark.
      *
        DELIVER-ONE-SUBSCRIBER.
            MOVE 0 TO WS-DETAIL-COUNT.
            MOVE 0 TO WS-INSERT-COUNT.
            MOVE 0 TO WS-UPDATE-COUNT.
            MOVE 0 TO WS-DELETE-COUNT.
            MOVE 0 TO WS-HASH-TOTAL.
            MOVE 0 TO WS-SUPPRESSED-COUNT.
            MOVE SUBT-OUTPUT-FILE (SUB-IX) TO WS-OUTREG-FILE-NAME.
            MOVE SUBT-OUTPUT-FILE (SUB-IX) TO WS-DELIVERY-NAME.
            PERFORM NEXT-OUTBOUND-SEQUENCE
               THRU NEXT-OUTBOUND-SEQUENCE-EXIT.
            OPEN OUTPUT SUBSCRIBER-DELIVERY-FILE.
            MOVE SPACES TO SUBSCRIBER-HEADER-RECORD.
            MOVE 'H' TO SDH-RECORD-TYPE.
            MOVE WS-THROUGH-DATE TO SDH-THROUGH-DATE.
            MOVE FUNCTION CURRENT-DATE TO SDH-TIMESTAMP.
            MOVE WS-RUN-ID TO SDH-RUN-ID.
            MOVE WS-OUTREG-SEQUENCE TO SDH-SEQUENCE.
            MOVE 0 TO SDH-RESEND-OF.
            MOVE SUBT-NAME (SUB-IX) TO SDH-SUBSCRIBER.
            MOVE SUBT-BOOKMARK (SUB-IX) TO SDH-FROM-TIMESTAMP.
            MOVE SUBT-FORMAT (SUB-IX) TO SDH-FORMAT.
            WRITE SUBSCRIBER-HEADER-RECORD.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT
               IF NET-SUB-IX (NET-IX) EQUAL SUB-IX THEN
                  PERFORM WRITE-ONE-DETAIL THRU WRITE-ONE-DETAIL-EXIT
               END-IF
            END-PERFORM.
            MOVE SPACES TO SUBSCRIBER-TRAILER-RECORD.
            MOVE 'T' TO SDT-RECORD-TYPE.
            MOVE WS-DETAIL-COUNT TO SDT-DETAIL-COUNT.
            MOVE WS-INSERT-COUNT TO SDT-INSERT-COUNT.
            MOVE WS-UPDATE-COUNT TO SDT-UPDATE-COUNT.
            MOVE WS-DELETE-COUNT TO SDT-DELETE-COUNT.
            MOVE WS-HASH-TOTAL TO SDT-HASH-TOTAL.
            WRITE SUBSCRIBER-TRAILER-RECORD.
            CLOSE SUBSCRIBER-DELIVERY-FILE.
            MOVE WS-DETAIL-COUNT TO WS-OUTREG-COUNT.
            MOVE WS-HASH-TOTAL TO WS-OUTREG-HASH.
            PERFORM REGISTER-OUTBOUND THRU REGISTER-OUTBOUND-EXIT.
      * The bookmark moves to the newest change inside DATE= the
      * pass saw - never backwards, so a rerun for an earlier
      * DATE= cannot make a subscriber receive changes twice.
            MOVE SUBT-BOOKMARK (SUB-IX) TO WS-NEW-BOOKMARK.
            IF WS-HIGH-TIMESTAMP(1:16) > WS-NEW-BOOKMARK(1:16) THEN
               MOVE WS-HIGH-TIMESTAMP TO WS-NEW-BOOKMARK
            END-IF.
            OPEN EXTEND SUBSCRIBER-BOOKMARKS-FILE.
            IF WS-SBM-STATUS NOT EQUAL '00' AND
               WS-SBM-STATUS NOT EQUAL '05' THEN
               DISPLAY 'ALERT: SUBSCRIBER-BOOKMARKS not writable '
                       '(status ' WS-SBM-STATUS ') - '
                       FUNCTION TRIM(SUBT-NAME (SUB-IX))
                       ' was delivered but its bookmark did not '
                       'move; its next delivery repeats this one'
               STOP RUN RETURNING 99
            END-IF.
            MOVE SUBT-NAME (SUB-IX) TO SBM-SUBSCRIBER.
            MOVE WS-NEW-BOOKMARK TO SBM-THROUGH-TIMESTAMP.
            MOVE WS-RUN-ID TO SBM-RUN-ID.
            MOVE WS-OUTREG-SEQUENCE TO SBM-SEQUENCE.
            MOVE FUNCTION CURRENT-DATE TO SBM-TIMESTAMP.
            WRITE SUBSCRIBER-BOOKMARKS-RECORD.
            CLOSE SUBSCRIBER-BOOKMARKS-FILE.
            ADD 1 TO WS-DELIVERED-COUNT.
            DISPLAY 'DELIVERED: ' SUBT-NAME (SUB-IX) ' '
                    WS-DETAIL-COUNT ' record(s) ('
                    WS-INSERT-COUNT ' I, ' WS-UPDATE-COUNT ' U, '
                    WS-DELETE-COUNT ' D), bookmark now '
                    WS-NEW-BOOKMARK(1:16).
        DELIVER-ONE-SUBSCRIBER-EXIT.
            EXIT.
      *
      * One key's net effect, as the warehouse delta nets it: born
      * and deleted inside the window means nothing to send; born
      * inside it means 'I' whatever refinements followed; changed
      * means 'U'; gone means 'D'.  Then the subscriber's operation
      * filter.
      *
        WRITE-ONE-DETAIL.
            IF NET-FIRST-OP (NET-IX) EQUAL 'I' AND
               NET-LAST-OP (NET-IX) EQUAL 'D' THEN
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO WRITE-ONE-DETAIL-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN NET-LAST-OP (NET-IX) EQUAL 'D'
                  MOVE 'D' TO WS-NET-OP
               WHEN NET-FIRST-OP (NET-IX) EQUAL 'I'
                  MOVE 'I' TO WS-NET-OP
               WHEN OTHER
                  MOVE 'U' TO WS-NET-OP
            END-EVALUATE.
            IF SUBT-OPERATIONS (SUB-IX) NOT EQUAL SPACES THEN
               MOVE 0 TO WS-OP-TALLY
               INSPECT SUBT-OPERATIONS (SUB-IX) TALLYING WS-OP-TALLY
                  FOR ALL WS-NET-OP
               IF WS-OP-TALLY EQUAL 0 THEN
                  GO TO WRITE-ONE-DETAIL-EXIT
               END-IF
            END-IF.
            EVALUATE WS-NET-OP
               WHEN 'D'
                  ADD 1 TO WS-DELETE-COUNT
               WHEN 'I'
                  ADD 1 TO WS-INSERT-COUNT
               WHEN OTHER
                  ADD 1 TO WS-UPDATE-COUNT
            END-EVALUATE.
            IF WS-NET-OP EQUAL 'D' THEN
               MOVE SPACES TO NET-NAME (NET-IX)
               MOVE SPACES TO NET-SURNAME (NET-IX)
            END-IF.
            ADD 1 TO WS-DETAIL-COUNT.
            IF NET-KEY (NET-IX) (1:1) IS ALPHABETIC AND
               NET-KEY (NET-IX) (1:1) NOT EQUAL SPACE THEN
               ADD FUNCTION NUMVAL(NET-KEY (NET-IX) (2:19))
                 TO WS-HASH-TOTAL
            ELSE
               ADD FUNCTION NUMVAL(NET-KEY (NET-IX)) TO WS-HASH-TOTAL
            END-IF.
            IF SUBT-FORMAT (SUB-IX) EQUAL 'P' THEN
               MOVE SPACES TO SUBSCRIBER-PIPE-RECORD
               STRING 'D|' DELIMITED BY SIZE
                      FUNCTION TRIM(NET-KEY (NET-IX))
                         DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      WS-NET-OP DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(NET-NAME (NET-IX))
                         DELIMITED BY SIZE
                      '|' DELIMITED BY SIZE
                      FUNCTION TRIM(NET-SURNAME (NET-IX))
                         DELIMITED BY SIZE
                      INTO SUBSCRIBER-PIPE-RECORD
               END-STRING
               WRITE SUBSCRIBER-PIPE-RECORD
            ELSE
               MOVE 'D' TO WHD-RECORD-TYPE
               MOVE NET-KEY (NET-IX) TO WHD-BUSINESS-KEY
               MOVE WS-NET-OP TO WHD-OPERATION
               MOVE NET-NAME (NET-IX) TO WHD-NAME
               MOVE NET-SURNAME (NET-IX) TO WHD-SURNAME
               WRITE SUBSCRIBER-DETAIL-RECORD
            END-IF.
        WRITE-ONE-DETAIL-EXIT.
            EXIT.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Outbound delivery numbering and registration, shared by
      * every extractor (see OUTREGWR.cpy and OUTREG.cpy).
           COPY OUTREGWR.
