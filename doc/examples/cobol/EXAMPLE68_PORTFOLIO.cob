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
      * Usage: EXAMPLE68_PORTFOLIO AUTHOR=id
      *        EXAMPLE68_PORTFOLIO BATCH
      *
      * Author portfolio statement for the contracts team.  "Every-
      * thing about author 4711" used to mean one EXAMPLE15_HISTINQ
      * listing for the author and then one more for each 'B' book
      * key - and the book keys had to be found first.  This
      * program takes the author id and writes one statement
      * covering:
      *
      *   the author  - current state and values, or when the row
      *                 was deleted, and any survivorship merge
      *                 into or out of this id (AUTHOR-MERGES);
      *   the books   - every book the author owns now, and every
      *                 book they ever owned that has since been
      *                 deleted or moved to another author;
      *   the history - every committed change to the author and to
      *                 each of those books while it was theirs,
      *                 key by key in time order, with the program,
      *                 run and operator that made it;
      *   the runs    - each run behind those changes and, for a
      *                 loading run, the archived input file that
      *                 delivered it and its sender (LINEAGE-INDEX);
      *   the open items - unresolved EXCEPTION-QUEUE entries and
      *                 unworked AUTHOR-REJECT rows for the author
      *                 or any of those books.
      *
      * The history comes from CHANGE-AUDIT: every archived
      * generation the GENERATION-CATALOG names first, then the
      * live trail, the same walk EXAMPLE34_ASOF replays.  A book
      * change image carries the title in the name field and the
      * owning author id in the surname field, so a book belongs to
      * the portfolio while either side of a change names this
      * author.  Open exceptions and unworked rejects are never
      * archived, so the live files hold all of them.
      *
      * The statements go to PORTFOLIO-STATEMENT, paginated for
      * printing or mailing: 60 lines to a page, each statement
      * starting on a new page with its own page numbers, the
      * author and the request reference in every page heading.
      * BATCH writes one statement per line of the
      * PORTFOLIO-REQUEST file (see PFREQ.cpy), in file order.
      *
      * A statement puts an author's data on paper, so every
      * statement is logged to INQUIRY-ACCESS against the asking
      * operator (see INQACC.cpy); with no BATCH-OPERATOR identity
      * the run is refused.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE68-PORTFOLIO.
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
            SELECT OPTIONAL AUTHOR-MERGES-FILE
                ASSIGN TO "AUTHOR-MERGES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MERGES-STATUS.
            SELECT OPTIONAL LINEAGE-INDEX-FILE
                ASSIGN TO "LINEAGE-INDEX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LINEAGE-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
            SELECT OPTIONAL AUTHOR-REJECT-FILE
                ASSIGN TO "AUTHOR-REJECT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-STATUS.
      * BATCH: the statements asked for (see PFREQ.cpy)
            SELECT OPTIONAL PORTFOLIO-REQUEST-FILE
                ASSIGN TO "PORTFOLIO-REQUEST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REQUEST-STATUS.
            SELECT PORTFOLIO-STATEMENT-FILE
                ASSIGN TO "PORTFOLIO-STATEMENT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO "INQUIRY-ACCESS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQACC-STATUS.
      * The shop-wide run-number issuer (see RUNCTL.cpy and
      * ISSUE-RUN-ID)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD AUTHOR-MERGES-FILE.
        01 AUTHOR-MERGE-RECORD.
           COPY MRGREC.
        FD LINEAGE-INDEX-FILE.
        01 LINEAGE-INDEX-RECORD.
           COPY LINEAGE.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD AUTHOR-REJECT-FILE.
        01 AUTHOR-REJECT-RECORD.
           COPY REJROW.
        FD PORTFOLIO-REQUEST-FILE.
        01 PORTFOLIO-REQUEST-RECORD.
           COPY PFREQ.
        FD PORTFOLIO-STATEMENT-FILE.
        01 PORTFOLIO-STATEMENT-RECORD PIC X(132).
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-MERGES-STATUS PIC X(2) VALUE '00'.
        01 WS-LINEAGE-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-REJ-STATUS PIC X(2) VALUE '00'.
        01 WS-REQUEST-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-MERGES-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MERGES VALUE 'Y'.
        01 WS-LINEAGE-EOF PIC X(1) VALUE 'N'.
           88 END-OF-LINEAGE VALUE 'Y'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
        01 WS-REJ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-REJ VALUE 'Y'.
        01 WS-REQUEST-EOF PIC X(1) VALUE 'N'.
           88 END-OF-REQUEST VALUE 'Y'.
        01 WS-CHG-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
      * Command line
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-MODE PIC X(1) VALUE SPACE.
           88 MODE-SINGLE VALUE 'S'.
           88 MODE-BATCH  VALUE 'B'.
      * The author the statement is for, and the key the trails
      * carry for it (the loader's right-justified id, trimmed)
        01 WS-AUTHOR-ID PIC 9(9) VALUE 0.
        01 WS-AUTHOR-KEY PIC X(20) VALUE SPACES.
        01 WS-REFERENCE PIC X(30) VALUE SPACES.
        01 WS-REQUEST-LINE PIC 9(5) VALUE 0.
      * The author's state, netted from the trail
        01 WS-AUTHOR-STATE PIC X(1) VALUE SPACE.
           88 AUTHOR-NOT-ON-RECORD VALUE SPACE.
           88 AUTHOR-ACTIVE        VALUE 'A'.
           88 AUTHOR-DELETED       VALUE 'D'.
        01 WS-AUTHOR-NAME PIC X(30) VALUE SPACES.
        01 WS-AUTHOR-SURNAME PIC X(30) VALUE SPACES.
        01 WS-AUTHOR-SINCE PIC X(21) VALUE SPACES.
        01 WS-AUTHOR-CHANGED PIC X(21) VALUE SPACES.
      * Every book that ever belonged to the author, netted from the
      * trail: 'O' owned now, 'D' deleted, 'M' moved to PB-OWNER
        01 BOOK-TABLE.
           05 BOOK-COUNT PIC 9(4) VALUE 0.
           05 BOOK-ENTRY OCCURS 500 TIMES.
              10 PB-KEY     PIC X(20).
              10 PB-TITLE   PIC X(30).
              10 PB-STATE   PIC X(1).
              10 PB-OWNER   PIC 9(9).
              10 PB-SINCE   PIC X(21).
              10 PB-CHANGED PIC X(21).
        01 PB-IX PIC 9(4).
        01 WS-BOOK-FOUND PIC X(1) VALUE 'N'.
           88 BOOK-ENTRY-FOUND VALUE 'Y'.
        01 WS-BOOK-OVERFLOW PIC 9(4) VALUE 0.
        01 WS-MATCH-KEY PIC X(20) VALUE SPACES.
        01 WS-OWNER-BEFORE PIC 9(9) VALUE 0.
        01 WS-OWNER-AFTER PIC 9(9) VALUE 0.
      * The changes, in trail order (which is time order)
        01 EVENT-TABLE.
           05 EVENT-COUNT PIC 9(4) VALUE 0.
           05 EVENT-ENTRY OCCURS 2000 TIMES.
              10 PE-TIMESTAMP      PIC X(21).
              10 PE-KEY            PIC X(20).
              10 PE-OPERATION      PIC X(1).
              10 PE-PROGRAM-ID     PIC X(8).
              10 PE-OPERATOR-ID    PIC X(8).
              10 PE-RUN-ID         PIC X(13).
              10 PE-BEFORE-NAME    PIC X(30).
              10 PE-BEFORE-SURNAME PIC X(30).
              10 PE-AFTER-NAME     PIC X(30).
              10 PE-AFTER-SURNAME  PIC X(30).
        01 PE-IX PIC 9(4).
        01 PE-JX PIC 9(4).
        01 WS-EVENT-OVERFLOW PIC 9(4) VALUE 0.
        01 WS-RUN-SEEN PIC X(1) VALUE 'N'.
           88 RUN-ALREADY-LISTED VALUE 'Y'.
        01 WS-RUN-CHANGES PIC 9(4) VALUE 0.
      * LINEAGE-INDEX, netted to the last entry per run
        01 LINEAGE-TABLE.
           05 LINEAGE-COUNT PIC 9(4) VALUE 0.
           05 LINEAGE-ENTRY OCCURS 2000 TIMES.
              10 LT-RUN-ID       PIC X(13).
              10 LT-ARCHIVE-NAME PIC X(60).
              10 LT-SENDER-ID    PIC X(10).
        01 LT-IX PIC 9(4).
        01 WS-LT-FOUND PIC X(1) VALUE 'N'.
           88 LINEAGE-ENTRY-FOUND VALUE 'Y'.
      * An unworked reject's row, as its input image carries it
        01 WS-REJ-ROW-ID PIC 9(9) VALUE 0.
        01 WS-REJ-OWNER-ID PIC 9(9) VALUE 0.
        01 WS-REJ-MATCH PIC X(1) VALUE 'N'.
           88 REJECT-CONCERNS-AUTHOR VALUE 'Y'.
      * The statement print file: 60 lines to a page
        01 WS-PRINT-LINE PIC X(132) VALUE SPACES.
        01 WS-HEADER-LINE PIC X(132) VALUE SPACES.
        01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
        01 WS-PAGE-LINE PIC 9(3) VALUE 0.
        01 WS-SECTION-COUNT PIC 9(5) VALUE 0.
        01 WS-STATEMENTS PIC 9(5) VALUE 0.
        01 WS-TODAY PIC X(21) VALUE SPACES.
        01 WS-PRINT-TS PIC X(16) VALUE SPACES.
        01 WS-FORMAT-TS PIC X(21) VALUE SPACES.
        01 WS-VALUES-TEXT PIC X(70) VALUE SPACES.
        01 WS-OPERATION-TEXT PIC X(6) VALUE SPACES.
        01 DISP-ID PIC Z(8)9.
        01 DISP-COUNT PIC Z(8)9.
        01 DISP-PAGE PIC Z(3)9.
      * The access log (see INQACCWR.cpy) and the run id
           COPY INQACCWS.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE68_PORTFOLIO'.
            PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            IF MODE-BATCH THEN
               OPEN INPUT PORTFOLIO-REQUEST-FILE
               IF WS-REQUEST-STATUS NOT EQUAL '00' THEN
                  DISPLAY 'REFUSED: PORTFOLIO-REQUEST not present '
                          '(status ' WS-REQUEST-STATUS ') - nothing '
                          'was asked for'
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE 'EXPORTFL' TO WS-INQ-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
            PERFORM LOAD-LINEAGE THRU LOAD-LINEAGE-DONE.
            OPEN OUTPUT PORTFOLIO-STATEMENT-FILE.
            IF MODE-SINGLE THEN
               PERFORM PRODUCE-STATEMENT THRU PRODUCE-STATEMENT-EXIT
            ELSE
               PERFORM UNTIL END-OF-REQUEST
                  READ PORTFOLIO-REQUEST-FILE
                     AT END
                        SET END-OF-REQUEST TO TRUE
                     NOT AT END
                        PERFORM TAKE-ONE-REQUEST
                           THRU TAKE-ONE-REQUEST-EXIT
                  END-READ
               END-PERFORM
               CLOSE PORTFOLIO-REQUEST-FILE
            END-IF.
            CLOSE PORTFOLIO-STATEMENT-FILE.
            DISPLAY 'PORTFOLIO RESULT: ' WS-STATEMENTS
                    ' statement(s) written to PORTFOLIO-STATEMENT'.
            STOP RUN RETURNING 0.
      *
      * AUTHOR=id for one statement, BATCH for the request file.
      *
        PARSE-ARGUMENTS.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE SPACES TO WS-ARG-KEYWORD.
            MOVE SPACES TO WS-ARG-VALUE.
            UNSTRING FUNCTION UPPER-CASE(ARGV) DELIMITED BY '='
               INTO WS-ARG-KEYWORD WS-ARG-VALUE
            END-UNSTRING.
            EVALUATE WS-ARG-KEYWORD
               WHEN 'AUTHOR'
                  SET MODE-SINGLE TO TRUE
                  IF WS-ARG-VALUE NOT EQUAL SPACES THEN
                     COMPUTE WS-AUTHOR-ID =
                        FUNCTION NUMVAL(WS-ARG-VALUE)
                     END-COMPUTE
                  END-IF
               WHEN 'BATCH'
                  SET MODE-BATCH TO TRUE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
            IF MODE-BATCH OR
               (MODE-SINGLE AND WS-AUTHOR-ID NOT EQUAL 0) THEN
               GO TO PARSE-ARGUMENTS-EXIT
            END-IF.
            DISPLAY 'Usage: EXAMPLE68_PORTFOLIO AUTHOR=id / BATCH'.
            STOP RUN RETURNING 1.
        PARSE-ARGUMENTS-EXIT.
            EXIT.
      *
      * One PORTFOLIO-REQUEST line; a line that names no author is
      * reported and skipped, not allowed to stop the others.
      *
        TAKE-ONE-REQUEST.
            ADD 1 TO WS-REQUEST-LINE.
            IF PORTFOLIO-REQUEST-RECORD EQUAL SPACES THEN
               GO TO TAKE-ONE-REQUEST-EXIT
            END-IF.
            MOVE 0 TO WS-AUTHOR-ID.
            IF PFR-AUTHOR-ID NOT EQUAL SPACES THEN
               COMPUTE WS-AUTHOR-ID = FUNCTION NUMVAL(PFR-AUTHOR-ID)
               END-COMPUTE
            END-IF.
            IF WS-AUTHOR-ID EQUAL 0 THEN
               DISPLAY 'PORTFOLIO-REQUEST line ' WS-REQUEST-LINE
                       ' names no author id - skipped'
               GO TO TAKE-ONE-REQUEST-EXIT
            END-IF.
            MOVE PFR-REFERENCE TO WS-REFERENCE.
            PERFORM PRODUCE-STATEMENT THRU PRODUCE-STATEMENT-EXIT.
        TAKE-ONE-REQUEST-EXIT.
            EXIT.
      *
      * LINEAGE-INDEX once per run: which archived input file, from
      * which sender, each loading run consumed.
      *
        LOAD-LINEAGE.
            MOVE 0 TO LINEAGE-COUNT.
            MOVE 'N' TO WS-LINEAGE-EOF.
            OPEN INPUT LINEAGE-INDEX-FILE.
            IF WS-LINEAGE-STATUS NOT EQUAL '00' THEN
               IF WS-LINEAGE-STATUS EQUAL '05' THEN
                  CLOSE LINEAGE-INDEX-FILE
               END-IF
               GO TO LOAD-LINEAGE-DONE
            END-IF.
            PERFORM UNTIL END-OF-LINEAGE
               READ LINEAGE-INDEX-FILE
                  AT END
                     SET END-OF-LINEAGE TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-LINEAGE THRU NET-ONE-LINEAGE-EXIT
               END-READ
            END-PERFORM.
            CLOSE LINEAGE-INDEX-FILE.
        LOAD-LINEAGE-DONE.
            EXIT.
        NET-ONE-LINEAGE.
            MOVE 'N' TO WS-LT-FOUND.
            PERFORM VARYING LT-IX FROM 1 BY 1
                     UNTIL LT-IX > LINEAGE-COUNT OR LINEAGE-ENTRY-FOUND
               IF LT-RUN-ID (LT-IX) EQUAL LIN-RUN-ID THEN
                  SET LINEAGE-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF LINEAGE-ENTRY-FOUND THEN
               SUBTRACT 1 FROM LT-IX
            ELSE
               IF LINEAGE-COUNT EQUAL 2000 THEN
                  GO TO NET-ONE-LINEAGE-EXIT
               END-IF
               ADD 1 TO LINEAGE-COUNT
               MOVE LINEAGE-COUNT TO LT-IX
               MOVE LIN-RUN-ID TO LT-RUN-ID (LT-IX)
            END-IF.
            MOVE LIN-ARCHIVE-NAME TO LT-ARCHIVE-NAME (LT-IX).
            MOVE LIN-SENDER-ID TO LT-SENDER-ID (LT-IX).
        NET-ONE-LINEAGE-EXIT.
            EXIT.
      *
      * One author's statement, start to finish.
      *
        PRODUCE-STATEMENT.
            MOVE WS-AUTHOR-ID TO DISP-ID.
            MOVE FUNCTION TRIM(DISP-ID) TO WS-AUTHOR-KEY.
            MOVE SPACE TO WS-AUTHOR-STATE.
            MOVE SPACES TO WS-AUTHOR-NAME.
            MOVE SPACES TO WS-AUTHOR-SURNAME.
            MOVE SPACES TO WS-AUTHOR-SINCE.
            MOVE SPACES TO WS-AUTHOR-CHANGED.
            MOVE 0 TO BOOK-COUNT.
            MOVE 0 TO WS-BOOK-OVERFLOW.
            MOVE 0 TO EVENT-COUNT.
            MOVE 0 TO WS-EVENT-OVERFLOW.
            PERFORM GATHER-GENERATIONS THRU GATHER-GENERATIONS-DONE.
            MOVE 'CHANGE-AUDIT' TO WS-CHG-NAME.
            PERFORM GATHER-CHANGES THRU GATHER-CHANGES-DONE.
            MOVE 0 TO WS-PAGE-NUMBER.
            MOVE 99 TO WS-PAGE-LINE.
            PERFORM PRINT-AUTHOR THRU PRINT-AUTHOR-EXIT.
            PERFORM PRINT-BOOKS THRU PRINT-BOOKS-EXIT.
            PERFORM PRINT-HISTORY THRU PRINT-HISTORY-EXIT.
            PERFORM PRINT-RUNS THRU PRINT-RUNS-EXIT.
            PERFORM PRINT-OPEN-EXCEPTIONS
               THRU PRINT-OPEN-EXCEPTIONS-DONE.
            PERFORM PRINT-OPEN-REJECTS THRU PRINT-OPEN-REJECTS-DONE.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE WS-PAGE-NUMBER TO DISP-PAGE.
            STRING 'END OF STATEMENT for author ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTHOR-KEY) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-PAGE) DELIMITED BY SIZE
                   ' page(s)' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            PERFORM WRITE-STATEMENT-LINE.
            ADD 1 TO WS-STATEMENTS.
            DISPLAY 'Statement for author ' FUNCTION TRIM(WS-AUTHOR-KEY)
                    ': ' BOOK-COUNT ' book(s), ' EVENT-COUNT
                    ' change(s), ' WS-PAGE-NUMBER ' page(s)'.
            MOVE 'K' TO WS-INQ-KIND.
            MOVE WS-AUTHOR-KEY TO WS-INQ-ASKED.
            MOVE EVENT-COUNT TO WS-INQ-ROWS.
            PERFORM LOG-INQUIRY-ACCESS THRU LOG-INQUIRY-ACCESS-EXIT.
        PRODUCE-STATEMENT-EXIT.
            EXIT.
      *
      * Every archived CHANGE-AUDIT generation, in catalog order
      * (oldest cut first), before the live trail.
      *
        GATHER-GENERATIONS.
            MOVE 'N' TO WS-GENCAT-EOF.
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
                        PERFORM GATHER-CHANGES THRU GATHER-CHANGES-DONE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
        GATHER-GENERATIONS-DONE.
            EXIT.
        GATHER-CHANGES.
            MOVE 'N' TO WS-CHG-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               IF WS-CHG-STATUS EQUAL '05' THEN
                  CLOSE CHANGE-AUDIT-FILE
               END-IF
               DISPLAY FUNCTION TRIM(WS-CHG-NAME)
                       ' not present - no change images'
               GO TO GATHER-CHANGES-DONE
            END-IF.
            PERFORM UNTIL END-OF-CHG
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     PERFORM TAKE-ONE-CHANGE THRU TAKE-ONE-CHANGE-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        GATHER-CHANGES-DONE.
            EXIT.
      *
      * One change image: the author's own row, or a book row that
      * names the author as its owner before or after the change.
      *
        TAKE-ONE-CHANGE.
            IF FUNCTION TRIM(CHG-BUSINESS-KEY) EQUAL
               FUNCTION TRIM(WS-AUTHOR-KEY) THEN
               PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
               PERFORM NET-AUTHOR-CHANGE
               GO TO TAKE-ONE-CHANGE-EXIT
            END-IF.
            IF CHG-BUSINESS-KEY (1:1) NOT EQUAL 'B' OR
               CHG-BUSINESS-KEY (2:9) IS NOT NUMERIC THEN
               GO TO TAKE-ONE-CHANGE-EXIT
            END-IF.
            MOVE 0 TO WS-OWNER-BEFORE.
            MOVE 0 TO WS-OWNER-AFTER.
            IF CHG-BEFORE-SURNAME NOT EQUAL SPACES THEN
               COMPUTE WS-OWNER-BEFORE =
                  FUNCTION NUMVAL(CHG-BEFORE-SURNAME)
               END-COMPUTE
            END-IF.
            IF CHG-AFTER-SURNAME NOT EQUAL SPACES THEN
               COMPUTE WS-OWNER-AFTER =
                  FUNCTION NUMVAL(CHG-AFTER-SURNAME)
               END-COMPUTE
            END-IF.
            IF WS-OWNER-BEFORE NOT EQUAL WS-AUTHOR-ID AND
               WS-OWNER-AFTER NOT EQUAL WS-AUTHOR-ID THEN
               GO TO TAKE-ONE-CHANGE-EXIT
            END-IF.
            MOVE CHG-BUSINESS-KEY TO WS-MATCH-KEY.
            PERFORM FIND-BOOK.
            IF NOT BOOK-ENTRY-FOUND THEN
               IF BOOK-COUNT EQUAL 500 THEN
                  ADD 1 TO WS-BOOK-OVERFLOW
                  GO TO TAKE-ONE-CHANGE-EXIT
               END-IF
               ADD 1 TO BOOK-COUNT
               MOVE BOOK-COUNT TO PB-IX
               MOVE CHG-BUSINESS-KEY TO PB-KEY (PB-IX)
               MOVE SPACE TO PB-STATE (PB-IX)
               MOVE SPACES TO PB-SINCE (PB-IX)
            END-IF.
            PERFORM ADD-EVENT THRU ADD-EVENT-EXIT.
            MOVE CHG-TIMESTAMP TO PB-CHANGED (PB-IX).
            EVALUATE TRUE
               WHEN CHG-OP-DELETE
                  MOVE 'D' TO PB-STATE (PB-IX)
                  MOVE CHG-BEFORE-NAME TO PB-TITLE (PB-IX)
                  MOVE 0 TO PB-OWNER (PB-IX)
               WHEN WS-OWNER-AFTER EQUAL WS-AUTHOR-ID
                  IF PB-STATE (PB-IX) NOT EQUAL 'O' THEN
                     MOVE CHG-TIMESTAMP TO PB-SINCE (PB-IX)
                  END-IF
                  MOVE 'O' TO PB-STATE (PB-IX)
                  MOVE CHG-AFTER-NAME TO PB-TITLE (PB-IX)
                  MOVE WS-AUTHOR-ID TO PB-OWNER (PB-IX)
               WHEN OTHER
                  MOVE 'M' TO PB-STATE (PB-IX)
                  MOVE CHG-AFTER-NAME TO PB-TITLE (PB-IX)
                  MOVE WS-OWNER-AFTER TO PB-OWNER (PB-IX)
            END-EVALUATE.
        TAKE-ONE-CHANGE-EXIT.
            EXIT.
        NET-AUTHOR-CHANGE.
            MOVE CHG-TIMESTAMP TO WS-AUTHOR-CHANGED.
            IF CHG-OP-DELETE THEN
               SET AUTHOR-DELETED TO TRUE
               MOVE CHG-BEFORE-NAME TO WS-AUTHOR-NAME
               MOVE CHG-BEFORE-SURNAME TO WS-AUTHOR-SURNAME
            ELSE
               IF NOT AUTHOR-ACTIVE THEN
                  MOVE CHG-TIMESTAMP TO WS-AUTHOR-SINCE
               END-IF
               SET AUTHOR-ACTIVE TO TRUE
               MOVE CHG-AFTER-NAME TO WS-AUTHOR-NAME
               MOVE CHG-AFTER-SURNAME TO WS-AUTHOR-SURNAME
            END-IF.
        FIND-BOOK.
            MOVE 'N' TO WS-BOOK-FOUND.
            PERFORM VARYING PB-IX FROM 1 BY 1
                     UNTIL PB-IX > BOOK-COUNT OR BOOK-ENTRY-FOUND
               IF FUNCTION TRIM(PB-KEY (PB-IX)) EQUAL
                  FUNCTION TRIM(WS-MATCH-KEY) THEN
                  SET BOOK-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF BOOK-ENTRY-FOUND THEN
               SUBTRACT 1 FROM PB-IX
            END-IF.
        ADD-EVENT.
            IF EVENT-COUNT EQUAL 2000 THEN
               ADD 1 TO WS-EVENT-OVERFLOW
               GO TO ADD-EVENT-EXIT
            END-IF.
            ADD 1 TO EVENT-COUNT.
            MOVE CHG-TIMESTAMP TO PE-TIMESTAMP (EVENT-COUNT).
            MOVE CHG-BUSINESS-KEY TO PE-KEY (EVENT-COUNT).
            MOVE CHG-OPERATION TO PE-OPERATION (EVENT-COUNT).
            MOVE CHG-PROGRAM-ID TO PE-PROGRAM-ID (EVENT-COUNT).
            MOVE CHG-OPERATOR-ID TO PE-OPERATOR-ID (EVENT-COUNT).
            MOVE CHG-RUN-ID TO PE-RUN-ID (EVENT-COUNT).
            MOVE CHG-BEFORE-NAME TO PE-BEFORE-NAME (EVENT-COUNT).
            MOVE CHG-BEFORE-SURNAME TO PE-BEFORE-SURNAME (EVENT-COUNT).
            MOVE CHG-AFTER-NAME TO PE-AFTER-NAME (EVENT-COUNT).
            MOVE CHG-AFTER-SURNAME TO PE-AFTER-SURNAME (EVENT-COUNT).
        ADD-EVENT-EXIT.
            EXIT.
      *
      * The author: current state, and any merge into or out of it.
      *
        PRINT-AUTHOR.
            MOVE 'AUTHOR' TO WS-PRINT-LINE.
            PERFORM WRITE-SECTION-HEADING.
            EVALUATE TRUE
               WHEN AUTHOR-ACTIVE
                  MOVE WS-AUTHOR-SINCE TO WS-FORMAT-TS
                  PERFORM FORMAT-TIMESTAMP
                  STRING '  Current: ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-AUTHOR-NAME)
                            DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-AUTHOR-SURNAME)
                            DELIMITED BY SIZE
                         '  (on file since ' DELIMITED BY SIZE
                         WS-PRINT-TS DELIMITED BY SIZE
                         ')' DELIMITED BY SIZE
                         INTO WS-PRINT-LINE
                  END-STRING
               WHEN AUTHOR-DELETED
                  MOVE WS-AUTHOR-CHANGED TO WS-FORMAT-TS
                  PERFORM FORMAT-TIMESTAMP
                  STRING '  DELETED on ' DELIMITED BY SIZE
                         WS-PRINT-TS DELIMITED BY SIZE
                         '  (last on file as ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-AUTHOR-NAME)
                            DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-AUTHOR-SURNAME)
                            DELIMITED BY SIZE
                         ')' DELIMITED BY SIZE
                         INTO WS-PRINT-LINE
                  END-STRING
               WHEN OTHER
                  MOVE '  No change to this author is on record'
                    TO WS-PRINT-LINE
            END-EVALUATE.
            PERFORM WRITE-STATEMENT-LINE.
            IF AUTHOR-ACTIVE THEN
               MOVE WS-AUTHOR-CHANGED TO WS-FORMAT-TS
               PERFORM FORMAT-TIMESTAMP
               STRING '  Last changed: ' DELIMITED BY SIZE
                      WS-PRINT-TS DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
            MOVE 'N' TO WS-MERGES-EOF.
            OPEN INPUT AUTHOR-MERGES-FILE.
            IF WS-MERGES-STATUS NOT EQUAL '00' THEN
               IF WS-MERGES-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-MERGES-FILE
               END-IF
               GO TO PRINT-AUTHOR-EXIT
            END-IF.
            PERFORM UNTIL END-OF-MERGES
               READ AUTHOR-MERGES-FILE
                  AT END
                     SET END-OF-MERGES TO TRUE
                  NOT AT END
                     PERFORM PRINT-ONE-MERGE THRU PRINT-ONE-MERGE-EXIT
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-MERGES-FILE.
        PRINT-AUTHOR-EXIT.
            EXIT.
        PRINT-ONE-MERGE.
            IF MRG-RETIRED-ID NOT EQUAL WS-AUTHOR-ID AND
               MRG-SURVIVOR-ID NOT EQUAL WS-AUTHOR-ID THEN
               GO TO PRINT-ONE-MERGE-EXIT
            END-IF.
            MOVE MRG-TIMESTAMP TO WS-FORMAT-TS.
            PERFORM FORMAT-TIMESTAMP.
            MOVE MRG-BOOKS-MOVED TO DISP-COUNT.
            IF MRG-RETIRED-ID EQUAL WS-AUTHOR-ID THEN
               MOVE MRG-SURVIVOR-ID TO DISP-ID
               STRING '  RETIRED on ' DELIMITED BY SIZE
                      WS-PRINT-TS DELIMITED BY SIZE
                      ': merged into author ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                      ' book(s) moved with it' DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
            ELSE
               MOVE MRG-RETIRED-ID TO DISP-ID
               STRING '  Author ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      FUNCTION TRIM(MRG-RETIRED-NAME)
                         DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(MRG-RETIRED-SURNAME)
                         DELIMITED BY SIZE
                      ') merged into this author on ' DELIMITED BY SIZE
                      WS-PRINT-TS DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                      ' book(s) moved here' DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
            END-IF.
            PERFORM WRITE-STATEMENT-LINE.
        PRINT-ONE-MERGE-EXIT.
            EXIT.
      *
      * The books owned now, then the books owned once.
      *
        PRINT-BOOKS.
            MOVE 'BOOKS OWNED NOW' TO WS-PRINT-LINE.
            PERFORM WRITE-SECTION-HEADING.
            MOVE 0 TO WS-SECTION-COUNT.
            PERFORM VARYING PB-IX FROM 1 BY 1 UNTIL PB-IX > BOOK-COUNT
               IF PB-STATE (PB-IX) EQUAL 'O' THEN
                  ADD 1 TO WS-SECTION-COUNT
                  MOVE PB-SINCE (PB-IX) TO WS-FORMAT-TS
                  PERFORM FORMAT-TIMESTAMP
                  STRING '  ' DELIMITED BY SIZE
                         PB-KEY (PB-IX) (1:12) DELIMITED BY SIZE
                         PB-TITLE (PB-IX) DELIMITED BY SIZE
                         '  owned since ' DELIMITED BY SIZE
                         WS-PRINT-TS DELIMITED BY SIZE
                         INTO WS-PRINT-LINE
                  END-STRING
                  PERFORM WRITE-STATEMENT-LINE
               END-IF
            END-PERFORM.
            IF WS-SECTION-COUNT EQUAL 0 THEN
               MOVE '  None' TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
            MOVE 'BOOKS FORMERLY OWNED' TO WS-PRINT-LINE.
            PERFORM WRITE-SECTION-HEADING.
            MOVE 0 TO WS-SECTION-COUNT.
            PERFORM VARYING PB-IX FROM 1 BY 1 UNTIL PB-IX > BOOK-COUNT
               IF PB-STATE (PB-IX) NOT EQUAL 'O' THEN
                  ADD 1 TO WS-SECTION-COUNT
                  PERFORM PRINT-FORMER-BOOK
               END-IF
            END-PERFORM.
            IF WS-SECTION-COUNT EQUAL 0 THEN
               MOVE '  None' TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
            IF WS-BOOK-OVERFLOW NOT EQUAL 0 THEN
               MOVE WS-BOOK-OVERFLOW TO DISP-COUNT
               STRING '  WARNING: ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                      ' further book change(s) did not fit the '
                         DELIMITED BY SIZE
                      '500-book table' DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
        PRINT-BOOKS-EXIT.
            EXIT.
        PRINT-FORMER-BOOK.
            MOVE PB-CHANGED (PB-IX) TO WS-FORMAT-TS.
            PERFORM FORMAT-TIMESTAMP.
            IF PB-STATE (PB-IX) EQUAL 'D' THEN
               STRING '  ' DELIMITED BY SIZE
                      PB-KEY (PB-IX) (1:12) DELIMITED BY SIZE
                      PB-TITLE (PB-IX) DELIMITED BY SIZE
                      '  deleted on ' DELIMITED BY SIZE
                      WS-PRINT-TS DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
            ELSE
               MOVE PB-OWNER (PB-IX) TO DISP-ID
               STRING '  ' DELIMITED BY SIZE
                      PB-KEY (PB-IX) (1:12) DELIMITED BY SIZE
                      PB-TITLE (PB-IX) DELIMITED BY SIZE
                      '  moved to author ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-ID) DELIMITED BY SIZE
                      ' on ' DELIMITED BY SIZE
                      WS-PRINT-TS DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
            END-IF.
            PERFORM WRITE-STATEMENT-LINE.
      *
      * The change history, key by key: the author, then each book.
      *
        PRINT-HISTORY.
            MOVE 'CHANGE HISTORY' TO WS-PRINT-LINE.
            PERFORM WRITE-SECTION-HEADING.
            IF EVENT-COUNT EQUAL 0 THEN
               MOVE '  None on record' TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
               GO TO PRINT-HISTORY-EXIT
            END-IF.
            STRING '  Author ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTHOR-KEY) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE WS-AUTHOR-KEY TO WS-MATCH-KEY.
            PERFORM PRINT-KEY-EVENTS.
            PERFORM VARYING PB-IX FROM 1 BY 1 UNTIL PB-IX > BOOK-COUNT
               STRING '  Book ' DELIMITED BY SIZE
                      FUNCTION TRIM(PB-KEY (PB-IX)) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      FUNCTION TRIM(PB-TITLE (PB-IX)) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
               MOVE PB-KEY (PB-IX) TO WS-MATCH-KEY
               PERFORM PRINT-KEY-EVENTS
            END-PERFORM.
            IF WS-EVENT-OVERFLOW NOT EQUAL 0 THEN
               MOVE WS-EVENT-OVERFLOW TO DISP-COUNT
               STRING '  WARNING: ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                      ' further change(s) did not fit the '
                         DELIMITED BY SIZE
                      '2000-change table' DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
        PRINT-HISTORY-EXIT.
            EXIT.
        PRINT-KEY-EVENTS.
            MOVE 0 TO WS-SECTION-COUNT.
            PERFORM VARYING PE-IX FROM 1 BY 1
                     UNTIL PE-IX > EVENT-COUNT
               IF FUNCTION TRIM(PE-KEY (PE-IX)) EQUAL
                  FUNCTION TRIM(WS-MATCH-KEY) THEN
                  ADD 1 TO WS-SECTION-COUNT
                  PERFORM PRINT-ONE-EVENT
               END-IF
            END-PERFORM.
            IF WS-SECTION-COUNT EQUAL 0 THEN
               MOVE '    No change on record' TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
      *
      * One change: when, what, which program/run/operator, and the
      * values on either side of it.
      *
        PRINT-ONE-EVENT.
            MOVE PE-TIMESTAMP (PE-IX) TO WS-FORMAT-TS.
            PERFORM FORMAT-TIMESTAMP.
            EVALUATE PE-OPERATION (PE-IX)
               WHEN 'I'
                  MOVE 'INSERT' TO WS-OPERATION-TEXT
               WHEN 'U'
                  MOVE 'UPDATE' TO WS-OPERATION-TEXT
               WHEN 'D'
                  MOVE 'DELETE' TO WS-OPERATION-TEXT
               WHEN OTHER
                  MOVE PE-OPERATION (PE-IX) TO WS-OPERATION-TEXT
            END-EVALUATE.
            STRING '    ' DELIMITED BY SIZE
                   WS-PRINT-TS DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-OPERATION-TEXT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PE-PROGRAM-ID (PE-IX) DELIMITED BY SIZE
                   '  run ' DELIMITED BY SIZE
                   PE-RUN-ID (PE-IX) DELIMITED BY SIZE
                   '  by ' DELIMITED BY SIZE
                   PE-OPERATOR-ID (PE-IX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            PERFORM WRITE-STATEMENT-LINE.
            IF PE-BEFORE-NAME (PE-IX) NOT EQUAL SPACES OR
               PE-BEFORE-SURNAME (PE-IX) NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-VALUES-TEXT
               STRING FUNCTION TRIM(PE-BEFORE-NAME (PE-IX))
                         DELIMITED BY SIZE
                      ' / ' DELIMITED BY SIZE
                      FUNCTION TRIM(PE-BEFORE-SURNAME (PE-IX))
                         DELIMITED BY SIZE
                      INTO WS-VALUES-TEXT
               END-STRING
               STRING '        was: ' DELIMITED BY SIZE
                      WS-VALUES-TEXT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
            IF PE-AFTER-NAME (PE-IX) NOT EQUAL SPACES OR
               PE-AFTER-SURNAME (PE-IX) NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-VALUES-TEXT
               STRING FUNCTION TRIM(PE-AFTER-NAME (PE-IX))
                         DELIMITED BY SIZE
                      ' / ' DELIMITED BY SIZE
                      FUNCTION TRIM(PE-AFTER-SURNAME (PE-IX))
                         DELIMITED BY SIZE
                      INTO WS-VALUES-TEXT
               END-STRING
               STRING '        now: ' DELIMITED BY SIZE
                      WS-VALUES-TEXT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
      *
      * Each run behind the history, once, with the input file a
      * loading run consumed.
      *
        PRINT-RUNS.
            MOVE 'RUNS AND INPUT FILES' TO WS-PRINT-LINE.
            PERFORM WRITE-SECTION-HEADING.
            IF EVENT-COUNT EQUAL 0 THEN
               MOVE '  None' TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
               GO TO PRINT-RUNS-EXIT
            END-IF.
            PERFORM VARYING PE-IX FROM 1 BY 1
                     UNTIL PE-IX > EVENT-COUNT
               MOVE 'N' TO WS-RUN-SEEN
               PERFORM VARYING PE-JX FROM 1 BY 1
                        UNTIL PE-JX NOT < PE-IX OR RUN-ALREADY-LISTED
                  IF PE-RUN-ID (PE-JX) EQUAL PE-RUN-ID (PE-IX) THEN
                     SET RUN-ALREADY-LISTED TO TRUE
                  END-IF
               END-PERFORM
               IF NOT RUN-ALREADY-LISTED THEN
                  PERFORM PRINT-ONE-RUN
               END-IF
            END-PERFORM.
        PRINT-RUNS-EXIT.
            EXIT.
        PRINT-ONE-RUN.
            MOVE 0 TO WS-RUN-CHANGES.
            PERFORM VARYING PE-JX FROM PE-IX BY 1
                     UNTIL PE-JX > EVENT-COUNT
               IF PE-RUN-ID (PE-JX) EQUAL PE-RUN-ID (PE-IX) THEN
                  ADD 1 TO WS-RUN-CHANGES
               END-IF
            END-PERFORM.
            MOVE WS-RUN-CHANGES TO DISP-COUNT.
            STRING '  ' DELIMITED BY SIZE
                   PE-RUN-ID (PE-IX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PE-PROGRAM-ID (PE-IX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DISP-COUNT DELIMITED BY SIZE
                   ' change(s)' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            PERFORM WRITE-STATEMENT-LINE.
            MOVE 'N' TO WS-LT-FOUND.
            PERFORM VARYING LT-IX FROM 1 BY 1
                     UNTIL LT-IX > LINEAGE-COUNT OR LINEAGE-ENTRY-FOUND
               IF LT-RUN-ID (LT-IX) EQUAL PE-RUN-ID (PE-IX) THEN
                  SET LINEAGE-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF LINEAGE-ENTRY-FOUND THEN
               SUBTRACT 1 FROM LT-IX
               MOVE SPACES TO WS-VALUES-TEXT
               IF LT-SENDER-ID (LT-IX) NOT EQUAL SPACES THEN
                  STRING '  from sender ' DELIMITED BY SIZE
                         LT-SENDER-ID (LT-IX) DELIMITED BY SIZE
                         INTO WS-VALUES-TEXT
                  END-STRING
               END-IF
               STRING '      input file ' DELIMITED BY SIZE
                      FUNCTION TRIM(LT-ARCHIVE-NAME (LT-IX))
                         DELIMITED BY SIZE
                      WS-VALUES-TEXT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
            ELSE
               MOVE '      no archived input file - not a loading run'
                 TO WS-PRINT-LINE
            END-IF.
            PERFORM WRITE-STATEMENT-LINE.
      *
      * Unresolved EXCEPTION-QUEUE entries for the author or any of
      * the books.
      *
        PRINT-OPEN-EXCEPTIONS.
            MOVE 'OPEN EXCEPTIONS' TO WS-PRINT-LINE.
            PERFORM WRITE-SECTION-HEADING.
            MOVE 0 TO WS-SECTION-COUNT.
            MOVE 'N' TO WS-EXCQ-EOF.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               IF WS-EXCQ-STATUS EQUAL '05' THEN
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
               GO TO PRINT-OPEN-EXCEPTIONS-NONE
            END-IF.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     PERFORM PRINT-ONE-EXCEPTION
                        THRU PRINT-ONE-EXCEPTION-EXIT
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
        PRINT-OPEN-EXCEPTIONS-NONE.
            IF WS-SECTION-COUNT EQUAL 0 THEN
               MOVE '  None' TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
        PRINT-OPEN-EXCEPTIONS-DONE.
            EXIT.
        PRINT-ONE-EXCEPTION.
            IF EXCQ-IS-RESOLVED THEN
               GO TO PRINT-ONE-EXCEPTION-EXIT
            END-IF.
            IF FUNCTION TRIM(EXCQ-BUSINESS-KEY) NOT EQUAL
               FUNCTION TRIM(WS-AUTHOR-KEY) THEN
               MOVE EXCQ-BUSINESS-KEY TO WS-MATCH-KEY
               PERFORM FIND-BOOK
               IF NOT BOOK-ENTRY-FOUND THEN
                  GO TO PRINT-ONE-EXCEPTION-EXIT
               END-IF
            END-IF.
            ADD 1 TO WS-SECTION-COUNT.
            MOVE EXCQ-TIMESTAMP TO WS-FORMAT-TS.
            PERFORM FORMAT-TIMESTAMP.
            STRING '  ' DELIMITED BY SIZE
                   WS-PRINT-TS DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   EXCQ-BUSINESS-KEY (1:12) DELIMITED BY SIZE
                   EXCQ-PROGRAM-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(EXCQ-REASON) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            PERFORM WRITE-STATEMENT-LINE.
            IF EXCQ-TICKET-ID NOT EQUAL SPACES THEN
               STRING '      ticket ' DELIMITED BY SIZE
                      FUNCTION TRIM(EXCQ-TICKET-ID) DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
        PRINT-ONE-EXCEPTION-EXIT.
            EXIT.
      *
      * Unworked AUTHOR-REJECT rows: an author row for this id, or
      * a book row owned by it or for one of its books.
      *
        PRINT-OPEN-REJECTS.
            MOVE 'OPEN REJECTS' TO WS-PRINT-LINE.
            PERFORM WRITE-SECTION-HEADING.
            MOVE 0 TO WS-SECTION-COUNT.
            MOVE 'N' TO WS-REJ-EOF.
            OPEN INPUT AUTHOR-REJECT-FILE.
            IF WS-REJ-STATUS NOT EQUAL '00' THEN
               IF WS-REJ-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-REJECT-FILE
               END-IF
               GO TO PRINT-OPEN-REJECTS-NONE
            END-IF.
            PERFORM UNTIL END-OF-REJ
               READ AUTHOR-REJECT-FILE
                  AT END
                     SET END-OF-REJ TO TRUE
                  NOT AT END
                     PERFORM PRINT-ONE-REJECT THRU PRINT-ONE-REJECT-EXIT
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-REJECT-FILE.
        PRINT-OPEN-REJECTS-NONE.
            IF WS-SECTION-COUNT EQUAL 0 THEN
               MOVE '  None' TO WS-PRINT-LINE
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
        PRINT-OPEN-REJECTS-DONE.
            EXIT.
        PRINT-ONE-REJECT.
            IF REJ-WORKED EQUAL 'Y' OR
               REJ-INPUT-IMAGE (1:9) IS NOT NUMERIC THEN
               GO TO PRINT-ONE-REJECT-EXIT
            END-IF.
            MOVE 'N' TO WS-REJ-MATCH.
            MOVE REJ-INPUT-IMAGE (1:9) TO WS-REJ-ROW-ID.
            IF REJ-INPUT-IMAGE (71:1) EQUAL 'B' THEN
               IF REJ-INPUT-IMAGE (10:9) IS NUMERIC THEN
                  MOVE REJ-INPUT-IMAGE (10:9) TO WS-REJ-OWNER-ID
                  IF WS-REJ-OWNER-ID EQUAL WS-AUTHOR-ID THEN
                     SET REJECT-CONCERNS-AUTHOR TO TRUE
                  END-IF
               END-IF
               MOVE SPACES TO WS-MATCH-KEY
               STRING 'B' DELIMITED BY SIZE
                      WS-REJ-ROW-ID DELIMITED BY SIZE
                      INTO WS-MATCH-KEY
               END-STRING
               PERFORM FIND-BOOK
               IF BOOK-ENTRY-FOUND THEN
                  SET REJECT-CONCERNS-AUTHOR TO TRUE
               END-IF
            ELSE
               IF WS-REJ-ROW-ID EQUAL WS-AUTHOR-ID THEN
                  SET REJECT-CONCERNS-AUTHOR TO TRUE
               END-IF
            END-IF.
            IF NOT REJECT-CONCERNS-AUTHOR THEN
               GO TO PRINT-ONE-REJECT-EXIT
            END-IF.
            ADD 1 TO WS-SECTION-COUNT.
            MOVE REJ-TIMESTAMP TO WS-FORMAT-TS.
            PERFORM FORMAT-TIMESTAMP.
            MOVE REJ-ROW-NUMBER TO DISP-COUNT.
            STRING '  ' DELIMITED BY SIZE
                   WS-PRINT-TS DELIMITED BY SIZE
                   '  run ' DELIMITED BY SIZE
                   REJ-RUN-ID DELIMITED BY SIZE
                   '  row ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   REJ-REASON-CODE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(REJ-REASON-TEXT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            PERFORM WRITE-STATEMENT-LINE.
        PRINT-ONE-REJECT-EXIT.
            EXIT.
      *
      * yyyy-mm-dd hh:mm from a FUNCTION CURRENT-DATE timestamp.
      *
        FORMAT-TIMESTAMP.
            MOVE SPACES TO WS-PRINT-TS.
            IF WS-FORMAT-TS (1:12) IS NUMERIC THEN
               STRING WS-FORMAT-TS (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-FORMAT-TS (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-FORMAT-TS (7:2) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FORMAT-TS (9:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      WS-FORMAT-TS (11:2) DELIMITED BY SIZE
                      INTO WS-PRINT-TS
               END-STRING
            END-IF.
      *
      * A section heading, kept off the foot of a page: with fewer
      * than four lines left the section starts on the next one.
      *
        WRITE-SECTION-HEADING.
            IF WS-PAGE-LINE > 56 THEN
               MOVE 99 TO WS-PAGE-LINE
            END-IF.
            MOVE WS-PRINT-LINE TO WS-HEADER-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-PAGE-LINE NOT EQUAL 99 THEN
               PERFORM WRITE-STATEMENT-LINE
            END-IF.
            MOVE WS-HEADER-LINE TO WS-PRINT-LINE.
            MOVE SPACES TO WS-HEADER-LINE.
            PERFORM WRITE-STATEMENT-LINE.
      *
      * Every statement line goes through here, so every page gets
      * its heading: the author, the request reference, the run and
      * the page number.
      *
        WRITE-STATEMENT-LINE.
            IF WS-PAGE-LINE NOT < 60 THEN
               PERFORM WRITE-PAGE-HEADING
            END-IF.
            WRITE PORTFOLIO-STATEMENT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-PAGE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
        WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER.
            MOVE WS-PAGE-NUMBER TO DISP-PAGE.
            MOVE SPACES TO WS-HEADER-LINE.
            STRING 'AUTHOR PORTFOLIO STATEMENT' DELIMITED BY SIZE
                   '    author ' DELIMITED BY SIZE
                   WS-AUTHOR-KEY (1:10) DELIMITED BY SIZE
                   '    printed ' DELIMITED BY SIZE
                   WS-TODAY (1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TODAY (5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TODAY (7:2) DELIMITED BY SIZE
                   '    run ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '    page ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-PAGE) DELIMITED BY SIZE
                   INTO WS-HEADER-LINE
            END-STRING.
            WRITE PORTFOLIO-STATEMENT-RECORD FROM WS-HEADER-LINE
               AFTER ADVANCING PAGE.
            MOVE SPACES TO WS-HEADER-LINE.
            IF WS-REFERENCE NOT EQUAL SPACES THEN
               STRING 'Reference: ' DELIMITED BY SIZE
                      WS-REFERENCE DELIMITED BY SIZE
                      INTO WS-HEADER-LINE
               END-STRING
            END-IF.
            WRITE PORTFOLIO-STATEMENT-RECORD FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE.
            MOVE ALL '-' TO WS-HEADER-LINE.
            WRITE PORTFOLIO-STATEMENT-RECORD FROM WS-HEADER-LINE
               AFTER ADVANCING 1 LINE.
            MOVE SPACES TO WS-HEADER-LINE.
            MOVE 3 TO WS-PAGE-LINE.
      * The inquiry access log, shared by every inquiry program
      * (see INQACCWR.cpy, INQACCWS.cpy and INQACC.cpy), and the
      * interlocked run-number issuance (see ISSUERUN.cpy).
           COPY INQACCWR.
           COPY ISSUERUN.
