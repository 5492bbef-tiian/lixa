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
      * Usage: EXAMPLE48_DUPCAND [MIN=nn]
      *
      * Nightly duplicate-author candidate run.  The same writer
      * keeps turning up under two or three author ids because
      * different senders key "O'Brien, Pat" and "OBrien, Patrick"
      * independently, and the first anyone hears of it is the
      * royalty team paying one person twice.  This program nets
      * AUTHORS-MASTER exactly as EXAMPLE17_MASTER and
      * EXAMPLE36_NAMESRCH do, then compares every live author
      * against every other live author on normalized names:
      *
      *   - case, punctuation, blanks and accents are folded away
      *     (a UTF-8 or Latin-1 accented letter compares as its
      *     base letter, so an accented e compares as E);
      *   - an initial, or a run of initials, matches the full name
      *     it abbreviates (P. / Pat / Patrick, J.R. / John Robert);
      *   - a small spelling distance is tolerated (one edit on a
      *     surname of four bytes or more, two on six or more).
      *
      * Each pair scoring MIN= or better (default 75 of 100) is
      * written to DUPLICATE-CANDIDATES (see DUPCAND.cpy) and to
      * the DUPLICATE-REPORT worklist, highest score first, with
      * both ids and names, the books each id owns (netted from
      * the book keys of CHANGE-AUDIT) and the run id that created
      * each id, so a clerk works the list from the top and takes
      * the agreed pairs to EXAMPLE49_MERGE.  Nothing is changed.
      * CHANGE-AUDIT is read whole: every archived generation the
      * housekeeping catalog names (see GENCAT.cpy), oldest cut
      * first, then the live file - so an author created, or a
      * book moved, before the last retention cut still counts.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE48-DUPCAND.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUTHORS-MASTER-FILE ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
      * The trail is read generation by generation, so the ASSIGN
      * goes through a data name the catalog walk repoints
            SELECT CHANGE-AUDIT-FILE
                ASSIGN TO DYNAMIC WS-CHGAUD-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHGAUD-STATUS.
      * The housekeeping job's record of every archive generation
      * (see GENCAT.cpy); absent on an installation that has never
      * cut, which is not an error
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
            SELECT DUPLICATE-CANDIDATES-FILE
                ASSIGN TO "DUPLICATE-CANDIDATES"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT DUPLICATE-REPORT-FILE
                ASSIGN TO "DUPLICATE-REPORT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD AUTHORS-MASTER-FILE.
        01 AUTHORS-MASTER-RECORD.
           COPY MSTREC.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD DUPLICATE-CANDIDATES-FILE.
        01 DUPLICATE-CANDIDATE-RECORD.
           COPY DUPCAND.
        FD DUPLICATE-REPORT-FILE.
        01 DUPLICATE-REPORT-RECORD PIC X(132).
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
        01 WS-CHGAUD-STATUS PIC X(2) VALUE '00'.
        01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
        01 WS-CHGAUD-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHGAUD VALUE 'Y'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
      * The physical trail being netted: each archived generation
      * first, the live file last
        01 WS-CHGAUD-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-GENERATIONS-READ PIC 9(4) VALUE 0.
        01 WS-AUDIT-FILES-READ PIC 9(4) VALUE 0.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-MIN-SCORE PIC 9(3) VALUE 75.
      * The journal netted to its latest record per id, the same
      * shape EXAMPLE17_MASTER nets, plus what the candidate pass
      * needs: the creating run, the books owned and the folded
      * forms of both names, computed once per id
        01 NET-TABLE.
           05 NET-COUNT PIC 9(5) VALUE 0.
           05 NET-ENTRY OCCURS 10000 TIMES.
              10 NET-ID          PIC 9(9).
              10 NET-NAME        PIC X(30).
              10 NET-SURNAME     PIC X(30).
              10 NET-DELETED     PIC X(1).
              10 NET-TIMESTAMP   PIC X(21).
              10 NET-CREATED-RUN PIC X(13).
              10 NET-CREATED-SRC PIC X(1).
              10 NET-BOOKS       PIC 9(5).
              10 NET-FOLD-SURNAME PIC X(30).
              10 NET-FOLD-SLEN   PIC 9(2).
              10 NET-FOLD-NAME   PIC X(30).
              10 NET-FOLD-NLEN   PIC 9(2).
              10 NET-INITIALS    PIC X(10).
              10 NET-INIT-LEN    PIC 9(2).
              10 NET-ALL-INITIALS PIC X(1).
        01 NET-IX PIC 9(5).
        01 NET-JX PIC 9(5).
        01 WS-NET-FOUND PIC X(1) VALUE 'N'.
           88 NET-ENTRY-FOUND VALUE 'Y'.
        01 WS-JOURNAL-COUNT PIC 9(9) VALUE 0.
        01 WS-LIVE-COUNT PIC 9(9) VALUE 0.
        01 WS-OVERFLOW PIC X(1) VALUE 'N'.
           88 NET-TABLE-OVERFLOWED VALUE 'Y'.
      * The book keys of CHANGE-AUDIT netted to their current owner:
      * a 'B'-prefixed key's after-surname carries the owning author
      * id, and a delete leaves the book unowned
        01 BOOK-TABLE.
           05 BOOK-COUNT PIC 9(5) VALUE 0.
           05 BOOK-ENTRY OCCURS 20000 TIMES.
              10 BOOK-KEY   PIC X(20).
              10 BOOK-OWNER PIC 9(9).
        01 BOOK-IX PIC 9(5).
        01 WS-BOOK-FOUND PIC X(1) VALUE 'N'.
           88 BOOK-ENTRY-FOUND VALUE 'Y'.
        01 WS-BOOK-OVERFLOW PIC X(1) VALUE 'N'.
           88 BOOK-TABLE-OVERFLOWED VALUE 'Y'.
        01 WS-AUDIT-KEY-ID PIC 9(9) VALUE 0.
      * Name folding work fields
        01 WS-FOLD-IN PIC X(30) VALUE SPACES.
        01 WS-FOLD-OUT PIC X(30) VALUE SPACES.
        01 WS-FOLD-LEN PIC 9(2) VALUE 0.
        01 WS-FOLD-INITIALS PIC X(10) VALUE SPACES.
        01 WS-FOLD-INIT-LEN PIC 9(2) VALUE 0.
        01 WS-FOLD-WORD-LEN PIC 9(2) VALUE 0.
        01 WS-FOLD-LONG-WORD PIC X(1) VALUE 'N'.
           88 FOLD-HAS-LONG-WORD VALUE 'Y'.
        01 WS-FOLD-IX PIC 9(2) VALUE 0.
        01 WS-FOLD-CHAR PIC X(1) VALUE SPACE.
        01 WS-FOLD-ORD PIC 9(3) VALUE 0.
        01 WS-FOLD-SKIP PIC X(1) VALUE 'N'.
           88 FOLD-SKIP-NEXT VALUE 'Y'.
      * Accented letters to their base letter, one byte per code
      * point: the Latin-1 range C0-FF and the second byte of a
      * UTF-8 C3 pair (80-BF) share this one layout
        01 WS-ACCENT-MAP.
           05 FILLER PIC X(32) VALUE 'AAAAAAACEEEEIIIIDNOOOOO OUUUUY S'.
           05 FILLER PIC X(32) VALUE 'AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y'.
      * Banded edit distance: only the diagonal band of width two
      * either side is ever computed, since anything wider is not a
      * "small spelling distance" anyway
        01 LEV-MATRIX.
           05 LEV-ROW OCCURS 31 TIMES.
              10 LEV-CELL PIC 9(2) OCCURS 31 TIMES.
        01 WS-LEV-A PIC X(30) VALUE SPACES.
        01 WS-LEV-B PIC X(30) VALUE SPACES.
        01 WS-LEV-LEN-A PIC 9(2) VALUE 0.
        01 WS-LEV-LEN-B PIC 9(2) VALUE 0.
        01 WS-LEV-DISTANCE PIC 9(2) VALUE 0.
        01 WS-LEV-I PIC 9(2) VALUE 0.
        01 WS-LEV-J PIC 9(2) VALUE 0.
        01 WS-LEV-LO PIC 9(2) VALUE 0.
        01 WS-LEV-HI PIC 9(2) VALUE 0.
        01 WS-LEV-COST PIC 9(2) VALUE 0.
        01 WS-LEV-BEST PIC 9(2) VALUE 0.
        01 WS-LEV-ROW-MIN PIC 9(2) VALUE 0.
        01 WS-LEV-DIFF PIC S9(3) VALUE 0.
      * One pair's scoring
        01 WS-SURNAME-SCORE PIC 9(3) VALUE 0.
        01 WS-NAME-SCORE PIC 9(3) VALUE 0.
        01 WS-PAIR-SCORE PIC 9(3) VALUE 0.
        01 WS-SURNAME-BASIS PIC X(16) VALUE SPACES.
        01 WS-NAME-BASIS PIC X(16) VALUE SPACES.
        01 WS-SHORT-IX PIC 9(5) VALUE 0.
        01 WS-LONG-IX PIC 9(5) VALUE 0.
        01 WS-SHORT-LEN PIC 9(2) VALUE 0.
      * The scored pairs, kept in descending score order as they
      * are found so the worklist comes out highest first
        01 CAND-TABLE.
           05 CAND-COUNT PIC 9(5) VALUE 0.
           05 CAND-ENTRY OCCURS 5000 TIMES.
              10 CAND-SCORE PIC 9(3).
              10 CAND-IX-A  PIC 9(5).
              10 CAND-IX-B  PIC 9(5).
              10 CAND-BASIS PIC X(30).
        01 CAND-IX PIC 9(5).
        01 CAND-JX PIC 9(5).
        01 WS-CAND-DROPPED PIC 9(9) VALUE 0.
        01 WS-PAIRS-COMPARED PIC 9(12) VALUE 0.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 DISP-ID PIC Z(8)9.
        01 DISP-ID-B PIC Z(8)9.
        01 DISP-BOOKS PIC ZZZZ9.
        01 DISP-BOOKS-B PIC ZZZZ9.
        01 DISP-SCORE PIC ZZ9.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE48_DUPCAND'.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-ARG-KEYWORD
               MOVE SPACES TO WS-ARG-VALUE
               UNSTRING FUNCTION UPPER-CASE(ARGV) DELIMITED BY '='
                  INTO WS-ARG-KEYWORD WS-ARG-VALUE
               END-UNSTRING
               IF WS-ARG-KEYWORD EQUAL 'MIN' AND
                  FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC THEN
                  COMPUTE WS-MIN-SCORE =
                     FUNCTION NUMVAL(WS-ARG-VALUE)
                  END-COMPUTE
               ELSE
                  DISPLAY 'Usage: EXAMPLE48_DUPCAND [MIN=nn]'
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            DISPLAY 'Minimum score: ' WS-MIN-SCORE.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            PERFORM NET-THE-JOURNAL THRU NET-THE-JOURNAL.
            PERFORM NET-THE-AUDIT THRU NET-THE-AUDIT-EXIT.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT
               IF NET-DELETED (NET-IX) NOT EQUAL 'Y' THEN
                  ADD 1 TO WS-LIVE-COUNT
                  PERFORM FOLD-ONE-AUTHOR THRU FOLD-ONE-AUTHOR
               END-IF
            END-PERFORM.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT
               IF NET-DELETED (NET-IX) NOT EQUAL 'Y' THEN
                  COMPUTE NET-JX = NET-IX + 1
                  PERFORM VARYING NET-JX FROM NET-JX BY 1
                           UNTIL NET-JX > NET-COUNT
                     IF NET-DELETED (NET-JX) NOT EQUAL 'Y' THEN
                        PERFORM SCORE-ONE-PAIR
                           THRU SCORE-ONE-PAIR-EXIT
                     END-IF
                  END-PERFORM
               END-IF
            END-PERFORM.
            PERFORM WRITE-CANDIDATES THRU WRITE-CANDIDATES.
            DISPLAY 'DUPLICATE RESULT: ' WS-LIVE-COUNT
                    ' live author(s), ' WS-PAIRS-COMPARED
                    ' pair(s) compared, ' CAND-COUNT
                    ' candidate(s) at or above ' WS-MIN-SCORE
                    ' - worklist in DUPLICATE-REPORT'.
            IF WS-CAND-DROPPED > 0 THEN
               DISPLAY 'WARNING: ' WS-CAND-DROPPED ' lower-scoring '
                       'candidate(s) beyond the 5000-pair worklist '
                       'were not kept - raise MIN= and rerun'
            END-IF.
            STOP RUN RETURNING 0.
      *
      * Net the append-only journal to its latest record per id,
      * exactly as EXAMPLE17_MASTER does; the first record seen for
      * an id names the run that created it.
      *
        NET-THE-JOURNAL.
            OPEN INPUT AUTHORS-MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00' THEN
               DISPLAY 'AUTHORS-MASTER not available (status '
                       WS-MASTER-STATUS ') - has a loader run yet?'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM UNTIL END-OF-MASTER
               READ AUTHORS-MASTER-FILE
                  AT END
                     SET END-OF-MASTER TO TRUE
                  NOT AT END
                     ADD 1 TO WS-JOURNAL-COUNT
                     PERFORM NET-ONE-RECORD THRU NET-ONE-RECORD-EXIT
               END-READ
            END-PERFORM.
            CLOSE AUTHORS-MASTER-FILE.
            IF NET-TABLE-OVERFLOWED THEN
               DISPLAY 'WARNING: more than 10000 distinct ids - '
                       'run COMPACT and split the master'
            END-IF.
        NET-ONE-RECORD.
            MOVE 'N' TO WS-NET-FOUND.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT OR NET-ENTRY-FOUND
               IF NET-ID (NET-IX) EQUAL MST-ID THEN
                  SET NET-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NET-ENTRY-FOUND THEN
               SUBTRACT 1 FROM NET-IX
            ELSE
               IF NET-COUNT EQUAL 10000 THEN
                  SET NET-TABLE-OVERFLOWED TO TRUE
                  GO TO NET-ONE-RECORD-EXIT
               END-IF
               ADD 1 TO NET-COUNT
               MOVE NET-COUNT TO NET-IX
               MOVE MST-ID TO NET-ID (NET-IX)
               MOVE MST-RUN-ID TO NET-CREATED-RUN (NET-IX)
               MOVE 'M' TO NET-CREATED-SRC (NET-IX)
               MOVE 0 TO NET-BOOKS (NET-IX)
            END-IF.
            MOVE MST-NAME TO NET-NAME (NET-IX).
            MOVE MST-SURNAME TO NET-SURNAME (NET-IX).
            MOVE MST-DELETED TO NET-DELETED (NET-IX).
            MOVE MST-TIMESTAMP TO NET-TIMESTAMP (NET-IX).
        NET-ONE-RECORD-EXIT.
            EXIT.
      *
      * One pass over the whole CHANGE-AUDIT trail - the archived
      * generations the catalog names first (oldest cut first, the
      * order they left the live file), then the live file, the
      * same catalog walk EXAMPLE34_ASOF performs: an author key's
      * first insert anywhere in the trail is the authoritative
      * creating run (a COMPACTed master has lost its first
      * record), and the book keys net to their current owner, the
      * last record winning.  A BULK batch leaves one summarized
      * record, not one per book, so bulk-loaded books are not
      * counted here.
      *
        NET-THE-AUDIT.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-GENCAT
                  READ GENERATION-CATALOG-FILE
                     AT END
                        SET END-OF-GENCAT TO TRUE
                     NOT AT END
                        IF GC-FILE-NAME EQUAL 'CHANGE-AUDIT' THEN
                           MOVE SPACES TO WS-CHGAUD-NAME
                           STRING 'CHANGE-AUDIT-ARC-'
                                  DELIMITED BY SIZE
                                  GC-GENERATION DELIMITED BY SIZE
                                  INTO WS-CHGAUD-NAME
                           END-STRING
                           ADD 1 TO WS-GENERATIONS-READ
                           PERFORM NET-ONE-AUDIT-FILE
                              THRU NET-ONE-AUDIT-FILE-DONE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE GENERATION-CATALOG-FILE
            ELSE
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
            END-IF.
            IF WS-GENERATIONS-READ NOT EQUAL 0 THEN
               DISPLAY 'Catalog: ' WS-GENERATIONS-READ
                       ' archived CHANGE-AUDIT generation(s) netted '
                       'ahead of the live file'
            END-IF.
            MOVE 'CHANGE-AUDIT' TO WS-CHGAUD-NAME.
            PERFORM NET-ONE-AUDIT-FILE THRU NET-ONE-AUDIT-FILE-DONE.
            IF WS-AUDIT-FILES-READ EQUAL 0 THEN
               DISPLAY 'CHANGE-AUDIT not available - book counts '
                       'are zero and creating runs come from the '
                       'master'
               GO TO NET-THE-AUDIT-EXIT
            END-IF.
            IF BOOK-TABLE-OVERFLOWED THEN
               DISPLAY 'WARNING: more than 20000 book keys - book '
                       'counts cover the first 20000 only'
            END-IF.
            PERFORM VARYING BOOK-IX FROM 1 BY 1
                     UNTIL BOOK-IX > BOOK-COUNT
               IF BOOK-OWNER (BOOK-IX) > 0 THEN
                  MOVE 'N' TO WS-NET-FOUND
                  PERFORM VARYING NET-IX FROM 1 BY 1
                           UNTIL NET-IX > NET-COUNT OR
                                 NET-ENTRY-FOUND
                     IF NET-ID (NET-IX) EQUAL BOOK-OWNER (BOOK-IX)
                        THEN
                        SET NET-ENTRY-FOUND TO TRUE
                     END-IF
                  END-PERFORM
                  IF NET-ENTRY-FOUND THEN
                     SUBTRACT 1 FROM NET-IX
                     ADD 1 TO NET-BOOKS (NET-IX)
                  END-IF
               END-IF
            END-PERFORM.
        NET-THE-AUDIT-EXIT.
            EXIT.
      *
      * One file of the trail, in file (commit) order.  A live file
      * missing on a young installation and a catalogued archive
      * that was moved off line are both reported, not fatal.
      *
        NET-ONE-AUDIT-FILE.
            MOVE 'N' TO WS-CHGAUD-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHGAUD-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-CHGAUD-NAME)
                       ' not available (status ' WS-CHGAUD-STATUS
                       ') - skipped'
               GO TO NET-ONE-AUDIT-FILE-DONE
            END-IF.
            ADD 1 TO WS-AUDIT-FILES-READ.
            PERFORM UNTIL END-OF-CHGAUD
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHGAUD TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-AUDIT THRU NET-ONE-AUDIT-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        NET-ONE-AUDIT-FILE-DONE.
            EXIT.
        NET-ONE-AUDIT.
            IF CHG-AFTER-NAME(1:14) EQUAL 'BULK BATCH OF ' THEN
               GO TO NET-ONE-AUDIT-EXIT
            END-IF.
            IF CHG-BUSINESS-KEY(1:1) EQUAL 'B' THEN
               MOVE 'N' TO WS-BOOK-FOUND
               PERFORM VARYING BOOK-IX FROM 1 BY 1
                        UNTIL BOOK-IX > BOOK-COUNT OR
                              BOOK-ENTRY-FOUND
                  IF BOOK-KEY (BOOK-IX) EQUAL CHG-BUSINESS-KEY THEN
                     SET BOOK-ENTRY-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF BOOK-ENTRY-FOUND THEN
                  SUBTRACT 1 FROM BOOK-IX
               ELSE
                  IF BOOK-COUNT EQUAL 20000 THEN
                     SET BOOK-TABLE-OVERFLOWED TO TRUE
                     GO TO NET-ONE-AUDIT-EXIT
                  END-IF
                  ADD 1 TO BOOK-COUNT
                  MOVE BOOK-COUNT TO BOOK-IX
                  MOVE CHG-BUSINESS-KEY TO BOOK-KEY (BOOK-IX)
               END-IF
               IF CHG-OP-DELETE OR
                  FUNCTION TRIM(CHG-AFTER-SURNAME) EQUAL SPACES OR
                  FUNCTION TRIM(CHG-AFTER-SURNAME) IS NOT NUMERIC
                  THEN
                  MOVE 0 TO BOOK-OWNER (BOOK-IX)
               ELSE
                  COMPUTE BOOK-OWNER (BOOK-IX) =
                     FUNCTION NUMVAL(CHG-AFTER-SURNAME)
                  END-COMPUTE
               END-IF
               GO TO NET-ONE-AUDIT-EXIT
            END-IF.
            IF NOT CHG-OP-INSERT OR
               FUNCTION TRIM(CHG-BUSINESS-KEY) IS NOT NUMERIC THEN
               GO TO NET-ONE-AUDIT-EXIT
            END-IF.
            COMPUTE WS-AUDIT-KEY-ID =
               FUNCTION NUMVAL(CHG-BUSINESS-KEY)
            END-COMPUTE.
            MOVE 'N' TO WS-NET-FOUND.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT OR NET-ENTRY-FOUND
               IF NET-ID (NET-IX) EQUAL WS-AUDIT-KEY-ID THEN
                  SET NET-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NET-ENTRY-FOUND THEN
               SUBTRACT 1 FROM NET-IX
               IF NET-CREATED-SRC (NET-IX) NOT EQUAL 'A' THEN
                  MOVE CHG-RUN-ID TO NET-CREATED-RUN (NET-IX)
                  MOVE 'A' TO NET-CREATED-SRC (NET-IX)
               END-IF
            END-IF.
        NET-ONE-AUDIT-EXIT.
            EXIT.
      *
      * Both names of one live author folded once, up front, so the
      * pairwise pass compares prepared strings only.
      *
        FOLD-ONE-AUTHOR.
            MOVE NET-SURNAME (NET-IX) TO WS-FOLD-IN.
            PERFORM FOLD-NAME THRU FOLD-NAME.
            MOVE WS-FOLD-OUT TO NET-FOLD-SURNAME (NET-IX).
            MOVE WS-FOLD-LEN TO NET-FOLD-SLEN (NET-IX).
            MOVE NET-NAME (NET-IX) TO WS-FOLD-IN.
            PERFORM FOLD-NAME THRU FOLD-NAME.
            MOVE WS-FOLD-OUT TO NET-FOLD-NAME (NET-IX).
            MOVE WS-FOLD-LEN TO NET-FOLD-NLEN (NET-IX).
            MOVE WS-FOLD-INITIALS TO NET-INITIALS (NET-IX).
            MOVE WS-FOLD-INIT-LEN TO NET-INIT-LEN (NET-IX).
            IF FOLD-HAS-LONG-WORD THEN
               MOVE 'N' TO NET-ALL-INITIALS (NET-IX)
            ELSE
               MOVE 'Y' TO NET-ALL-INITIALS (NET-IX)
            END-IF.
      *
      * Fold WS-FOLD-IN to upper-case letters only: punctuation,
      * blanks and digits drop out, an accented letter becomes its
      * base letter.  On the way the initial of every word is
      * collected, and whether any word was longer than one letter
      * (a name made only of initials matches on those alone).
      *
        FOLD-NAME.
            MOVE SPACES TO WS-FOLD-OUT.
            MOVE SPACES TO WS-FOLD-INITIALS.
            MOVE 0 TO WS-FOLD-LEN.
            MOVE 0 TO WS-FOLD-INIT-LEN.
            MOVE 0 TO WS-FOLD-WORD-LEN.
            MOVE 'N' TO WS-FOLD-LONG-WORD.
            MOVE 'N' TO WS-FOLD-SKIP.
            MOVE FUNCTION UPPER-CASE(WS-FOLD-IN) TO WS-FOLD-IN.
            PERFORM VARYING WS-FOLD-IX FROM 1 BY 1
                     UNTIL WS-FOLD-IX > 30
               MOVE WS-FOLD-IN(WS-FOLD-IX:1) TO WS-FOLD-CHAR
               COMPUTE WS-FOLD-ORD = FUNCTION ORD(WS-FOLD-CHAR) - 1
               EVALUATE TRUE
                  WHEN FOLD-SKIP-NEXT
                     MOVE 'N' TO WS-FOLD-SKIP
                  WHEN WS-FOLD-ORD EQUAL 195 AND WS-FOLD-IX < 30
                     MOVE WS-FOLD-IN(WS-FOLD-IX + 1:1)
                       TO WS-FOLD-CHAR
                     COMPUTE WS-FOLD-ORD =
                        FUNCTION ORD(WS-FOLD-CHAR) - 1
                     IF WS-FOLD-ORD NOT < 128 AND
                        WS-FOLD-ORD NOT > 191 THEN
                        MOVE WS-ACCENT-MAP(WS-FOLD-ORD - 127:1)
                          TO WS-FOLD-CHAR
                        SET FOLD-SKIP-NEXT TO TRUE
                        PERFORM FOLD-KEEP-CHAR THRU FOLD-KEEP-CHAR
                     ELSE
                        PERFORM FOLD-END-WORD THRU FOLD-END-WORD
                     END-IF
                  WHEN WS-FOLD-ORD NOT < 192
                     MOVE WS-ACCENT-MAP(WS-FOLD-ORD - 191:1)
                       TO WS-FOLD-CHAR
                     PERFORM FOLD-KEEP-CHAR THRU FOLD-KEEP-CHAR
                  WHEN WS-FOLD-CHAR NOT < 'A' AND
                       WS-FOLD-CHAR NOT > 'Z'
                     PERFORM FOLD-KEEP-CHAR THRU FOLD-KEEP-CHAR
      * An apostrophe joins, it does not split: O'Brien is one
      * word, OBRIEN
                  WHEN WS-FOLD-CHAR EQUAL ''''
                     CONTINUE
                  WHEN OTHER
                     PERFORM FOLD-END-WORD THRU FOLD-END-WORD
               END-EVALUATE
            END-PERFORM.
            PERFORM FOLD-END-WORD THRU FOLD-END-WORD.
      * A folded letter (the map's blank marks a sign that is not a
      * letter) joins the folded string and the current word
        FOLD-KEEP-CHAR.
            IF WS-FOLD-CHAR EQUAL SPACE THEN
               PERFORM FOLD-END-WORD THRU FOLD-END-WORD
            ELSE
               IF WS-FOLD-WORD-LEN EQUAL 0 AND
                  WS-FOLD-INIT-LEN < 10 THEN
                  ADD 1 TO WS-FOLD-INIT-LEN
                  MOVE WS-FOLD-CHAR
                    TO WS-FOLD-INITIALS(WS-FOLD-INIT-LEN:1)
               END-IF
               ADD 1 TO WS-FOLD-WORD-LEN
               IF WS-FOLD-LEN < 30 THEN
                  ADD 1 TO WS-FOLD-LEN
                  MOVE WS-FOLD-CHAR TO WS-FOLD-OUT(WS-FOLD-LEN:1)
               END-IF
            END-IF.
        FOLD-END-WORD.
            IF WS-FOLD-WORD-LEN > 1 THEN
               SET FOLD-HAS-LONG-WORD TO TRUE
            END-IF.
            MOVE 0 TO WS-FOLD-WORD-LEN.
      *
      * One pair of live authors: the surname must match exactly or
      * within the small-distance allowance, then the name adds to
      * the score.
      *
        SCORE-ONE-PAIR.
            ADD 1 TO WS-PAIRS-COMPARED.
            IF NET-FOLD-SLEN (NET-IX) EQUAL 0 OR
               NET-FOLD-SLEN (NET-JX) EQUAL 0 THEN
               GO TO SCORE-ONE-PAIR-EXIT
            END-IF.
            MOVE 0 TO WS-SURNAME-SCORE.
            IF NET-FOLD-SURNAME (NET-IX) EQUAL
               NET-FOLD-SURNAME (NET-JX) THEN
               MOVE 60 TO WS-SURNAME-SCORE
               MOVE 'SURNAME EXACT' TO WS-SURNAME-BASIS
            ELSE
               COMPUTE WS-LEV-DIFF = NET-FOLD-SLEN (NET-IX) -
                                     NET-FOLD-SLEN (NET-JX)
               END-COMPUTE
               IF WS-LEV-DIFF > 2 OR WS-LEV-DIFF < -2 OR
                  NET-FOLD-SLEN (NET-IX) < 4 OR
                  NET-FOLD-SLEN (NET-JX) < 4 THEN
                  GO TO SCORE-ONE-PAIR-EXIT
               END-IF
               MOVE NET-FOLD-SURNAME (NET-IX) TO WS-LEV-A
               MOVE NET-FOLD-SLEN (NET-IX) TO WS-LEV-LEN-A
               MOVE NET-FOLD-SURNAME (NET-JX) TO WS-LEV-B
               MOVE NET-FOLD-SLEN (NET-JX) TO WS-LEV-LEN-B
               PERFORM EDIT-DISTANCE THRU EDIT-DISTANCE-EXIT
               IF WS-LEV-DISTANCE EQUAL 1 THEN
                  MOVE 45 TO WS-SURNAME-SCORE
                  MOVE 'SURNAME 1 EDIT' TO WS-SURNAME-BASIS
               END-IF
               IF WS-LEV-DISTANCE EQUAL 2 AND
                  NET-FOLD-SLEN (NET-IX) NOT < 6 AND
                  NET-FOLD-SLEN (NET-JX) NOT < 6 THEN
                  MOVE 30 TO WS-SURNAME-SCORE
                  MOVE 'SURNAME 2 EDITS' TO WS-SURNAME-BASIS
               END-IF
            END-IF.
            IF WS-SURNAME-SCORE EQUAL 0 THEN
               GO TO SCORE-ONE-PAIR-EXIT
            END-IF.
            PERFORM SCORE-NAMES THRU SCORE-NAMES-EXIT.
            COMPUTE WS-PAIR-SCORE = WS-SURNAME-SCORE + WS-NAME-SCORE.
            IF WS-PAIR-SCORE < WS-MIN-SCORE THEN
               GO TO SCORE-ONE-PAIR-EXIT
            END-IF.
            PERFORM KEEP-CANDIDATE THRU KEEP-CANDIDATE-EXIT.
        SCORE-ONE-PAIR-EXIT.
            EXIT.
      *
      * The name's contribution: exact, initials against the full
      * name, a short form that starts the long one (Pat/Patrick),
      * one edit, or at least the same first letter.
      *
        SCORE-NAMES.
            MOVE 0 TO WS-NAME-SCORE.
            MOVE 'NAME DIFFERS' TO WS-NAME-BASIS.
            IF NET-FOLD-NLEN (NET-IX) EQUAL 0 OR
               NET-FOLD-NLEN (NET-JX) EQUAL 0 THEN
               MOVE 'NAME BLANK' TO WS-NAME-BASIS
               GO TO SCORE-NAMES-EXIT
            END-IF.
            IF NET-FOLD-NAME (NET-IX) EQUAL NET-FOLD-NAME (NET-JX)
               THEN
               MOVE 40 TO WS-NAME-SCORE
               MOVE 'NAME EXACT' TO WS-NAME-BASIS
               GO TO SCORE-NAMES-EXIT
            END-IF.
            IF NET-FOLD-NLEN (NET-IX) < NET-FOLD-NLEN (NET-JX) THEN
               MOVE NET-IX TO WS-SHORT-IX
               MOVE NET-JX TO WS-LONG-IX
            ELSE
               MOVE NET-JX TO WS-SHORT-IX
               MOVE NET-IX TO WS-LONG-IX
            END-IF.
            MOVE NET-FOLD-NLEN (WS-SHORT-IX) TO WS-SHORT-LEN.
            IF NET-ALL-INITIALS (WS-SHORT-IX) EQUAL 'Y' AND
               NET-INITIALS (WS-SHORT-IX) EQUAL
               NET-INITIALS (WS-LONG-IX) THEN
               MOVE 25 TO WS-NAME-SCORE
               MOVE 'NAME INITIALS' TO WS-NAME-BASIS
               GO TO SCORE-NAMES-EXIT
            END-IF.
            IF NET-ALL-INITIALS (WS-SHORT-IX) EQUAL 'Y' AND
               NET-INIT-LEN (WS-SHORT-IX) EQUAL 1 AND
               NET-INITIALS (WS-SHORT-IX)(1:1) EQUAL
               NET-INITIALS (WS-LONG-IX)(1:1) THEN
               MOVE 25 TO WS-NAME-SCORE
               MOVE 'NAME INITIAL' TO WS-NAME-BASIS
               GO TO SCORE-NAMES-EXIT
            END-IF.
            IF WS-SHORT-LEN NOT < 2 AND
               NET-FOLD-NAME (WS-SHORT-IX)(1:WS-SHORT-LEN) EQUAL
               NET-FOLD-NAME (WS-LONG-IX)(1:WS-SHORT-LEN) THEN
               MOVE 25 TO WS-NAME-SCORE
               MOVE 'NAME SHORT FORM' TO WS-NAME-BASIS
               GO TO SCORE-NAMES-EXIT
            END-IF.
            IF WS-SHORT-LEN NOT < 4 THEN
               COMPUTE WS-LEV-DIFF = NET-FOLD-NLEN (WS-LONG-IX) -
                                     WS-SHORT-LEN
               END-COMPUTE
               IF WS-LEV-DIFF NOT > 1 THEN
                  MOVE NET-FOLD-NAME (NET-IX) TO WS-LEV-A
                  MOVE NET-FOLD-NLEN (NET-IX) TO WS-LEV-LEN-A
                  MOVE NET-FOLD-NAME (NET-JX) TO WS-LEV-B
                  MOVE NET-FOLD-NLEN (NET-JX) TO WS-LEV-LEN-B
                  PERFORM EDIT-DISTANCE THRU EDIT-DISTANCE-EXIT
                  IF WS-LEV-DISTANCE EQUAL 1 THEN
                     MOVE 30 TO WS-NAME-SCORE
                     MOVE 'NAME 1 EDIT' TO WS-NAME-BASIS
                     GO TO SCORE-NAMES-EXIT
                  END-IF
               END-IF
            END-IF.
            IF NET-FOLD-NAME (NET-IX)(1:1) EQUAL
               NET-FOLD-NAME (NET-JX)(1:1) THEN
               MOVE 10 TO WS-NAME-SCORE
               MOVE 'NAME SAME FIRST' TO WS-NAME-BASIS
            END-IF.
        SCORE-NAMES-EXIT.
            EXIT.
      *
      * Levenshtein distance between WS-LEV-A and WS-LEV-B over the
      * diagonal band only; 9 means "more than two", which is all
      * the caller needs to know.  Matrix cell (i+1, j+1) holds the
      * distance between the first i bytes of A and the first j of
      * B; the cell just outside the band either side is set to 9
      * so the next row never reads a stale value.
      *
        EDIT-DISTANCE.
            MOVE 9 TO WS-LEV-DISTANCE.
            COMPUTE WS-LEV-DIFF = WS-LEV-LEN-A - WS-LEV-LEN-B.
            IF WS-LEV-DIFF > 2 OR WS-LEV-DIFF < -2 THEN
               GO TO EDIT-DISTANCE-EXIT
            END-IF.
            PERFORM VARYING WS-LEV-J FROM 0 BY 1
                     UNTIL WS-LEV-J > WS-LEV-LEN-B OR WS-LEV-J > 2
               MOVE WS-LEV-J TO LEV-CELL (1, WS-LEV-J + 1)
            END-PERFORM.
            IF WS-LEV-LEN-B > 2 THEN
               MOVE 9 TO LEV-CELL (1, 4)
            END-IF.
            PERFORM VARYING WS-LEV-I FROM 1 BY 1
                     UNTIL WS-LEV-I > WS-LEV-LEN-A
               IF WS-LEV-I > 2 THEN
                  COMPUTE WS-LEV-LO = WS-LEV-I - 2
                  MOVE 9 TO LEV-CELL (WS-LEV-I + 1, WS-LEV-LO)
               ELSE
                  MOVE 0 TO WS-LEV-LO
               END-IF
               COMPUTE WS-LEV-HI = WS-LEV-I + 2
               IF WS-LEV-HI > WS-LEV-LEN-B THEN
                  MOVE WS-LEV-LEN-B TO WS-LEV-HI
               END-IF
               MOVE 9 TO WS-LEV-ROW-MIN
               PERFORM VARYING WS-LEV-J FROM WS-LEV-LO BY 1
                        UNTIL WS-LEV-J > WS-LEV-HI
                  IF WS-LEV-J EQUAL 0 THEN
                     MOVE WS-LEV-I TO WS-LEV-BEST
                  ELSE
                     IF WS-LEV-A(WS-LEV-I:1) EQUAL
                        WS-LEV-B(WS-LEV-J:1) THEN
                        MOVE 0 TO WS-LEV-COST
                     ELSE
                        MOVE 1 TO WS-LEV-COST
                     END-IF
                     COMPUTE WS-LEV-BEST =
                        LEV-CELL (WS-LEV-I, WS-LEV-J) + WS-LEV-COST
                     END-COMPUTE
                     IF LEV-CELL (WS-LEV-I, WS-LEV-J + 1) + 1 <
                        WS-LEV-BEST THEN
                        COMPUTE WS-LEV-BEST =
                           LEV-CELL (WS-LEV-I, WS-LEV-J + 1) + 1
                        END-COMPUTE
                     END-IF
                     IF LEV-CELL (WS-LEV-I + 1, WS-LEV-J) + 1 <
                        WS-LEV-BEST THEN
                        COMPUTE WS-LEV-BEST =
                           LEV-CELL (WS-LEV-I + 1, WS-LEV-J) + 1
                        END-COMPUTE
                     END-IF
                  END-IF
                  IF WS-LEV-BEST > 9 THEN
                     MOVE 9 TO WS-LEV-BEST
                  END-IF
                  MOVE WS-LEV-BEST
                    TO LEV-CELL (WS-LEV-I + 1, WS-LEV-J + 1)
                  IF WS-LEV-BEST < WS-LEV-ROW-MIN THEN
                     MOVE WS-LEV-BEST TO WS-LEV-ROW-MIN
                  END-IF
               END-PERFORM
               IF WS-LEV-HI < WS-LEV-LEN-B THEN
                  MOVE 9 TO LEV-CELL (WS-LEV-I + 1, WS-LEV-HI + 2)
               END-IF
               IF WS-LEV-ROW-MIN > 2 THEN
                  GO TO EDIT-DISTANCE-EXIT
               END-IF
            END-PERFORM.
            MOVE LEV-CELL (WS-LEV-LEN-A + 1, WS-LEV-LEN-B + 1)
              TO WS-LEV-DISTANCE.
        EDIT-DISTANCE-EXIT.
            EXIT.
      *
      * Insert the pair into the worklist at its score's place;
      * a full list keeps the better pairs and counts the rest.
      *
        KEEP-CANDIDATE.
            MOVE 1 TO CAND-IX.
            PERFORM UNTIL CAND-IX > CAND-COUNT OR
                          CAND-SCORE (CAND-IX) < WS-PAIR-SCORE
               ADD 1 TO CAND-IX
            END-PERFORM.
            IF CAND-COUNT EQUAL 5000 THEN
               ADD 1 TO WS-CAND-DROPPED
               IF CAND-IX > CAND-COUNT THEN
                  GO TO KEEP-CANDIDATE-EXIT
               END-IF
            ELSE
               ADD 1 TO CAND-COUNT
            END-IF.
            PERFORM VARYING CAND-JX FROM CAND-COUNT BY -1
                     UNTIL CAND-JX NOT > CAND-IX
               MOVE CAND-ENTRY (CAND-JX - 1) TO CAND-ENTRY (CAND-JX)
            END-PERFORM.
            MOVE WS-PAIR-SCORE TO CAND-SCORE (CAND-IX).
            MOVE NET-IX TO CAND-IX-A (CAND-IX).
            MOVE NET-JX TO CAND-IX-B (CAND-IX).
            MOVE SPACES TO CAND-BASIS (CAND-IX).
            STRING FUNCTION TRIM(WS-SURNAME-BASIS) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NAME-BASIS) DELIMITED BY SIZE
                   INTO CAND-BASIS (CAND-IX)
            END-STRING.
        KEEP-CANDIDATE-EXIT.
            EXIT.
      *
      * The worklist: one DUPLICATE-CANDIDATES record and one
      * report line per kept pair, highest score first.
      *
        WRITE-CANDIDATES.
            OPEN OUTPUT DUPLICATE-CANDIDATES-FILE.
            OPEN OUTPUT DUPLICATE-REPORT-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'DUPLICATE-AUTHOR CANDIDATES  run '
                      DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '  minimum score ' DELIMITED BY SIZE
                   WS-MIN-SCORE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'SCORE        ID NAME / SURNAME' DELIMITED BY SIZE
                   '                     BOOKS CREATED-BY'
                      DELIMITED BY SIZE
                   '    BASIS' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE.
            PERFORM VARYING CAND-IX FROM 1 BY 1
                     UNTIL CAND-IX > CAND-COUNT
               PERFORM WRITE-ONE-CANDIDATE THRU WRITE-ONE-CANDIDATE
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'END OF LIST: ' DELIMITED BY SIZE
                   CAND-COUNT DELIMITED BY SIZE
                   ' candidate pair(s)' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE.
            CLOSE DUPLICATE-CANDIDATES-FILE.
            CLOSE DUPLICATE-REPORT-FILE.
        WRITE-ONE-CANDIDATE.
            MOVE CAND-IX-A (CAND-IX) TO NET-IX.
            MOVE CAND-IX-B (CAND-IX) TO NET-JX.
            MOVE CAND-SCORE (CAND-IX) TO DUP-SCORE.
            MOVE NET-ID (NET-IX) TO DUP-ID-A.
            MOVE NET-NAME (NET-IX) TO DUP-NAME-A.
            MOVE NET-SURNAME (NET-IX) TO DUP-SURNAME-A.
            MOVE NET-BOOKS (NET-IX) TO DUP-BOOKS-A.
            MOVE NET-CREATED-RUN (NET-IX) TO DUP-CREATED-RUN-A.
            MOVE NET-ID (NET-JX) TO DUP-ID-B.
            MOVE NET-NAME (NET-JX) TO DUP-NAME-B.
            MOVE NET-SURNAME (NET-JX) TO DUP-SURNAME-B.
            MOVE NET-BOOKS (NET-JX) TO DUP-BOOKS-B.
            MOVE NET-CREATED-RUN (NET-JX) TO DUP-CREATED-RUN-B.
            MOVE CAND-BASIS (CAND-IX) TO DUP-BASIS.
            MOVE WS-RUN-ID TO DUP-RUN-ID.
            MOVE WS-CURRENT-DATE TO DUP-TIMESTAMP.
            WRITE DUPLICATE-CANDIDATE-RECORD.
            MOVE DUP-SCORE TO DISP-SCORE.
            MOVE DUP-ID-A TO DISP-ID.
            MOVE DUP-ID-B TO DISP-ID-B.
            MOVE DUP-BOOKS-A TO DISP-BOOKS.
            MOVE DUP-BOOKS-B TO DISP-BOOKS-B.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE DISP-SCORE TO WS-REPORT-LINE(3:3).
            MOVE DISP-ID TO WS-REPORT-LINE(7:9).
            STRING FUNCTION TRIM(DUP-NAME-A) DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   FUNCTION TRIM(DUP-SURNAME-A) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(17:40)
            END-STRING.
            MOVE DISP-BOOKS TO WS-REPORT-LINE(58:5).
            MOVE DUP-CREATED-RUN-A TO WS-REPORT-LINE(64:13).
            MOVE DUP-BASIS TO WS-REPORT-LINE(79:30).
            WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE DISP-ID-B TO WS-REPORT-LINE(7:9).
            STRING FUNCTION TRIM(DUP-NAME-B) DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   FUNCTION TRIM(DUP-SURNAME-B) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE(17:40)
            END-STRING.
            MOVE DISP-BOOKS-B TO WS-REPORT-LINE(58:5).
            MOVE DUP-CREATED-RUN-B TO WS-REPORT-LINE(64:13).
            WRITE DUPLICATE-REPORT-RECORD FROM WS-REPORT-LINE.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
