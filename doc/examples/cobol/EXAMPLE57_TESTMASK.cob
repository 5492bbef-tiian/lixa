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
      * Usage: EXAMPLE57_TESTMASK   (MASK-KEY in the environment)
      *
      * Masked copy of production for the test region.
      * EXAMPLE27_TESTGEN's synthetic rows never reproduce the real
      * problems - accented names, the real author/book fan-out,
      * the real id clustering - and "just copy prod" is not an
      * answer while the rows carry real names.  This program nets
      * AUTHORS-MASTER to its live authors exactly as
      * EXAMPLE17_MASTER does, nets the book keys of CHANGE-AUDIT
      * (archived generations from the housekeeping catalog first,
      * then the live file) to their current owner and title as
      * EXAMPLE48_DUPCAND does, and writes:
      *
      *   MASKED-AUTHOR-INPUT - every live author, then every book
      *                         of a live author, in the loader's
      *                         input layout (see AUTHROW.cpy and
      *                         BOOKROW.cpy) for a BULK load of the
      *                         test region;
      *   MASK-MAPPING        - real against masked values per row
      *                         (see MASKMAP.cpy).  It stays on the
      *                         production side.
      *
      * Ids and the author/book relationships are kept as they are.
      * Each name, surname and title is masked as a whole value,
      * byte by byte, under a draw seeded from the value itself and
      * the MASK-KEY secret, so the same real surname always becomes
      * the same fake surname - duplicates and name searches behave
      * as they do in production - while nobody without the key can
      * recompute the mapping.  A vowel stays a vowel, a consonant a
      * consonant, a digit a digit, and case is kept; blanks,
      * apostrophes, hyphens and every byte outside plain ASCII
      * (the accented letters, in whichever encoding they were
      * loaded) are carried through untouched.
      *
      * Books a BULK run loaded leave one summarized CHANGE-AUDIT
      * record per batch rather than one per book, so they are not
      * in the masked set.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE57-TESTMASK.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUTHORS-MASTER-FILE ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT OPTIONAL CHANGE-AUDIT-FILE
                ASSIGN TO DYNAMIC WS-CHGAUD-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHGAUD-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
            SELECT MASKED-INPUT-FILE
                ASSIGN TO "MASKED-AUTHOR-INPUT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MASK-MAPPING-FILE
                ASSIGN TO "MASK-MAPPING"
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
        FD MASKED-INPUT-FILE.
        01 MASKED-INPUT-RECORD.
           COPY AUTHROW.
        01 MASKED-BOOK-RECORD.
           COPY BOOKROW.
        FD MASK-MAPPING-FILE.
        01 MASK-MAPPING-RECORD.
           COPY MASKMAP.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
        01 WS-CHGAUD-STATUS PIC X(2) VALUE '00'.
        01 WS-CHGAUD-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
        01 WS-CHGAUD-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHGAUD VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
      * The masking secret, from the environment only so it never
      * shows on a command line or in a job log
        01 WS-MASK-KEY PIC X(40) VALUE SPACES.
        01 WS-KEY-SEED PIC 9(18) VALUE 0.
      * The journal netted to its latest record per id, the same
      * shape EXAMPLE17_MASTER nets
        01 NET-TABLE.
           05 NET-COUNT PIC 9(5) VALUE 0.
           05 NET-ENTRY OCCURS 10000 TIMES.
              10 NET-ID          PIC 9(9).
              10 NET-NAME        PIC X(30).
              10 NET-SURNAME     PIC X(30).
              10 NET-DELETED     PIC X(1).
        01 NET-IX PIC 9(5).
        01 WS-NET-FOUND PIC X(1) VALUE 'N'.
           88 NET-ENTRY-FOUND VALUE 'Y'.
        01 WS-OVERFLOW PIC X(1) VALUE 'N'.
           88 NET-TABLE-OVERFLOWED VALUE 'Y'.
      * The book keys of CHANGE-AUDIT netted to their current owner
      * and title: a 'B'-prefixed key's after-name carries the
      * title, its after-surname the owning author id, and a delete
      * leaves the book unowned
        01 BOOK-TABLE.
           05 BOOK-COUNT PIC 9(5) VALUE 0.
           05 BOOK-ENTRY OCCURS 20000 TIMES.
              10 BOOK-KEY   PIC X(20).
              10 BOOK-OWNER PIC 9(9).
              10 BOOK-TITLE PIC X(30).
        01 BOOK-IX PIC 9(5).
        01 WS-BOOK-FOUND PIC X(1) VALUE 'N'.
           88 BOOK-ENTRY-FOUND VALUE 'Y'.
        01 WS-BOOK-OVERFLOW PIC X(1) VALUE 'N'.
           88 BOOK-TABLE-OVERFLOWED VALUE 'Y'.
      * Masking one value
        01 WS-MASK-IN PIC X(30) VALUE SPACES.
        01 WS-MASK-OUT PIC X(30) VALUE SPACES.
        01 WS-MASK-LEN PIC 9(2) VALUE 0.
        01 WS-MASK-IX PIC 9(2) VALUE 0.
        01 WS-MASK-CHAR PIC X(1) VALUE SPACE.
        01 WS-MASK-STATE PIC 9(18) VALUE 0.
        01 WS-MASK-DRAW PIC 9(9) VALUE 0.
        01 WS-MASK-TALLY PIC 9(2) VALUE 0.
        01 WS-UPPER-VOWELS PIC X(5) VALUE 'AEIOU'.
        01 WS-LOWER-VOWELS PIC X(5) VALUE 'aeiou'.
        01 WS-UPPER-CONSONANTS PIC X(21)
              VALUE 'BCDFGHJKLMNPQRSTVWXYZ'.
        01 WS-LOWER-CONSONANTS PIC X(21)
              VALUE 'bcdfghjklmnpqrstvwxyz'.
        01 WS-DIGITS PIC X(10) VALUE '0123456789'.
      * Tallies
        01 WS-JOURNAL-COUNT PIC 9(9) VALUE 0.
        01 WS-AUTHORS-WRITTEN PIC 9(9) VALUE 0.
        01 WS-BOOKS-WRITTEN PIC 9(9) VALUE 0.
        01 WS-BOOKS-SKIPPED PIC 9(9) VALUE 0.
        01 WS-OWNER-DISP PIC Z(8)9.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE57_TESTMASK'.
            ACCEPT WS-MASK-KEY FROM ENVIRONMENT 'MASK-KEY'
               ON EXCEPTION
                  MOVE SPACES TO WS-MASK-KEY
            END-ACCEPT.
            IF WS-MASK-KEY EQUAL SPACES THEN
               DISPLAY 'REFUSED: no MASK-KEY in the environment - '
                       'masking without the secret would let '
                       'anyone recompute the mapping'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM SEED-FROM-KEY THRU SEED-FROM-KEY.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM NET-THE-JOURNAL THRU NET-THE-JOURNAL.
            PERFORM NET-THE-AUDIT THRU NET-THE-AUDIT.
            OPEN OUTPUT MASKED-INPUT-FILE.
            OPEN OUTPUT MASK-MAPPING-FILE.
      * Authors first, so a BULK load finds every owner in place
      * before the books that reference it
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT
               IF NET-DELETED (NET-IX) NOT EQUAL 'Y' THEN
                  PERFORM WRITE-MASKED-AUTHOR
                     THRU WRITE-MASKED-AUTHOR
               END-IF
            END-PERFORM.
            PERFORM VARYING BOOK-IX FROM 1 BY 1
                     UNTIL BOOK-IX > BOOK-COUNT
               PERFORM WRITE-MASKED-BOOK THRU WRITE-MASKED-BOOK-EXIT
            END-PERFORM.
            CLOSE MASKED-INPUT-FILE.
            CLOSE MASK-MAPPING-FILE.
            DISPLAY 'TESTMASK RESULT: ' WS-AUTHORS-WRITTEN
                    ' author(s) and ' WS-BOOKS-WRITTEN
                    ' book(s) written to MASKED-AUTHOR-INPUT, '
                    WS-BOOKS-SKIPPED ' book(s) of no live author '
                    'left out; MASK-MAPPING stays in production'.
            STOP RUN RETURNING 0.
      *
      * The secret folded to the seed every value's draw starts
      * from.
      *
        SEED-FROM-KEY.
            MOVE 0 TO WS-KEY-SEED.
            COMPUTE WS-MASK-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-MASK-KEY TRAILING)).
            PERFORM VARYING WS-MASK-IX FROM 1 BY 1
                     UNTIL WS-MASK-IX > WS-MASK-LEN
               COMPUTE WS-KEY-SEED = FUNCTION MOD(
                  WS-KEY-SEED * 31 + FUNCTION ORD(
                     WS-MASK-KEY(WS-MASK-IX:1)), 2147483647)
               END-COMPUTE
            END-PERFORM.
      *
      * Net the append-only journal to its latest record per id,
      * exactly as EXAMPLE17_MASTER does.
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
               DISPLAY 'REFUSED: more than 10000 distinct ids - a '
                       'partial test region would break the '
                       'author/book relationships'
               STOP RUN RETURNING 1
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
            END-IF.
            MOVE MST-NAME TO NET-NAME (NET-IX).
            MOVE MST-SURNAME TO NET-SURNAME (NET-IX).
            MOVE MST-DELETED TO NET-DELETED (NET-IX).
        NET-ONE-RECORD-EXIT.
            EXIT.
      *
      * The book keys over the whole CHANGE-AUDIT history: the
      * archived generations in catalog order (the order their
      * records left the live file), then the live file.
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
                           PERFORM NET-ONE-AUDIT-FILE
                              THRU NET-ONE-AUDIT-FILE-EXIT
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-GENCAT-STATUS EQUAL '00' OR
               WS-GENCAT-STATUS EQUAL '05' OR
               WS-GENCAT-STATUS EQUAL '10' THEN
               CLOSE GENERATION-CATALOG-FILE
            END-IF.
            MOVE 'CHANGE-AUDIT' TO WS-CHGAUD-NAME.
            PERFORM NET-ONE-AUDIT-FILE THRU NET-ONE-AUDIT-FILE-EXIT.
            IF BOOK-TABLE-OVERFLOWED THEN
               DISPLAY 'REFUSED: more than 20000 book keys - a '
                       'partial test region would break the '
                       'author/book relationships'
               STOP RUN RETURNING 1
            END-IF.
        NET-ONE-AUDIT-FILE.
            MOVE 'N' TO WS-CHGAUD-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHGAUD-STATUS NOT EQUAL '00' THEN
               IF WS-CHGAUD-STATUS EQUAL '05' THEN
                  CLOSE CHANGE-AUDIT-FILE
               END-IF
               GO TO NET-ONE-AUDIT-FILE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-CHGAUD
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHGAUD TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-AUDIT THRU NET-ONE-AUDIT-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        NET-ONE-AUDIT-FILE-EXIT.
            EXIT.
        NET-ONE-AUDIT.
            IF CHG-AFTER-NAME(1:14) EQUAL 'BULK BATCH OF ' OR
               CHG-BUSINESS-KEY(1:1) NOT EQUAL 'B' THEN
               GO TO NET-ONE-AUDIT-EXIT
            END-IF.
            MOVE 'N' TO WS-BOOK-FOUND.
            PERFORM VARYING BOOK-IX FROM 1 BY 1
                     UNTIL BOOK-IX > BOOK-COUNT OR BOOK-ENTRY-FOUND
               IF BOOK-KEY (BOOK-IX) EQUAL CHG-BUSINESS-KEY THEN
                  SET BOOK-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
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
            END-IF.
            IF CHG-OP-DELETE OR
               FUNCTION TRIM(CHG-AFTER-SURNAME) EQUAL SPACES OR
               FUNCTION TRIM(CHG-AFTER-SURNAME) IS NOT NUMERIC THEN
               MOVE 0 TO BOOK-OWNER (BOOK-IX)
            ELSE
               COMPUTE BOOK-OWNER (BOOK-IX) =
                  FUNCTION NUMVAL(CHG-AFTER-SURNAME)
               END-COMPUTE
               MOVE CHG-AFTER-NAME TO BOOK-TITLE (BOOK-IX)
            END-IF.
        NET-ONE-AUDIT-EXIT.
            EXIT.
      *
      * One live author: masked row and its mapping.
      *
        WRITE-MASKED-AUTHOR.
            MOVE SPACES TO MASKED-INPUT-RECORD.
            MOVE SPACES TO MASK-MAPPING-RECORD.
            MOVE NET-ID (NET-IX) TO AUTHROW-ID.
            MOVE NET-NAME (NET-IX) TO WS-MASK-IN.
            PERFORM MASK-ONE-VALUE THRU MASK-ONE-VALUE-EXIT.
            MOVE WS-MASK-OUT TO AUTHROW-NAME.
            MOVE NET-SURNAME (NET-IX) TO WS-MASK-IN.
            PERFORM MASK-ONE-VALUE THRU MASK-ONE-VALUE-EXIT.
            MOVE WS-MASK-OUT TO AUTHROW-SURNAME.
            MOVE SPACE TO AUTHROW-OPERATION.
            MOVE 'A' TO AUTHROW-REC-TYPE.
            WRITE MASKED-INPUT-RECORD.
            SET MSK-IS-AUTHOR TO TRUE.
            MOVE NET-ID (NET-IX) TO MSK-ID.
            MOVE NET-NAME (NET-IX) TO MSK-REAL-A.
            MOVE NET-SURNAME (NET-IX) TO MSK-REAL-B.
            MOVE AUTHROW-NAME TO MSK-MASKED-A.
            MOVE AUTHROW-SURNAME TO MSK-MASKED-B.
            MOVE WS-RUN-ID TO MSK-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO MSK-TIMESTAMP.
            WRITE MASK-MAPPING-RECORD.
            ADD 1 TO WS-AUTHORS-WRITTEN.
      *
      * One book, written only when its owner is a live author of
      * the masked set - a book never exists without its author.
      *
        WRITE-MASKED-BOOK.
            IF BOOK-OWNER (BOOK-IX) EQUAL 0 THEN
               GO TO WRITE-MASKED-BOOK-EXIT
            END-IF.
            MOVE 'N' TO WS-NET-FOUND.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT OR NET-ENTRY-FOUND
               IF NET-ID (NET-IX) EQUAL BOOK-OWNER (BOOK-IX) AND
                  NET-DELETED (NET-IX) NOT EQUAL 'Y' THEN
                  SET NET-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT NET-ENTRY-FOUND OR
               BOOK-KEY (BOOK-IX)(2:9) IS NOT NUMERIC THEN
               ADD 1 TO WS-BOOKS-SKIPPED
               GO TO WRITE-MASKED-BOOK-EXIT
            END-IF.
            MOVE SPACES TO MASKED-BOOK-RECORD.
            MOVE SPACES TO MASK-MAPPING-RECORD.
            MOVE BOOK-KEY (BOOK-IX)(2:9) TO BOOKROW-ID.
            MOVE BOOK-OWNER (BOOK-IX) TO BOOKROW-AUTHOR-ID.
            MOVE BOOK-TITLE (BOOK-IX) TO WS-MASK-IN.
            PERFORM MASK-ONE-VALUE THRU MASK-ONE-VALUE-EXIT.
            MOVE WS-MASK-OUT TO BOOKROW-TITLE.
            MOVE SPACE TO AUTHROW-OPERATION.
            MOVE 'B' TO AUTHROW-REC-TYPE.
            WRITE MASKED-INPUT-RECORD.
            SET MSK-IS-BOOK TO TRUE.
            MOVE BOOKROW-ID TO MSK-ID.
            MOVE BOOK-TITLE (BOOK-IX) TO MSK-REAL-A.
            MOVE BOOK-OWNER (BOOK-IX) TO WS-OWNER-DISP.
            MOVE WS-OWNER-DISP TO MSK-REAL-B.
            MOVE WS-MASK-OUT TO MSK-MASKED-A.
            MOVE WS-OWNER-DISP TO MSK-MASKED-B.
            MOVE WS-RUN-ID TO MSK-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO MSK-TIMESTAMP.
            WRITE MASK-MAPPING-RECORD.
            ADD 1 TO WS-BOOKS-WRITTEN.
        WRITE-MASKED-BOOK-EXIT.
            EXIT.
      *
      * WS-MASK-IN masked into WS-MASK-OUT.  The draw starts from
      * the key seed folded with the whole value, so the result
      * depends only on the value and the key; each byte then
      * takes the next draw within its own class.
      *
        MASK-ONE-VALUE.
            MOVE WS-MASK-IN TO WS-MASK-OUT.
            IF WS-MASK-IN EQUAL SPACES THEN
               GO TO MASK-ONE-VALUE-EXIT
            END-IF.
            COMPUTE WS-MASK-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-MASK-IN TRAILING)).
            MOVE WS-KEY-SEED TO WS-MASK-STATE.
            PERFORM VARYING WS-MASK-IX FROM 1 BY 1
                     UNTIL WS-MASK-IX > WS-MASK-LEN
               COMPUTE WS-MASK-STATE = FUNCTION MOD(
                  WS-MASK-STATE * 31 + FUNCTION ORD(
                     WS-MASK-IN(WS-MASK-IX:1)), 2147483647)
               END-COMPUTE
            END-PERFORM.
            PERFORM MASK-ONE-BYTE THRU MASK-ONE-BYTE-EXIT
               VARYING WS-MASK-IX FROM 1 BY 1
               UNTIL WS-MASK-IX > WS-MASK-LEN.
        MASK-ONE-VALUE-EXIT.
            EXIT.
        MASK-ONE-BYTE.
            COMPUTE WS-MASK-STATE = FUNCTION MOD(
               WS-MASK-STATE * 1103515245 + 12345, 2147483648).
            COMPUTE WS-MASK-DRAW = WS-MASK-STATE / 65536.
            MOVE WS-MASK-IN(WS-MASK-IX:1) TO WS-MASK-CHAR.
            MOVE 0 TO WS-MASK-TALLY.
            INSPECT WS-UPPER-VOWELS TALLYING WS-MASK-TALLY
               FOR ALL WS-MASK-CHAR.
            IF WS-MASK-TALLY > 0 THEN
               MOVE WS-UPPER-VOWELS(
                  FUNCTION MOD(WS-MASK-DRAW, 5) + 1:1)
                 TO WS-MASK-OUT(WS-MASK-IX:1)
               GO TO MASK-ONE-BYTE-EXIT
            END-IF.
            INSPECT WS-LOWER-VOWELS TALLYING WS-MASK-TALLY
               FOR ALL WS-MASK-CHAR.
            IF WS-MASK-TALLY > 0 THEN
               MOVE WS-LOWER-VOWELS(
                  FUNCTION MOD(WS-MASK-DRAW, 5) + 1:1)
                 TO WS-MASK-OUT(WS-MASK-IX:1)
               GO TO MASK-ONE-BYTE-EXIT
            END-IF.
            INSPECT WS-UPPER-CONSONANTS TALLYING WS-MASK-TALLY
               FOR ALL WS-MASK-CHAR.
            IF WS-MASK-TALLY > 0 THEN
               MOVE WS-UPPER-CONSONANTS(
                  FUNCTION MOD(WS-MASK-DRAW, 21) + 1:1)
                 TO WS-MASK-OUT(WS-MASK-IX:1)
               GO TO MASK-ONE-BYTE-EXIT
            END-IF.
            INSPECT WS-LOWER-CONSONANTS TALLYING WS-MASK-TALLY
               FOR ALL WS-MASK-CHAR.
            IF WS-MASK-TALLY > 0 THEN
               MOVE WS-LOWER-CONSONANTS(
                  FUNCTION MOD(WS-MASK-DRAW, 21) + 1:1)
                 TO WS-MASK-OUT(WS-MASK-IX:1)
               GO TO MASK-ONE-BYTE-EXIT
            END-IF.
            INSPECT WS-DIGITS TALLYING WS-MASK-TALLY
               FOR ALL WS-MASK-CHAR.
            IF WS-MASK-TALLY > 0 THEN
               MOVE WS-DIGITS(FUNCTION MOD(WS-MASK-DRAW, 10) + 1:1)
                 TO WS-MASK-OUT(WS-MASK-IX:1)
            END-IF.
        MASK-ONE-BYTE-EXIT.
            EXIT.
      * Interlocked issuance of the shop-wide run number (see
      * ISSUERUN.cpy, RUNIDWS.cpy and RUNCTL.cpy).
           COPY ISSUERUN.
