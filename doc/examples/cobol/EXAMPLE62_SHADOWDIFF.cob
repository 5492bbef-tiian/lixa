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
      * Usage: EXAMPLE62_SHADOWDIFF RUN=run-id [LOADER=program]
      *                             [COMMIT=n] [INSERT/DELETE/UPDATE]
      *
      * Shadow-run comparison for a new loader release.  CASE1000
      * and the test data pass every release, yet twice a release
      * behaved differently on real production input - once with a
      * different reject code, once with a different row commit
      * order.  This program re-drives the input production run
      * RUN= consumed (its LINEAGE-INDEX archive) through the
      * candidate loader - LOADER=, default EXAMPLE5_PQL on the
      * PATH - in SHADOW mode, where every transaction is rolled
      * back and every trail goes to a scratch -SHADOW file, and
      * compares the candidate's SHADOW-CAPTURE (see SHDCAP.cpy)
      * row by row with what production recorded for that run:
      *
      *   OUTCOME   - one side committed the row, the other
      *               rejected it, left it unchanged because it
      *               was already in place, or held it in
      *               PENDING-CHANGES for a later effective date
      *               (AUTHOR-REJECT, UNCHANGED-ROWS and
      *               PENDING-CHANGES by row number, or no
      *               CHANGE-AUDIT record for its key);
      *   REASON    - both rejected it, for a different reason
      *               code or ERROR-CLASSES/CONTENT-RULES rule;
      *   OPERATION - both committed it as a different verb;
      *   AFTER     - both committed it with a different
      *               after-image;
      *   ORDER     - the candidate committed it ahead of a row
      *               production committed before it;
      *   EXTRA     - a production CHANGE-AUDIT record for the run
      *               that no input row accounts for;
      *   CONTROL   - the candidate's read/committed/rejected/
      *               unchanged or deferred totals differ from the
      *               run's BATCH-CONTROL trailer, or the candidate
      *               stopped early.
      *
      * COMMIT= and the verb word are passed to the candidate and
      * should be what the production run was given.  The shadow
      * run executes its SQL against whatever database its LIXA
      * profile names, so that database must hold the data as it
      * stood before the production run (a restored copy): against
      * the live tables every re-driven insert meets its own row.
      * Rows a run resumed past after an interruption were
      * committed under the earlier run id and show as OUTCOME
      * differences.
      *
      * Everything goes to SHADOW-DIFF, closed by the verdict line
      * change control attaches to the release: return code 0
      * PASS, 1 FAIL, 2 when the comparison could not be made.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE62-SHADOWDIFF.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL LINEAGE-INDEX-FILE
                ASSIGN TO "LINEAGE-INDEX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LINEAGE-STATUS.
            SELECT ARCHIVED-INPUT-FILE
                ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INPUT-STATUS.
            SELECT OPTIONAL SHADOW-CAPTURE-FILE
                ASSIGN TO "SHADOW-CAPTURE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAPTURE-STATUS.
            SELECT OPTIONAL AUTHOR-REJECT-FILE
                ASSIGN TO "AUTHOR-REJECT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJECT-STATUS.
            SELECT OPTIONAL UNCHANGED-ROWS-FILE
                ASSIGN TO "UNCHANGED-ROWS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UNCHANGED-STATUS.
            SELECT OPTIONAL CHANGE-AUDIT-FILE
                ASSIGN TO "CHANGE-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHG-STATUS.
            SELECT OPTIONAL PENDING-CHANGES-FILE
                ASSIGN TO "PENDING-CHANGES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
      * The run's own trailer: BATCH-CONTROL, or the -Pnn
      * generation for a partitioned run
            SELECT OPTIONAL BATCH-CONTROL-FILE
                ASSIGN TO DYNAMIC WS-CONTROL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT SHADOW-DIFF-FILE ASSIGN TO "SHADOW-DIFF"
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD LINEAGE-INDEX-FILE.
        01 LINEAGE-INDEX-RECORD.
           COPY LINEAGE.
        FD ARCHIVED-INPUT-FILE.
        01 AUTHOR-INPUT-RECORD.
           COPY AUTHROW.
        FD SHADOW-CAPTURE-FILE.
        01 SHADOW-CAPTURE-RECORD.
           COPY SHDCAP.
        FD AUTHOR-REJECT-FILE.
        01 AUTHOR-REJECT-RECORD.
           COPY REJROW.
        FD UNCHANGED-ROWS-FILE.
        01 UNCHANGED-ROWS-RECORD.
           COPY UNCHROW.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD PENDING-CHANGES-FILE.
        01 PENDING-CHANGES-RECORD.
           COPY PNDCHG.
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD SHADOW-DIFF-FILE.
        01 SHADOW-DIFF-RECORD PIC X(132).
        WORKING-STORAGE SECTION.
        01 WS-LINEAGE-STATUS PIC X(2) VALUE '00'.
        01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
        01 WS-CAPTURE-STATUS PIC X(2) VALUE '00'.
        01 WS-REJECT-STATUS PIC X(2) VALUE '00'.
        01 WS-UNCHANGED-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-PENDING-STATUS PIC X(2) VALUE '00'.
        01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
        01 WS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 ARG-IX PIC 9(2) VALUE 0.
        01 WS-ARGS-FLAG PIC X(1) VALUE 'N'.
           88 ARGS-EXHAUSTED VALUE 'Y'.
      * What is compared, and with which candidate
        01 WS-PROD-RUN-ID PIC X(13) VALUE SPACES.
        01 WS-LOADER-NAME PIC X(40) VALUE 'EXAMPLE5_PQL'.
        01 WS-COMMIT-ARG PIC X(10) VALUE SPACES.
        01 WS-VERB-ARG PIC X(10) VALUE SPACES.
        01 WS-ARCHIVE-NAME PIC X(60) VALUE SPACES.
        01 WS-PARTITION-ID PIC X(2) VALUE SPACES.
        01 WS-CONTROL-NAME PIC X(40) VALUE 'BATCH-CONTROL'.
        01 WS-SYSTEM-COMMAND PIC X(200) VALUE SPACES.
        01 WS-LOADER-RC PIC S9(9) VALUE 0.
        01 WS-LOADER-RC-DISP PIC 9(4) VALUE 0.
        01 WS-SHADOW-RUN-ID PIC X(13) VALUE SPACES.
      * One entry per archived input row: what the candidate did
      * with it, and what production did
        01 WS-ROW-LIMIT PIC 9(5) VALUE 50000.
        01 WS-ROW-COUNT PIC 9(9) VALUE 0.
        01 ROW-TABLE.
           05 ROW-ENTRY OCCURS 50000 TIMES.
              10 ROW-KEY           PIC X(20).
              10 ROW-SHD-OUTCOME   PIC X(1).
              10 ROW-SHD-SEQ       PIC 9(9).
              10 ROW-SHD-KEY       PIC X(20).
              10 ROW-SHD-OP        PIC X(1).
              10 ROW-SHD-NAME      PIC X(30).
              10 ROW-SHD-SURNAME   PIC X(30).
              10 ROW-SHD-CODE      PIC X(4).
              10 ROW-SHD-RULE      PIC X(4).
              10 ROW-PRD-CODE      PIC X(4).
              10 ROW-PRD-RULE      PIC X(4).
              10 ROW-PRD-POS       PIC 9(9).
              10 ROW-PRD-UNCHANGED PIC X(1).
              10 ROW-PRD-DEFERRED  PIC X(1).
        01 ROW-IX PIC 9(9).
      * The candidate's commits in its own commit order
        01 SEQ-TABLE.
           05 SEQ-ROW PIC 9(9) OCCURS 50000 TIMES.
        01 SEQ-COUNT PIC 9(9) VALUE 0.
        01 SEQ-IX PIC 9(9).
      * Production's CHANGE-AUDIT records for the run, in file
      * (commit) order
        01 PRD-TABLE.
           05 PRD-ENTRY OCCURS 50000 TIMES.
              10 PRD-KEY           PIC X(20).
              10 PRD-OP            PIC X(1).
              10 PRD-NAME          PIC X(30).
              10 PRD-SURNAME       PIC X(30).
              10 PRD-MATCHED       PIC X(1).
        01 PRD-COUNT PIC 9(9) VALUE 0.
        01 PRD-IX PIC 9(9).
        01 PRD-CURSOR PIC 9(9) VALUE 0.
        01 PRD-FOUND PIC 9(9) VALUE 0.
        01 WS-SEARCH-KEY PIC X(20) VALUE SPACES.
        01 DISP-ID PIC Z(8)9.
      * The two sets of totals
        01 WS-CAPTURE-FLAG PIC X(1) VALUE 'N'.
           88 CAPTURE-HEADER-SEEN VALUE 'Y'.
        01 WS-TRAILER-FLAG PIC X(1) VALUE 'N'.
           88 CAPTURE-TRAILER-SEEN VALUE 'Y'.
        01 WS-SHD-READ PIC 9(9) VALUE 0.
        01 WS-SHD-COMMITTED PIC 9(9) VALUE 0.
        01 WS-SHD-REJECTED PIC 9(9) VALUE 0.
        01 WS-SHD-UNCHANGED PIC 9(9) VALUE 0.
        01 WS-SHD-DEFERRED PIC 9(9) VALUE 0.
        01 WS-SHD-COMPLETION PIC X(1) VALUE SPACE.
        01 WS-CONTROL-FLAG PIC X(1) VALUE 'N'.
           88 CONTROL-TRAILER-SEEN VALUE 'Y'.
        01 WS-PRD-READ PIC 9(9) VALUE 0.
        01 WS-PRD-COMMITTED PIC 9(9) VALUE 0.
        01 WS-PRD-REJECTED PIC 9(9) VALUE 0.
        01 WS-PRD-UNCHANGED PIC 9(9) VALUE 0.
        01 WS-PRD-DEFERRED PIC 9(9) VALUE 0.
      * The comparison
        01 WS-DIFF-COUNT PIC 9(9) VALUE 0.
        01 WS-NOT-REACHED PIC 9(9) VALUE 0.
        01 WS-LAST-POS PIC 9(9) VALUE 0.
        01 WS-DIFF-KIND PIC X(9) VALUE SPACES.
        01 WS-DIFF-TEXT PIC X(100) VALUE SPACES.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE62_SHADOWDIFF'.
            PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT.
            IF WS-PROD-RUN-ID EQUAL SPACES THEN
               DISPLAY 'Usage: EXAMPLE62_SHADOWDIFF RUN=run-id '
                       '[LOADER=program] [COMMIT=n] '
                       '[INSERT/DELETE/UPDATE]'
               STOP RUN RETURNING 2
            END-IF.
            PERFORM FIND-ARCHIVED-INPUT THRU FIND-ARCHIVED-INPUT-EXIT.
            PERFORM LOAD-ARCHIVED-INPUT THRU LOAD-ARCHIVED-INPUT-EXIT.
            PERFORM RUN-CANDIDATE THRU RUN-CANDIDATE.
            PERFORM LOAD-SHADOW-CAPTURE THRU LOAD-SHADOW-CAPTURE-EXIT.
            PERFORM LOAD-PRODUCTION-REJECTS
               THRU LOAD-PRODUCTION-REJECTS-EXIT.
            PERFORM LOAD-PRODUCTION-UNCHANGED
               THRU LOAD-PRODUCTION-UNCHANGED-EXIT.
            PERFORM LOAD-PRODUCTION-DEFERRALS
               THRU LOAD-PRODUCTION-DEFERRALS-EXIT.
            PERFORM LOAD-PRODUCTION-CHANGES
               THRU LOAD-PRODUCTION-CHANGES-EXIT.
            PERFORM LOAD-PRODUCTION-TRAILER
               THRU LOAD-PRODUCTION-TRAILER-EXIT.
            OPEN OUTPUT SHADOW-DIFF-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'SHADOW DIFF  production run ' DELIMITED BY SIZE
                   WS-PROD-RUN-ID DELIMITED BY SIZE
                   '  shadow run ' DELIMITED BY SIZE
                   WS-SHADOW-RUN-ID DELIMITED BY SIZE
                   '  candidate ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOADER-NAME) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING '  input ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARCHIVE-NAME) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ROW-COUNT DELIMITED BY SIZE
                   ' row(s)' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            MOVE 0 TO PRD-CURSOR.
            PERFORM VARYING ROW-IX FROM 1 BY 1
                     UNTIL ROW-IX > WS-ROW-COUNT
               PERFORM COMPARE-ONE-ROW THRU COMPARE-ONE-ROW-EXIT
            END-PERFORM.
            PERFORM CHECK-COMMIT-ORDER THRU CHECK-COMMIT-ORDER.
            PERFORM VARYING PRD-IX FROM 1 BY 1
                     UNTIL PRD-IX > PRD-COUNT
               IF PRD-MATCHED (PRD-IX) NOT EQUAL 'Y' THEN
                  MOVE 'EXTRA' TO WS-DIFF-KIND
                  MOVE 0 TO ROW-IX
                  MOVE SPACES TO WS-DIFF-TEXT
                  STRING 'production CHANGE-AUDIT ' DELIMITED BY SIZE
                         PRD-OP (PRD-IX) DELIMITED BY SIZE
                         ' of key ' DELIMITED BY SIZE
                         FUNCTION TRIM(PRD-KEY (PRD-IX))
                            DELIMITED BY SIZE
                         ' matches no input row' DELIMITED BY SIZE
                         INTO WS-DIFF-TEXT
                  END-STRING
                  PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               END-IF
            END-PERFORM.
            PERFORM CHECK-CONTROL-TOTALS THRU CHECK-CONTROL-TOTALS-EXIT.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-DIFF-COUNT EQUAL 0 THEN
               STRING 'VERDICT PASS: ' DELIMITED BY SIZE
                      WS-ROW-COUNT DELIMITED BY SIZE
                      ' row(s) compared, the candidate commits and '
                         DELIMITED BY SIZE
                      'rejects exactly as production did'
                         DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            ELSE
               STRING 'VERDICT FAIL: ' DELIMITED BY SIZE
                      WS-DIFF-COUNT DELIMITED BY SIZE
                      ' difference(s) over ' DELIMITED BY SIZE
                      WS-ROW-COUNT DELIMITED BY SIZE
                      ' row(s) - the candidate does not behave as '
                         DELIMITED BY SIZE
                      'production did' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            END-IF.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            CLOSE SHADOW-DIFF-FILE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            IF WS-DIFF-COUNT > 0 THEN
               STOP RUN RETURNING 1
            END-IF.
            STOP RUN RETURNING 0.
      *
      * RUN= is required; LOADER= names the candidate build,
      * COMMIT= and a bare verb are handed on to it.
      *
        PARSE-ARGUMENTS.
            PERFORM VARYING ARG-IX FROM 1 BY 1
                     UNTIL ARG-IX > 6 OR ARGS-EXHAUSTED
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV EQUAL SPACES THEN
                  SET ARGS-EXHAUSTED TO TRUE
               ELSE
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  UNSTRING ARGV DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  EVALUATE FUNCTION UPPER-CASE(WS-ARG-KEYWORD)
                     WHEN 'RUN'
                        MOVE WS-ARG-VALUE(1:13) TO WS-PROD-RUN-ID
                     WHEN 'LOADER'
                        MOVE WS-ARG-VALUE(1:40) TO WS-LOADER-NAME
                     WHEN 'COMMIT'
                        MOVE WS-ARG-VALUE(1:10) TO WS-COMMIT-ARG
                     WHEN 'INSERT'
                     WHEN 'DELETE'
                     WHEN 'UPDATE'
                        MOVE FUNCTION UPPER-CASE(WS-ARG-KEYWORD)
                          TO WS-VERB-ARG
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
        PARSE-ARGUMENTS-EXIT.
            EXIT.
      *
      * The run's archived input, from its LINEAGE-INDEX row.
      *
        FIND-ARCHIVED-INPUT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT LINEAGE-INDEX-FILE.
            IF WS-LINEAGE-STATUS NOT EQUAL '00' THEN
               IF WS-LINEAGE-STATUS EQUAL '05' THEN
                  CLOSE LINEAGE-INDEX-FILE
               END-IF
               GO TO FIND-ARCHIVED-INPUT-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ LINEAGE-INDEX-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF LIN-RUN-ID EQUAL WS-PROD-RUN-ID THEN
                        MOVE LIN-ARCHIVE-NAME TO WS-ARCHIVE-NAME
                        MOVE LIN-PARTITION TO WS-PARTITION-ID
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE LINEAGE-INDEX-FILE.
        FIND-ARCHIVED-INPUT-EXIT.
            IF WS-ARCHIVE-NAME EQUAL SPACES THEN
               DISPLAY 'CANNOT COMPARE: LINEAGE-INDEX has no '
                       'archived input for run ' WS-PROD-RUN-ID
               STOP RUN RETURNING 2
            END-IF.
            IF WS-PARTITION-ID NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-CONTROL-NAME
               STRING 'BATCH-CONTROL-P' DELIMITED BY SIZE
                      WS-PARTITION-ID DELIMITED BY SIZE
                      INTO WS-CONTROL-NAME
               END-STRING
            END-IF.
      *
      * Each archived row's business key, built as the loader's
      * built-in profiles build it (see RESOLVE-ROW-FIELDS in
      * EXAMPLE5_PQL): the plain id for an author, 'B' and the id
      * for a book.  A row the candidate commits carries its own
      * key in the capture, which then wins.
      *
        LOAD-ARCHIVED-INPUT.
            MOVE 0 TO WS-ROW-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT ARCHIVED-INPUT-FILE.
            IF WS-INPUT-STATUS NOT EQUAL '00' THEN
               DISPLAY 'CANNOT COMPARE: archived input '
                       FUNCTION TRIM(WS-ARCHIVE-NAME)
                       ' not available (status ' WS-INPUT-STATUS ')'
               STOP RUN RETURNING 2
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ ARCHIVED-INPUT-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     ADD 1 TO WS-ROW-COUNT
                     IF WS-ROW-COUNT > WS-ROW-LIMIT THEN
                        DISPLAY 'CANNOT COMPARE: the archived input '
                                'holds more than ' WS-ROW-LIMIT
                                ' rows'
                        CLOSE ARCHIVED-INPUT-FILE
                        STOP RUN RETURNING 2
                     END-IF
                     PERFORM NOTE-ARCHIVED-ROW
                        THRU NOTE-ARCHIVED-ROW
               END-READ
            END-PERFORM.
            CLOSE ARCHIVED-INPUT-FILE.
        LOAD-ARCHIVED-INPUT-EXIT.
            EXIT.
        NOTE-ARCHIVED-ROW.
            MOVE WS-ROW-COUNT TO ROW-IX.
            INITIALIZE ROW-ENTRY (ROW-IX).
            MOVE SPACES TO ROW-KEY (ROW-IX).
            IF AUTHROW-ID IS NUMERIC THEN
               IF AUTHROW-TYPE-BOOK THEN
                  STRING 'B' DELIMITED BY SIZE
                         AUTHROW-ID DELIMITED BY SIZE
                         INTO ROW-KEY (ROW-IX)
                  END-STRING
               ELSE
                  MOVE AUTHROW-ID TO DISP-ID
                  MOVE DISP-ID TO ROW-KEY (ROW-IX)
               END-IF
            END-IF.
      *
      * The candidate re-drives the run.  Its return code is only
      * reported: a candidate that stopped says so through its
      * capture, and that is what is judged.
      *
        RUN-CANDIDATE.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING FUNCTION TRIM(WS-LOADER-NAME) DELIMITED BY SIZE
                   ' SHADOW RUN=' DELIMITED BY SIZE
                   WS-PROD-RUN-ID DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            IF WS-VERB-ARG NOT EQUAL SPACES THEN
               STRING FUNCTION TRIM(WS-SYSTEM-COMMAND)
                         DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VERB-ARG) DELIMITED BY SIZE
                      INTO WS-SYSTEM-COMMAND
               END-STRING
            END-IF.
            IF WS-COMMIT-ARG NOT EQUAL SPACES THEN
               STRING FUNCTION TRIM(WS-SYSTEM-COMMAND)
                         DELIMITED BY SIZE
                      ' COMMIT=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COMMIT-ARG) DELIMITED BY SIZE
                      INTO WS-SYSTEM-COMMAND
               END-STRING
            END-IF.
            DISPLAY 'Candidate: ' FUNCTION TRIM(WS-SYSTEM-COMMAND).
            STRING FUNCTION TRIM(WS-SYSTEM-COMMAND) DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-LOADER-RC.
            MOVE 0 TO RETURN-CODE.
      * system() hands back the raw wait status on this platform:
      * the exit code travels in the high byte.
            IF WS-LOADER-RC > 255 THEN
               DIVIDE WS-LOADER-RC BY 256 GIVING WS-LOADER-RC
            END-IF.
            IF WS-LOADER-RC < 0 THEN
               MOVE 9999 TO WS-LOADER-RC
            END-IF.
            MOVE WS-LOADER-RC TO WS-LOADER-RC-DISP.
            DISPLAY 'Candidate ended with return code '
                    WS-LOADER-RC-DISP.
      *
      * What the candidate would have done, by input row.  A
      * capture left by another run's shadow is no evidence.
      *
        LOAD-SHADOW-CAPTURE.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SHADOW-CAPTURE-FILE.
            IF WS-CAPTURE-STATUS NOT EQUAL '00' THEN
               IF WS-CAPTURE-STATUS EQUAL '05' THEN
                  CLOSE SHADOW-CAPTURE-FILE
               END-IF
               GO TO LOAD-SHADOW-CAPTURE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ SHADOW-CAPTURE-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF SHC-PROD-RUN-ID EQUAL WS-PROD-RUN-ID THEN
                        PERFORM NOTE-CAPTURE-ROW
                           THRU NOTE-CAPTURE-ROW-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE SHADOW-CAPTURE-FILE.
        LOAD-SHADOW-CAPTURE-EXIT.
            IF NOT CAPTURE-HEADER-SEEN THEN
               DISPLAY 'CANNOT COMPARE: the candidate left no '
                       'SHADOW-CAPTURE for run ' WS-PROD-RUN-ID
                       ' (see its messages above)'
               STOP RUN RETURNING 2
            END-IF.
        NOTE-CAPTURE-ROW.
            EVALUATE TRUE
               WHEN SHC-IS-HEADER
                  SET CAPTURE-HEADER-SEEN TO TRUE
                  MOVE SHC-SHADOW-RUN-ID TO WS-SHADOW-RUN-ID
               WHEN SHC-IS-TRAILER
                  SET CAPTURE-TRAILER-SEEN TO TRUE
                  MOVE SHC-ROWS-READ TO WS-SHD-READ
                  MOVE SHC-ROWS-COMMITTED TO WS-SHD-COMMITTED
                  MOVE SHC-ROWS-REJECTED TO WS-SHD-REJECTED
                  MOVE SHC-COMPLETION TO WS-SHD-COMPLETION
                  IF SHC-ROWS-UNCHANGED IS NUMERIC THEN
                     MOVE SHC-ROWS-UNCHANGED TO WS-SHD-UNCHANGED
                  END-IF
                  IF SHC-ROWS-DEFERRED IS NUMERIC THEN
                     MOVE SHC-ROWS-DEFERRED TO WS-SHD-DEFERRED
                  END-IF
               WHEN SHC-IS-UNCHANGED OR SHC-IS-DEFERRED
                  IF SHC-ROW-NUMBER < 1 OR
                     SHC-ROW-NUMBER > WS-ROW-COUNT THEN
                     GO TO NOTE-CAPTURE-ROW-EXIT
                  END-IF
                  MOVE SHC-ROW-NUMBER TO ROW-IX
                  MOVE SHC-TYPE TO ROW-SHD-OUTCOME (ROW-IX)
                  MOVE SHC-BUSINESS-KEY TO ROW-SHD-KEY (ROW-IX)
               WHEN SHC-IS-COMMIT OR SHC-IS-REJECT
                  IF SHC-ROW-NUMBER < 1 OR
                     SHC-ROW-NUMBER > WS-ROW-COUNT THEN
                     GO TO NOTE-CAPTURE-ROW-EXIT
                  END-IF
                  MOVE SHC-ROW-NUMBER TO ROW-IX
                  MOVE SHC-TYPE TO ROW-SHD-OUTCOME (ROW-IX)
                  IF SHC-IS-COMMIT THEN
                     MOVE SHC-COMMIT-SEQ TO ROW-SHD-SEQ (ROW-IX)
                     MOVE SHC-BUSINESS-KEY TO ROW-SHD-KEY (ROW-IX)
                     MOVE SHC-OPERATION TO ROW-SHD-OP (ROW-IX)
                     MOVE SHC-AFTER-NAME TO ROW-SHD-NAME (ROW-IX)
                     MOVE SHC-AFTER-SURNAME
                       TO ROW-SHD-SURNAME (ROW-IX)
                     IF SEQ-COUNT < WS-ROW-LIMIT THEN
                        ADD 1 TO SEQ-COUNT
                        MOVE ROW-IX TO SEQ-ROW (SEQ-COUNT)
                     END-IF
                  ELSE
                     MOVE SHC-REASON-CODE TO ROW-SHD-CODE (ROW-IX)
                     MOVE SHC-RULE-ID TO ROW-SHD-RULE (ROW-IX)
                  END-IF
            END-EVALUATE.
        NOTE-CAPTURE-ROW-EXIT.
            EXIT.
      *
      * Production's rejects for the run, by row number.
      *
        LOAD-PRODUCTION-REJECTS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT AUTHOR-REJECT-FILE.
            IF WS-REJECT-STATUS NOT EQUAL '00' THEN
               IF WS-REJECT-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-REJECT-FILE
               END-IF
               GO TO LOAD-PRODUCTION-REJECTS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ AUTHOR-REJECT-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF REJ-RUN-ID EQUAL WS-PROD-RUN-ID AND
                        REJ-ROW-NUMBER IS NUMERIC AND
                        REJ-ROW-NUMBER > 0 AND
                        REJ-ROW-NUMBER NOT > WS-ROW-COUNT THEN
                        MOVE REJ-ROW-NUMBER TO ROW-IX
                        MOVE REJ-REASON-CODE TO ROW-PRD-CODE (ROW-IX)
                        MOVE REJ-RULE-ID TO ROW-PRD-RULE (ROW-IX)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-REJECT-FILE.
        LOAD-PRODUCTION-REJECTS-EXIT.
            EXIT.
      *
      * The rows production accepted but left alone because they
      * were already in place, by row number.
      *
        LOAD-PRODUCTION-UNCHANGED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT UNCHANGED-ROWS-FILE.
            IF WS-UNCHANGED-STATUS NOT EQUAL '00' THEN
               IF WS-UNCHANGED-STATUS EQUAL '05' THEN
                  CLOSE UNCHANGED-ROWS-FILE
               END-IF
               GO TO LOAD-PRODUCTION-UNCHANGED-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ UNCHANGED-ROWS-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF UNC-RUN-ID EQUAL WS-PROD-RUN-ID AND
                        UNC-ROW-NUMBER IS NUMERIC AND
                        UNC-ROW-NUMBER > 0 AND
                        UNC-ROW-NUMBER NOT > WS-ROW-COUNT THEN
                        MOVE UNC-ROW-NUMBER TO ROW-IX
                        MOVE 'Y' TO ROW-PRD-UNCHANGED (ROW-IX)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE UNCHANGED-ROWS-FILE.
        LOAD-PRODUCTION-UNCHANGED-EXIT.
            EXIT.
      *
      * The rows production held in PENDING-CHANGES for a later
      * effective date, by row number: the 'P' record the run
      * itself wrote (a later release or cancellation is another
      * run's).
      *
        LOAD-PRODUCTION-DEFERRALS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT PENDING-CHANGES-FILE.
            IF WS-PENDING-STATUS NOT EQUAL '00' THEN
               IF WS-PENDING-STATUS EQUAL '05' THEN
                  CLOSE PENDING-CHANGES-FILE
               END-IF
               GO TO LOAD-PRODUCTION-DEFERRALS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ PENDING-CHANGES-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF PCH-RUN-ID EQUAL WS-PROD-RUN-ID AND
                        PCH-PENDING AND
                        PCH-ROW-NUMBER IS NUMERIC AND
                        PCH-ROW-NUMBER > 0 AND
                        PCH-ROW-NUMBER NOT > WS-ROW-COUNT THEN
                        MOVE PCH-ROW-NUMBER TO ROW-IX
                        MOVE 'Y' TO ROW-PRD-DEFERRED (ROW-IX)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE PENDING-CHANGES-FILE.
        LOAD-PRODUCTION-DEFERRALS-EXIT.
            EXIT.
      *
      * Production's committed changes for the run, in commit
      * order.
      *
        LOAD-PRODUCTION-CHANGES.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               IF WS-CHG-STATUS EQUAL '05' THEN
                  CLOSE CHANGE-AUDIT-FILE
               END-IF
               GO TO LOAD-PRODUCTION-CHANGES-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF CHG-RUN-ID EQUAL WS-PROD-RUN-ID AND
                        PRD-COUNT < WS-ROW-LIMIT THEN
                        ADD 1 TO PRD-COUNT
                        MOVE CHG-BUSINESS-KEY TO PRD-KEY (PRD-COUNT)
                        MOVE CHG-OPERATION TO PRD-OP (PRD-COUNT)
                        MOVE CHG-AFTER-NAME TO PRD-NAME (PRD-COUNT)
                        MOVE CHG-AFTER-SURNAME
                          TO PRD-SURNAME (PRD-COUNT)
                        MOVE 'N' TO PRD-MATCHED (PRD-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        LOAD-PRODUCTION-CHANGES-EXIT.
            EXIT.
      *
      * The run's BATCH-CONTROL trailer (the last one written for
      * it wins).
      *
        LOAD-PRODUCTION-TRAILER.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BATCH-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT EQUAL '00' THEN
               IF WS-CONTROL-STATUS EQUAL '05' THEN
                  CLOSE BATCH-CONTROL-FILE
               END-IF
               GO TO LOAD-PRODUCTION-TRAILER-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ BATCH-CONTROL-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF CTL-RUN-ID EQUAL WS-PROD-RUN-ID THEN
                        SET CONTROL-TRAILER-SEEN TO TRUE
                        MOVE CTL-ROWS-READ TO WS-PRD-READ
                        MOVE CTL-ROWS-COMMITTED TO WS-PRD-COMMITTED
                        MOVE CTL-ROWS-REJECTED TO WS-PRD-REJECTED
                        MOVE 0 TO WS-PRD-UNCHANGED
                        IF CTL-ROWS-UNCHANGED IS NUMERIC THEN
                           MOVE CTL-ROWS-UNCHANGED TO WS-PRD-UNCHANGED
                        END-IF
                        MOVE 0 TO WS-PRD-DEFERRED
                        IF CTL-ROWS-DEFERRED IS NUMERIC THEN
                           MOVE CTL-ROWS-DEFERRED TO WS-PRD-DEFERRED
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE BATCH-CONTROL-FILE.
        LOAD-PRODUCTION-TRAILER-EXIT.
            EXIT.
      *
      * One input row: both outcomes side by side.
      *
        COMPARE-ONE-ROW.
            IF ROW-SHD-OUTCOME (ROW-IX) EQUAL SPACE THEN
               ADD 1 TO WS-NOT-REACHED
               GO TO COMPARE-ONE-ROW-EXIT
            END-IF.
            IF ROW-SHD-OUTCOME (ROW-IX) EQUAL 'U' THEN
               PERFORM COMPARE-UNCHANGED-ROW
                  THRU COMPARE-UNCHANGED-ROW-EXIT
               GO TO COMPARE-ONE-ROW-EXIT
            END-IF.
            IF ROW-SHD-OUTCOME (ROW-IX) EQUAL 'D' THEN
               PERFORM COMPARE-DEFERRED-ROW
                  THRU COMPARE-DEFERRED-ROW-EXIT
               GO TO COMPARE-ONE-ROW-EXIT
            END-IF.
            IF ROW-PRD-DEFERRED (ROW-IX) EQUAL 'Y' THEN
               MOVE 'OUTCOME' TO WS-DIFF-KIND
               MOVE SPACES TO WS-DIFF-TEXT
               IF ROW-SHD-OUTCOME (ROW-IX) EQUAL 'R' THEN
                  STRING 'production deferred it, candidate rejects '
                            DELIMITED BY SIZE
                         ROW-SHD-CODE (ROW-IX) DELIMITED BY SIZE
                         '/' DELIMITED BY SIZE
                         ROW-SHD-RULE (ROW-IX) DELIMITED BY SIZE
                         INTO WS-DIFF-TEXT
                  END-STRING
               ELSE
                  MOVE 'production deferred it, candidate commits'
                    TO WS-DIFF-TEXT
               END-IF
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-ONE-ROW-EXIT
            END-IF.
            IF ROW-PRD-UNCHANGED (ROW-IX) EQUAL 'Y' THEN
               MOVE 'OUTCOME' TO WS-DIFF-KIND
               MOVE SPACES TO WS-DIFF-TEXT
               IF ROW-SHD-OUTCOME (ROW-IX) EQUAL 'R' THEN
                  STRING 'production left it unchanged, candidate '
                            DELIMITED BY SIZE
                         'rejects ' DELIMITED BY SIZE
                         ROW-SHD-CODE (ROW-IX) DELIMITED BY SIZE
                         '/' DELIMITED BY SIZE
                         ROW-SHD-RULE (ROW-IX) DELIMITED BY SIZE
                         INTO WS-DIFF-TEXT
                  END-STRING
               ELSE
                  MOVE 'production left it unchanged, candidate commits'
                    TO WS-DIFF-TEXT
               END-IF
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-ONE-ROW-EXIT
            END-IF.
            IF ROW-SHD-OUTCOME (ROW-IX) EQUAL 'R' THEN
               IF ROW-PRD-CODE (ROW-IX) NOT EQUAL SPACES THEN
                  IF ROW-PRD-CODE (ROW-IX) NOT EQUAL
                        ROW-SHD-CODE (ROW-IX) OR
                     ROW-PRD-RULE (ROW-IX) NOT EQUAL
                        ROW-SHD-RULE (ROW-IX) THEN
                     MOVE 'REASON' TO WS-DIFF-KIND
                     MOVE SPACES TO WS-DIFF-TEXT
                     STRING 'production rejected ' DELIMITED BY SIZE
                            ROW-PRD-CODE (ROW-IX) DELIMITED BY SIZE
                            '/' DELIMITED BY SIZE
                            ROW-PRD-RULE (ROW-IX) DELIMITED BY SIZE
                            ', candidate rejects ' DELIMITED BY SIZE
                            ROW-SHD-CODE (ROW-IX) DELIMITED BY SIZE
                            '/' DELIMITED BY SIZE
                            ROW-SHD-RULE (ROW-IX) DELIMITED BY SIZE
                            INTO WS-DIFF-TEXT
                     END-STRING
                     PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
                  END-IF
                  GO TO COMPARE-ONE-ROW-EXIT
               END-IF
      * Production committed what the candidate rejects; its
      * change record is accounted for by this row
               MOVE ROW-KEY (ROW-IX) TO WS-SEARCH-KEY
               PERFORM FIND-PRODUCTION-CHANGE
                  THRU FIND-PRODUCTION-CHANGE-EXIT
               MOVE 'OUTCOME' TO WS-DIFF-KIND
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'production committed, candidate rejects '
                         DELIMITED BY SIZE
                      ROW-SHD-CODE (ROW-IX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      ROW-SHD-RULE (ROW-IX) DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-ONE-ROW-EXIT
            END-IF.
      * The candidate commits the row
            IF ROW-PRD-CODE (ROW-IX) NOT EQUAL SPACES THEN
               MOVE 'OUTCOME' TO WS-DIFF-KIND
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'production rejected ' DELIMITED BY SIZE
                      ROW-PRD-CODE (ROW-IX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      ROW-PRD-RULE (ROW-IX) DELIMITED BY SIZE
                      ', candidate commits' DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-ONE-ROW-EXIT
            END-IF.
            MOVE ROW-SHD-KEY (ROW-IX) TO WS-SEARCH-KEY.
            PERFORM FIND-PRODUCTION-CHANGE
               THRU FIND-PRODUCTION-CHANGE-EXIT.
            IF PRD-FOUND EQUAL 0 THEN
               MOVE 'OUTCOME' TO WS-DIFF-KIND
               MOVE 'candidate commits, production has no reject and '
                    & 'no CHANGE-AUDIT record for it'
                 TO WS-DIFF-TEXT
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-ONE-ROW-EXIT
            END-IF.
            MOVE PRD-FOUND TO ROW-PRD-POS (ROW-IX).
            IF PRD-OP (PRD-FOUND) NOT EQUAL ROW-SHD-OP (ROW-IX) THEN
               MOVE 'OPERATION' TO WS-DIFF-KIND
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'production committed ' DELIMITED BY SIZE
                      PRD-OP (PRD-FOUND) DELIMITED BY SIZE
                      ', candidate commits ' DELIMITED BY SIZE
                      ROW-SHD-OP (ROW-IX) DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
            END-IF.
            IF PRD-NAME (PRD-FOUND) NOT EQUAL ROW-SHD-NAME (ROW-IX)
               OR PRD-SURNAME (PRD-FOUND) NOT EQUAL
                  ROW-SHD-SURNAME (ROW-IX) THEN
               MOVE 'AFTER' TO WS-DIFF-KIND
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'production ' DELIMITED BY SIZE
                      FUNCTION TRIM(PRD-NAME (PRD-FOUND))
                         DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(PRD-SURNAME (PRD-FOUND))
                         DELIMITED BY SIZE
                      ', candidate ' DELIMITED BY SIZE
                      FUNCTION TRIM(ROW-SHD-NAME (ROW-IX))
                         DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(ROW-SHD-SURNAME (ROW-IX))
                         DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
            END-IF.
        COMPARE-ONE-ROW-EXIT.
            EXIT.
      *
      * The candidate accepts the row but leaves it alone, the
      * values it carries being already in place.
      *
        COMPARE-UNCHANGED-ROW.
            IF ROW-PRD-UNCHANGED (ROW-IX) EQUAL 'Y' THEN
               GO TO COMPARE-UNCHANGED-ROW-EXIT
            END-IF.
            MOVE 'OUTCOME' TO WS-DIFF-KIND.
            MOVE SPACES TO WS-DIFF-TEXT.
            IF ROW-PRD-DEFERRED (ROW-IX) EQUAL 'Y' THEN
               MOVE 'production deferred it, candidate leaves it '
                    & 'unchanged'
                 TO WS-DIFF-TEXT
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-UNCHANGED-ROW-EXIT
            END-IF.
            IF ROW-PRD-CODE (ROW-IX) NOT EQUAL SPACES THEN
               STRING 'production rejected ' DELIMITED BY SIZE
                      ROW-PRD-CODE (ROW-IX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      ROW-PRD-RULE (ROW-IX) DELIMITED BY SIZE
                      ', candidate leaves it unchanged'
                         DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-UNCHANGED-ROW-EXIT
            END-IF.
      * Production committed what the candidate leaves alone; its
      * change record is accounted for by this row
            MOVE ROW-SHD-KEY (ROW-IX) TO WS-SEARCH-KEY.
            PERFORM FIND-PRODUCTION-CHANGE
               THRU FIND-PRODUCTION-CHANGE-EXIT.
            IF PRD-FOUND EQUAL 0 THEN
               MOVE 'candidate leaves it unchanged, production has no '
                    & 'reject, no UNCHANGED-ROWS and no CHANGE-AUDIT '
                    & 'record for it'
                 TO WS-DIFF-TEXT
            ELSE
               MOVE 'production committed, candidate leaves it '
                    & 'unchanged'
                 TO WS-DIFF-TEXT
            END-IF.
            PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE.
        COMPARE-UNCHANGED-ROW-EXIT.
            EXIT.
      *
      * The candidate holds the row for a later effective date,
      * judged as of the production run's own day.
      *
        COMPARE-DEFERRED-ROW.
            IF ROW-PRD-DEFERRED (ROW-IX) EQUAL 'Y' THEN
               GO TO COMPARE-DEFERRED-ROW-EXIT
            END-IF.
            MOVE 'OUTCOME' TO WS-DIFF-KIND.
            MOVE SPACES TO WS-DIFF-TEXT.
            IF ROW-PRD-CODE (ROW-IX) NOT EQUAL SPACES THEN
               STRING 'production rejected ' DELIMITED BY SIZE
                      ROW-PRD-CODE (ROW-IX) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      ROW-PRD-RULE (ROW-IX) DELIMITED BY SIZE
                      ', candidate defers it' DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-DEFERRED-ROW-EXIT
            END-IF.
            IF ROW-PRD-UNCHANGED (ROW-IX) EQUAL 'Y' THEN
               MOVE 'production left it unchanged, candidate defers '
                    & 'it'
                 TO WS-DIFF-TEXT
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO COMPARE-DEFERRED-ROW-EXIT
            END-IF.
      * Production applied what the candidate holds; its change
      * record is accounted for by this row
            MOVE ROW-KEY (ROW-IX) TO WS-SEARCH-KEY.
            PERFORM FIND-PRODUCTION-CHANGE
               THRU FIND-PRODUCTION-CHANGE-EXIT.
            IF PRD-FOUND EQUAL 0 THEN
               MOVE 'candidate defers it, production has no reject, '
                    & 'no PENDING-CHANGES and no CHANGE-AUDIT record '
                    & 'for it'
                 TO WS-DIFF-TEXT
            ELSE
               MOVE 'production committed, candidate defers it'
                 TO WS-DIFF-TEXT
            END-IF.
            PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE.
        COMPARE-DEFERRED-ROW-EXIT.
            EXIT.
      *
      * The first production change for WS-SEARCH-KEY not yet
      * matched to a row, searched from just past the last match
      * (the runs agree on order nearly always) and then from the
      * top.  PRD-FOUND is zero when there is none.
      *
        FIND-PRODUCTION-CHANGE.
            MOVE 0 TO PRD-FOUND.
            IF PRD-COUNT EQUAL 0 OR WS-SEARCH-KEY EQUAL SPACES THEN
               GO TO FIND-PRODUCTION-CHANGE-EXIT
            END-IF.
            COMPUTE PRD-IX = PRD-CURSOR + 1.
            PERFORM UNTIL PRD-IX > PRD-COUNT OR PRD-FOUND > 0
               IF PRD-MATCHED (PRD-IX) NOT EQUAL 'Y' AND
                  PRD-KEY (PRD-IX) EQUAL WS-SEARCH-KEY THEN
                  MOVE PRD-IX TO PRD-FOUND
               END-IF
               ADD 1 TO PRD-IX
            END-PERFORM.
            MOVE 1 TO PRD-IX.
            PERFORM UNTIL PRD-IX > PRD-CURSOR OR PRD-FOUND > 0
               IF PRD-MATCHED (PRD-IX) NOT EQUAL 'Y' AND
                  PRD-KEY (PRD-IX) EQUAL WS-SEARCH-KEY THEN
                  MOVE PRD-IX TO PRD-FOUND
               END-IF
               ADD 1 TO PRD-IX
            END-PERFORM.
            IF PRD-FOUND > 0 THEN
               MOVE 'Y' TO PRD-MATCHED (PRD-FOUND)
               MOVE PRD-FOUND TO PRD-CURSOR
            END-IF.
        FIND-PRODUCTION-CHANGE-EXIT.
            EXIT.
      *
      * Walk the candidate's commits in its own order: each should
      * land later in production's CHANGE-AUDIT than the one
      * before it.
      *
        CHECK-COMMIT-ORDER.
            MOVE 0 TO WS-LAST-POS.
            PERFORM VARYING SEQ-IX FROM 1 BY 1
                     UNTIL SEQ-IX > SEQ-COUNT
               MOVE SEQ-ROW (SEQ-IX) TO ROW-IX
               IF ROW-PRD-POS (ROW-IX) > 0 THEN
                  IF ROW-PRD-POS (ROW-IX) < WS-LAST-POS THEN
                     MOVE 'ORDER' TO WS-DIFF-KIND
                     MOVE SPACES TO WS-DIFF-TEXT
                     STRING 'candidate commits it ' DELIMITED BY SIZE
                            ROW-SHD-SEQ (ROW-IX) DELIMITED BY SIZE
                            ', ahead of a row production committed '
                               DELIMITED BY SIZE
                            'before it' DELIMITED BY SIZE
                            INTO WS-DIFF-TEXT
                     END-STRING
                     PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
                  ELSE
                     MOVE ROW-PRD-POS (ROW-IX) TO WS-LAST-POS
                  END-IF
               END-IF
            END-PERFORM.
      *
      * The trailer totals, and a candidate that never reached
      * the end of the input.
      *
        CHECK-CONTROL-TOTALS.
            MOVE 0 TO ROW-IX.
            MOVE 'CONTROL' TO WS-DIFF-KIND.
            IF NOT CAPTURE-TRAILER-SEEN OR
               WS-SHD-COMPLETION NOT EQUAL 'E' THEN
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'the candidate stopped before the end of the '
                         DELIMITED BY SIZE
                      'input - ' DELIMITED BY SIZE
                      WS-NOT-REACHED DELIMITED BY SIZE
                      ' row(s) never reached' DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO CHECK-CONTROL-TOTALS-EXIT
            END-IF.
            IF NOT CONTROL-TRAILER-SEEN THEN
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'no ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONTROL-NAME) DELIMITED BY SIZE
                      ' trailer for the production run'
                         DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
               GO TO CHECK-CONTROL-TOTALS-EXIT
            END-IF.
            IF WS-PRD-READ NOT EQUAL WS-SHD-READ OR
               WS-PRD-COMMITTED NOT EQUAL WS-SHD-COMMITTED OR
               WS-PRD-REJECTED NOT EQUAL WS-SHD-REJECTED OR
               WS-PRD-UNCHANGED NOT EQUAL WS-SHD-UNCHANGED THEN
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'read/committed/rejected/unchanged production '
                         DELIMITED BY SIZE
                      WS-PRD-READ DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-PRD-COMMITTED DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-PRD-REJECTED DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-PRD-UNCHANGED DELIMITED BY SIZE
                      ', candidate ' DELIMITED BY SIZE
                      WS-SHD-READ DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-SHD-COMMITTED DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-SHD-REJECTED DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-SHD-UNCHANGED DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
            END-IF.
            IF WS-PRD-DEFERRED NOT EQUAL WS-SHD-DEFERRED THEN
               MOVE SPACES TO WS-DIFF-TEXT
               STRING 'deferred production ' DELIMITED BY SIZE
                      WS-PRD-DEFERRED DELIMITED BY SIZE
                      ', candidate ' DELIMITED BY SIZE
                      WS-SHD-DEFERRED DELIMITED BY SIZE
                      INTO WS-DIFF-TEXT
               END-STRING
               PERFORM NOTE-DIFFERENCE THRU NOTE-DIFFERENCE
            END-IF.
        CHECK-CONTROL-TOTALS-EXIT.
            EXIT.
      *
      * One difference line: the kind, the row (when there is
      * one) and its key, and what each side did.
      *
        NOTE-DIFFERENCE.
            ADD 1 TO WS-DIFF-COUNT.
            MOVE SPACES TO WS-REPORT-LINE.
            IF ROW-IX > 0 THEN
               STRING WS-DIFF-KIND DELIMITED BY SIZE
                      ' row ' DELIMITED BY SIZE
                      ROW-IX DELIMITED BY SIZE
                      ' key ' DELIMITED BY SIZE
                      FUNCTION TRIM(ROW-KEY (ROW-IX)) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-DIFF-TEXT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            ELSE
               STRING WS-DIFF-KIND DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DIFF-TEXT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            END-IF.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
        WRITE-REPORT-LINE.
            WRITE SHADOW-DIFF-RECORD FROM WS-REPORT-LINE.
