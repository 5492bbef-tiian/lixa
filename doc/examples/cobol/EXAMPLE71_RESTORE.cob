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
      * Usage: EXAMPLE71_RESTORE [PREVIEW] ASOF=timestamp-prefix
      *                          [KEY=key ...]
      *        EXAMPLE71_RESTORE COMMIT CONFIRM ASOF=timestamp-prefix
      *                          [KEY=key ...]
      *
      * Selective restore: put chosen keys back the way they were
      * at a past moment.  EXAMPLE16_BACKOUT reverses a run or a
      * time window and EXAMPLE34_ASOF rebuilds the whole table,
      * but the usual request is "authors 1201, 1388 and 2045 have
      * been wrong since some point last week - put just those
      * three back as they were on the 3rd", which cuts across
      * runs the rest of whose work must stay.
      *
      * The keys are named by KEY= (an author id, or 'B' and the
      * book id; up to eight on the command line) or, with no
      * KEY=, listed one per line in RESTORE-KEYS; at most 500.
      * ASOF= takes any timestamp prefix, as EXAMPLE34_ASOF does:
      * ASOF=20260903 is the state at the end of the 3rd.
      *
      * Each key's history is replayed from CHANGE-AUDIT - every
      * archived generation the catalog names (see GENCAT.cpy)
      * first, then the live file, the EXAMPLE34_ASOF walk - into
      * two states: the key as it stood at the as-of moment, and
      * the key as it stands now (its last audited change).  The
      * difference is the correction:
      *
      *   - alive then and now, different values - an update back
      *     to the as-of values;
      *   - alive then, deleted since - an insert of the as-of
      *     values;
      *   - created (or deleted) since and alive now - a delete;
      *   - no change since the as-of moment, or the same values
      *     again - nothing to do (UNCHANGED);
      *   - no audited history at all - nothing can be rebuilt
      *     (NO HISTORY), named for a human decision.
      *
      * A key under legal hold (see LGLHOLD.cpy) is never
      * restored: PREVIEW lists it as HELD and COMMIT leaves it out
      * with an EXCEPTION-QUEUE entry naming the hold (see
      * LGLHCK.cpy), as EXAMPLE16_BACKOUT does.
      *
      * The PREVIEW/COMMIT convention EXAMPLE28_PURGE established
      * applies: PREVIEW (the default) writes RESTORE-PREVIEW, one
      * line per key with its as-of and current values and the
      * changes made since, and writes no correction; COMMIT
      * CONFIRM writes the same report and AUTHOR-RESTORE, in the
      * loader's own AUTHOR-INPUT layout, each row carrying its own
      * operation code.  Author inserts and updates come first,
      * then the book rows, then author deletes, so the loader's
      * referential checks see a restored author before its books
      * and a removed author after them.  Every update and delete
      * carries the current values as its expectation (see
      * AUTHROW-EXPECTED), so a key changed again between this run
      * and the load is rejected as a conflict (CNFL) rather than
      * overwritten.  A book's title comes from the 30-byte audit
      * image, so a longer title is restored folded, the same
      * folding EXAMPLE16_BACKOUT restores with.
      *
      * Like EXAMPLE60_STANDARDIZE, COMMIT files a pending
      * RUN-APPROVALS record (see APPRREC.cpy) for the file's
      * loader fingerprint and verb UPDATE: the loader holds it
      * until a DIFFERENT authorized operator has run
      * EXAMPLE31_AUTHMNT APPROVE, then it loads as any other
      * correction file (copied to AUTHOR-INPUT, EXAMPLE5_PQL
      * UPDATE), with the operator's authority, imprint scope and
      * the rest of the loader's checks applied row by row.
      *
      * Reading a key's history puts personal data on disk, so
      * every key asked for is logged to INQUIRY-ACCESS against
      * the operator (see INQACC.cpy); with no BATCH-OPERATOR
      * identity the run is refused.
      *
      * Return codes: 0 the preview (and, for COMMIT, the
      * correction file) was written; 1 refused or nothing to
      * restore from.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE71-RESTORE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The trail is read generation by generation, so the ASSIGN
      * goes through a data name the catalog walk repoints
            SELECT CHANGE-AUDIT-FILE
                ASSIGN TO DYNAMIC WS-CHG-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHG-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
      * The keys to restore, one per line, when no KEY= is given
            SELECT OPTIONAL RESTORE-KEYS-FILE
                ASSIGN TO "RESTORE-KEYS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-KEYS-STATUS.
            SELECT RESTORE-PREVIEW-FILE
                ASSIGN TO "RESTORE-PREVIEW"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The correction, in the loader's input layout
            SELECT AUTHOR-RESTORE-FILE
                ASSIGN TO "AUTHOR-RESTORE"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Second signatures on destructive runs (see APPRREC.cpy)
            SELECT OPTIONAL RUN-APPROVALS-FILE
                ASSIGN TO "RUN-APPROVALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPR-STATUS.
      * Keys frozen by counsel (see LGLHOLD.cpy), and the queue a
      * held key is reported to
            SELECT OPTIONAL LEGAL-HOLD-FILE
                ASSIGN TO "LEGAL-HOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LGLHOLD-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Who viewed what (see INQACC.cpy) and the shop-wide run id
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO "INQUIRY-ACCESS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQACC-STATUS.
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
        FD RESTORE-KEYS-FILE.
        01 RESTORE-KEY-RECORD PIC X(20).
        FD RESTORE-PREVIEW-FILE.
        01 RESTORE-PREVIEW-RECORD PIC X(132).
        FD AUTHOR-RESTORE-FILE.
        01 AUTHOR-RESTORE-RECORD.
           COPY AUTHROW.
        01 AUTHOR-RESTORE-BOOK.
           COPY BOOKROW.
        FD RUN-APPROVALS-FILE.
        01 RUN-APPROVAL-RECORD.
           COPY APPRREC.
        FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-RECORD.
           COPY LGLHOLD.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-KEYS-STATUS PIC X(2) VALUE '00'.
        01 WS-APPR-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-KEYS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-KEYS VALUE 'Y'.
        01 WS-CHG-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-GENERATIONS-READ PIC 9(4) VALUE 0.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-ASOF-TS PIC X(21) VALUE SPACES.
        01 WS-ASOF-LENGTH PIC 9(2) VALUE 0.
      * The EXAMPLE28_PURGE two-phase convention
        01 WS-PHASE PIC X(7) VALUE 'PREVIEW'.
           88 PHASE-PREVIEW VALUE 'PREVIEW'.
           88 PHASE-COMMIT  VALUE 'COMMIT'.
        01 WS-CONFIRM-FLAG PIC X(1) VALUE 'N'.
           88 COMMIT-CONFIRMED VALUE 'Y'.
      * A key as given, and as the trail writes it: the
      * right-justified id for an author, 'B' and the nine-digit
      * id for a book
        01 WS-KEY-GIVEN PIC X(20) VALUE SPACES.
        01 WS-KEY-NORMAL PIC X(20) VALUE SPACES.
        01 WS-KEY-NUMBER PIC 9(9) VALUE 0.
        01 WS-KEY-DISP PIC Z(8)9.
        01 WS-KEY-FLAG PIC X(1) VALUE 'N'.
           88 KEY-IS-BAD VALUE 'Y'.
        01 WS-BAD-KEY-COUNT PIC 9(3) VALUE 0.
      * Each key asked for: its state at the as-of moment, its
      * state now, and what has happened to it in between
        01 RESTORE-TABLE.
           05 RESTORE-COUNT PIC 9(3) VALUE 0.
           05 RESTORE-ENTRY OCCURS 500 TIMES.
              10 RST-KEY          PIC X(20).
              10 RST-ASOF-SEEN    PIC X(1).
              10 RST-ASOF-OP      PIC X(1).
              10 RST-ASOF-NAME    PIC X(30).
              10 RST-ASOF-SURNAME PIC X(30).
              10 RST-CUR-SEEN     PIC X(1).
              10 RST-CUR-OP       PIC X(1).
              10 RST-CUR-NAME     PIC X(30).
              10 RST-CUR-SURNAME  PIC X(30).
              10 RST-SINCE-COUNT  PIC 9(5).
              10 RST-SINCE-FIRST  PIC X(21).
      * I insert, U update, D delete, S unchanged, N no history,
      * H held
              10 RST-ACTION       PIC X(1).
              10 RST-HOLD-REASON  PIC X(60).
        01 RST-IX PIC 9(3).
        01 WS-RST-FOUND PIC X(1) VALUE 'N'.
           88 RST-ENTRY-FOUND VALUE 'Y'.
        01 WS-ALIVE-THEN PIC X(1) VALUE 'N'.
           88 ALIVE-THEN VALUE 'Y'.
        01 WS-ALIVE-NOW PIC X(1) VALUE 'N'.
           88 ALIVE-NOW VALUE 'Y'.
      * The run's accounting
        01 WS-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-BULK-SKIPPED PIC 9(9) VALUE 0.
        01 WS-INSERT-COUNT PIC 9(5) VALUE 0.
        01 WS-UPDATE-COUNT PIC 9(5) VALUE 0.
        01 WS-DELETE-COUNT PIC 9(5) VALUE 0.
        01 WS-SAME-COUNT PIC 9(5) VALUE 0.
        01 WS-NOHIST-COUNT PIC 9(5) VALUE 0.
        01 WS-HELD-COUNT PIC 9(5) VALUE 0.
        01 WS-ROWS-WRITTEN PIC 9(9) VALUE 0.
      * Which rows the current output pass writes: A author
      * inserts and updates, B books, D author deletes
        01 WS-PASS PIC X(1) VALUE SPACE.
      * The correction's fingerprint, computed exactly as the
      * loader's PRE-LOAD-GATE computes it over the same file:
      * row count, '-', the id hash
        01 WS-FP-HASH PIC 9(14) VALUE 0.
        01 WS-FINGERPRINT PIC X(24) VALUE SPACES.
        01 WS-APPROVAL-VERB PIC X(10) VALUE 'UPDATE'.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        01 WS-ACTION-TEXT PIC X(14) VALUE SPACES.
        01 WS-SINCE-DISP PIC Z(4)9.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
      * The access log (see INQACCWR.cpy), the run id and the
      * legal holds (see LGLHWS.cpy)
           COPY INQACCWS.
           COPY RUNIDWS.
           COPY LGLHWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE71_RESTORE'.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 11
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
                     WHEN 'ASOF'
                        MOVE WS-ARG-VALUE(1:21) TO WS-ASOF-TS
                     WHEN 'KEY'
                        MOVE WS-ARG-VALUE(1:20) TO WS-KEY-GIVEN
                        PERFORM ADD-RESTORE-KEY
                           THRU ADD-RESTORE-KEY-EXIT
                     WHEN 'PREVIEW'
                        SET PHASE-PREVIEW TO TRUE
                     WHEN 'COMMIT'
                        SET PHASE-COMMIT TO TRUE
                     WHEN 'CONFIRM'
                        SET COMMIT-CONFIRMED TO TRUE
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF WS-ASOF-TS EQUAL SPACES THEN
               DISPLAY 'Usage: EXAMPLE71_RESTORE [PREVIEW] '
                       'ASOF=timestamp-prefix [KEY=key ...] / '
                       'COMMIT CONFIRM ASOF=timestamp-prefix '
                       '[KEY=key ...]'
               STOP RUN RETURNING 1
            END-IF.
            IF PHASE-COMMIT AND NOT COMMIT-CONFIRMED THEN
               DISPLAY 'REFUSED: COMMIT needs the literal word '
                       'CONFIRM - run PREVIEW first and mean it'
               STOP RUN RETURNING 1
            END-IF.
            IF RESTORE-COUNT EQUAL 0 AND WS-BAD-KEY-COUNT EQUAL 0
               THEN
               PERFORM READ-RESTORE-KEYS THRU READ-RESTORE-KEYS-DONE
            END-IF.
            IF WS-BAD-KEY-COUNT NOT EQUAL 0 THEN
               DISPLAY 'REFUSED: ' WS-BAD-KEY-COUNT ' key(s) are '
                       'neither an author id nor B and a book id, '
                       'or exceed the 500-key limit'
               STOP RUN RETURNING 1
            END-IF.
            IF RESTORE-COUNT EQUAL 0 THEN
               DISPLAY 'REFUSED: no keys to restore - name them '
                       'with KEY= or list them in RESTORE-KEYS'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'REFUSED: LEGAL-HOLD holds more than 500 '
                       'holds - the list cannot be read whole'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            COMPUTE WS-ASOF-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ASOF-TS)).
            DISPLAY 'Restoring ' RESTORE-COUNT ' key(s) to their '
                    'state as of ' FUNCTION TRIM(WS-ASOF-TS)
                    ' (' WS-PHASE ')'.
            PERFORM REPLAY-THE-TRAIL THRU REPLAY-THE-TRAIL-DONE.
            PERFORM VARYING RST-IX FROM 1 BY 1
                     UNTIL RST-IX > RESTORE-COUNT
               PERFORM DECIDE-ONE-KEY THRU DECIDE-ONE-KEY-EXIT
            END-PERFORM.
            PERFORM WRITE-PREVIEW THRU WRITE-PREVIEW.
            PERFORM LOG-RESTORE-ACCESS THRU LOG-RESTORE-ACCESS.
            IF PHASE-PREVIEW THEN
               DISPLAY 'RESTORE PREVIEW: ' WS-INSERT-COUNT
                       ' insert(s), ' WS-UPDATE-COUNT
                       ' update(s), ' WS-DELETE-COUNT
                       ' delete(s), ' WS-SAME-COUNT
                       ' unchanged, ' WS-NOHIST-COUNT
                       ' without history, ' WS-HELD-COUNT
                       ' held - see RESTORE-PREVIEW'
               STOP RUN RETURNING 0
            END-IF.
            PERFORM WRITE-CORRECTION THRU WRITE-CORRECTION.
            IF WS-ROWS-WRITTEN EQUAL 0 THEN
               DISPLAY 'RESTORE RESULT: nothing differs from the '
                       'as-of state - AUTHOR-RESTORE is empty'
               STOP RUN RETURNING 0
            END-IF.
            PERFORM FILE-APPROVAL-REQUEST THRU FILE-APPROVAL-REQUEST.
            DISPLAY 'RESTORE RESULT: ' WS-ROWS-WRITTEN
                    ' correction row(s) in AUTHOR-RESTORE ('
                    WS-INSERT-COUNT ' insert(s), ' WS-UPDATE-COUNT
                    ' update(s), ' WS-DELETE-COUNT ' delete(s)), '
                    WS-HELD-COUNT ' held key(s) left out'.
            DISPLAY '  a DIFFERENT authorized operator runs '
                    'EXAMPLE31_AUTHMNT APPROVE ' WS-FINGERPRINT
                    ' UPDATE, then load the file with EXAMPLE5_PQL '
                    'UPDATE'.
            STOP RUN RETURNING 0.
      *
      * One key as asked for, in the trail's own key form; a key
      * that is not an id, or one past the table, is counted for
      * the refusal.  A key named twice is kept once.
      *
        ADD-RESTORE-KEY.
            MOVE 'N' TO WS-KEY-FLAG.
            MOVE SPACES TO WS-KEY-NORMAL.
            MOVE FUNCTION TRIM(WS-KEY-GIVEN) TO WS-KEY-GIVEN.
            IF WS-KEY-GIVEN EQUAL SPACES THEN
               GO TO ADD-RESTORE-KEY-EXIT
            END-IF.
            IF WS-KEY-GIVEN(1:1) EQUAL 'B' THEN
               IF WS-KEY-GIVEN(2:19) EQUAL SPACES OR
                  FUNCTION TEST-NUMVAL(WS-KEY-GIVEN(2:19))
                     NOT EQUAL 0 THEN
                  SET KEY-IS-BAD TO TRUE
               ELSE
                  COMPUTE WS-KEY-NUMBER =
                     FUNCTION NUMVAL(WS-KEY-GIVEN(2:19))
                  END-COMPUTE
                  STRING 'B' DELIMITED BY SIZE
                         WS-KEY-NUMBER DELIMITED BY SIZE
                         INTO WS-KEY-NORMAL
                  END-STRING
               END-IF
            ELSE
               IF FUNCTION TEST-NUMVAL(WS-KEY-GIVEN) NOT EQUAL 0
                  THEN
                  SET KEY-IS-BAD TO TRUE
               ELSE
                  COMPUTE WS-KEY-NUMBER =
                     FUNCTION NUMVAL(WS-KEY-GIVEN)
                  END-COMPUTE
                  MOVE WS-KEY-NUMBER TO WS-KEY-DISP
                  MOVE WS-KEY-DISP TO WS-KEY-NORMAL
               END-IF
            END-IF.
            IF NOT KEY-IS-BAD AND WS-KEY-NUMBER EQUAL 0 THEN
               SET KEY-IS-BAD TO TRUE
            END-IF.
            IF KEY-IS-BAD THEN
               DISPLAY 'Not a key: ' FUNCTION TRIM(WS-KEY-GIVEN)
               ADD 1 TO WS-BAD-KEY-COUNT
               GO TO ADD-RESTORE-KEY-EXIT
            END-IF.
            PERFORM FIND-RESTORE-KEY THRU FIND-RESTORE-KEY-EXIT.
            IF RST-ENTRY-FOUND THEN
               GO TO ADD-RESTORE-KEY-EXIT
            END-IF.
            IF RESTORE-COUNT EQUAL 500 THEN
               ADD 1 TO WS-BAD-KEY-COUNT
               GO TO ADD-RESTORE-KEY-EXIT
            END-IF.
            ADD 1 TO RESTORE-COUNT.
            INITIALIZE RESTORE-ENTRY (RESTORE-COUNT).
            MOVE WS-KEY-NORMAL TO RST-KEY (RESTORE-COUNT).
            MOVE 'N' TO RST-ASOF-SEEN (RESTORE-COUNT).
            MOVE 'N' TO RST-CUR-SEEN (RESTORE-COUNT).
        ADD-RESTORE-KEY-EXIT.
            EXIT.
      *
      * The key list, when the command line named none.
      *
        READ-RESTORE-KEYS.
            OPEN INPUT RESTORE-KEYS-FILE.
            IF WS-KEYS-STATUS NOT EQUAL '00' THEN
               IF WS-KEYS-STATUS EQUAL '05' THEN
                  CLOSE RESTORE-KEYS-FILE
               END-IF
               GO TO READ-RESTORE-KEYS-DONE
            END-IF.
            PERFORM UNTIL END-OF-KEYS
               READ RESTORE-KEYS-FILE
                  AT END
                     SET END-OF-KEYS TO TRUE
                  NOT AT END
                     MOVE FUNCTION UPPER-CASE(RESTORE-KEY-RECORD)
                       TO WS-KEY-GIVEN
                     PERFORM ADD-RESTORE-KEY
                        THRU ADD-RESTORE-KEY-EXIT
               END-READ
            END-PERFORM.
            CLOSE RESTORE-KEYS-FILE.
        READ-RESTORE-KEYS-DONE.
            EXIT.
      *
      * RST-IX at WS-KEY-NORMAL's entry, RST-ENTRY-FOUND when it
      * is one of the keys asked for.
      *
        FIND-RESTORE-KEY.
            MOVE 'N' TO WS-RST-FOUND.
            PERFORM VARYING RST-IX FROM 1 BY 1
                     UNTIL RST-IX > RESTORE-COUNT OR RST-ENTRY-FOUND
               IF RST-KEY (RST-IX) EQUAL WS-KEY-NORMAL THEN
                  SET RST-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF RST-ENTRY-FOUND THEN
               SUBTRACT 1 FROM RST-IX
            END-IF.
        FIND-RESTORE-KEY-EXIT.
            EXIT.
      *
      * The whole trail, archived generations first (oldest cut
      * first) and the live file last - the EXAMPLE34_ASOF walk.
      *
        REPLAY-THE-TRAIL.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-GENCAT
                  READ GENERATION-CATALOG-FILE
                     AT END
                        SET END-OF-GENCAT TO TRUE
                     NOT AT END
                        IF GC-FILE-NAME EQUAL 'CHANGE-AUDIT' THEN
                           MOVE SPACES TO WS-CHG-NAME
                           STRING 'CHANGE-AUDIT-ARC-'
                                  DELIMITED BY SIZE
                                  GC-GENERATION DELIMITED BY SIZE
                                  INTO WS-CHG-NAME
                           END-STRING
                           ADD 1 TO WS-GENERATIONS-READ
                           PERFORM REPLAY-ONE-FILE
                              THRU REPLAY-ONE-FILE-DONE
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-GENCAT-STATUS EQUAL '00' OR
               WS-GENCAT-STATUS EQUAL '05' THEN
               CLOSE GENERATION-CATALOG-FILE
            END-IF.
            IF WS-GENERATIONS-READ NOT EQUAL 0 THEN
               DISPLAY 'Catalog: ' WS-GENERATIONS-READ
                       ' archived generation(s) replayed ahead '
                       'of the live file'
            END-IF.
            MOVE 'CHANGE-AUDIT' TO WS-CHG-NAME.
            PERFORM REPLAY-ONE-FILE THRU REPLAY-ONE-FILE-DONE.
            IF WS-READ-COUNT EQUAL 0 THEN
               DISPLAY 'No CHANGE-AUDIT records anywhere - nothing '
                       'to restore from'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-BULK-SKIPPED NOT EQUAL 0 THEN
               DISPLAY 'NOTE: ' WS-BULK-SKIPPED ' BULK batch '
                       'summary record(s) skipped - rows loaded in '
                       'BULK carry no per-key image to restore from'
            END-IF.
        REPLAY-THE-TRAIL-DONE.
            EXIT.
        REPLAY-ONE-FILE.
            MOVE 'N' TO WS-CHG-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-CHG-NAME)
                       ' not available (status ' WS-CHG-STATUS
                       ') - skipped'
               GO TO REPLAY-ONE-FILE-DONE
            END-IF.
            PERFORM UNTIL END-OF-CHG
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM NET-ONE-CHANGE THRU NET-ONE-CHANGE-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        REPLAY-ONE-FILE-DONE.
            EXIT.
      *
      * A change to one of the keys asked for moves its current
      * state; one made on or before the as-of moment moves its
      * as-of state too, and one made after it is counted as a
      * change since.
      *
        NET-ONE-CHANGE.
            IF CHG-AFTER-NAME(1:14) EQUAL 'BULK BATCH OF ' THEN
               ADD 1 TO WS-BULK-SKIPPED
               GO TO NET-ONE-CHANGE-EXIT
            END-IF.
            MOVE CHG-BUSINESS-KEY TO WS-KEY-NORMAL.
            PERFORM FIND-RESTORE-KEY THRU FIND-RESTORE-KEY-EXIT.
            IF NOT RST-ENTRY-FOUND THEN
               GO TO NET-ONE-CHANGE-EXIT
            END-IF.
            MOVE 'Y' TO RST-CUR-SEEN (RST-IX).
            MOVE CHG-OPERATION TO RST-CUR-OP (RST-IX).
            MOVE CHG-AFTER-NAME TO RST-CUR-NAME (RST-IX).
            MOVE CHG-AFTER-SURNAME TO RST-CUR-SURNAME (RST-IX).
            IF CHG-TIMESTAMP(1:WS-ASOF-LENGTH) NOT >
               WS-ASOF-TS(1:WS-ASOF-LENGTH) THEN
               MOVE 'Y' TO RST-ASOF-SEEN (RST-IX)
               MOVE CHG-OPERATION TO RST-ASOF-OP (RST-IX)
               MOVE CHG-AFTER-NAME TO RST-ASOF-NAME (RST-IX)
               MOVE CHG-AFTER-SURNAME TO RST-ASOF-SURNAME (RST-IX)
            ELSE
               ADD 1 TO RST-SINCE-COUNT (RST-IX)
               IF RST-SINCE-FIRST (RST-IX) EQUAL SPACES THEN
                  MOVE CHG-TIMESTAMP TO RST-SINCE-FIRST (RST-IX)
               END-IF
            END-IF.
        NET-ONE-CHANGE-EXIT.
            EXIT.
      *
      * What one key needs to be back at its as-of state.
      *
        DECIDE-ONE-KEY.
            IF RST-CUR-SEEN (RST-IX) NOT EQUAL 'Y' THEN
               MOVE 'N' TO RST-ACTION (RST-IX)
               ADD 1 TO WS-NOHIST-COUNT
               GO TO DECIDE-ONE-KEY-EXIT
            END-IF.
            MOVE 'N' TO WS-ALIVE-THEN.
            MOVE 'N' TO WS-ALIVE-NOW.
            IF RST-ASOF-SEEN (RST-IX) EQUAL 'Y' AND
               RST-ASOF-OP (RST-IX) NOT EQUAL 'D' THEN
               SET ALIVE-THEN TO TRUE
            END-IF.
            IF RST-CUR-OP (RST-IX) NOT EQUAL 'D' THEN
               SET ALIVE-NOW TO TRUE
            END-IF.
            EVALUATE TRUE
               WHEN RST-SINCE-COUNT (RST-IX) EQUAL 0
                  MOVE 'S' TO RST-ACTION (RST-IX)
               WHEN ALIVE-THEN AND ALIVE-NOW
                  IF RST-ASOF-NAME (RST-IX) EQUAL
                        RST-CUR-NAME (RST-IX) AND
                     RST-ASOF-SURNAME (RST-IX) EQUAL
                        RST-CUR-SURNAME (RST-IX) THEN
                     MOVE 'S' TO RST-ACTION (RST-IX)
                  ELSE
                     MOVE 'U' TO RST-ACTION (RST-IX)
                  END-IF
               WHEN ALIVE-THEN
                  MOVE 'I' TO RST-ACTION (RST-IX)
               WHEN ALIVE-NOW
                  MOVE 'D' TO RST-ACTION (RST-IX)
               WHEN OTHER
                  MOVE 'S' TO RST-ACTION (RST-IX)
            END-EVALUATE.
            IF RST-ACTION (RST-IX) EQUAL 'S' THEN
               ADD 1 TO WS-SAME-COUNT
               GO TO DECIDE-ONE-KEY-EXIT
            END-IF.
      * A hold on the key itself, or on the author owning the book
      * then or now, freezes it.
            MOVE SPACES TO WS-LGH-CHANGE-TS.
            IF RST-KEY (RST-IX) (1:1) EQUAL 'B' THEN
               MOVE RST-KEY (RST-IX) (2:9) TO WS-LGH-BOOK-ID
               MOVE 0 TO WS-LGH-AUTHOR-ID
               IF RST-ASOF-SURNAME (RST-IX) NOT EQUAL SPACES AND
                  FUNCTION TEST-NUMVAL(RST-ASOF-SURNAME (RST-IX))
                     EQUAL 0 THEN
                  COMPUTE WS-LGH-AUTHOR-ID =
                     FUNCTION NUMVAL(RST-ASOF-SURNAME (RST-IX))
                  END-COMPUTE
               END-IF
               PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT
               IF NOT LEGAL-HOLD-HIT AND
                  RST-CUR-SURNAME (RST-IX) NOT EQUAL SPACES AND
                  FUNCTION TEST-NUMVAL(RST-CUR-SURNAME (RST-IX))
                     EQUAL 0 THEN
                  COMPUTE WS-LGH-AUTHOR-ID =
                     FUNCTION NUMVAL(RST-CUR-SURNAME (RST-IX))
                  END-COMPUTE
                  PERFORM CHECK-LEGAL-HOLD
                     THRU CHECK-LEGAL-HOLD-EXIT
               END-IF
            ELSE
               MOVE 0 TO WS-LGH-BOOK-ID
               COMPUTE WS-LGH-AUTHOR-ID =
                  FUNCTION NUMVAL(RST-KEY (RST-IX))
               END-COMPUTE
               PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT
            END-IF.
            IF LEGAL-HOLD-HIT THEN
               MOVE 'H' TO RST-ACTION (RST-IX)
               MOVE WS-LGH-REASON-TEXT TO RST-HOLD-REASON (RST-IX)
               ADD 1 TO WS-HELD-COUNT
               IF PHASE-COMMIT THEN
                  OPEN EXTEND EXCEPTION-QUEUE-FILE
                  MOVE 'EXRESTOR' TO WS-LGH-PROGRAM-ID
                  MOVE WS-RUN-ID TO WS-LGH-RUN-ID
                  PERFORM BUILD-LEGAL-HOLD-EXCEPTION
                     THRU BUILD-LEGAL-HOLD-EXCEPTION
                  WRITE EXCEPTION-QUEUE-RECORD
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
               GO TO DECIDE-ONE-KEY-EXIT
            END-IF.
            EVALUATE RST-ACTION (RST-IX)
               WHEN 'I'
                  ADD 1 TO WS-INSERT-COUNT
               WHEN 'U'
                  ADD 1 TO WS-UPDATE-COUNT
               WHEN 'D'
                  ADD 1 TO WS-DELETE-COUNT
            END-EVALUATE.
        DECIDE-ONE-KEY-EXIT.
            EXIT.
      *
      * RESTORE-PREVIEW: one line per key, then its as-of and
      * current values, then the totals.
      *
        WRITE-PREVIEW.
            OPEN OUTPUT RESTORE-PREVIEW-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'SELECTIVE RESTORE ' DELIMITED BY SIZE
                   WS-PHASE DELIMITED BY SPACE
                   '  as of ' DELIMITED BY SIZE
                   WS-ASOF-TS DELIMITED BY SPACE
                   '  run ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '  requested by ' DELIMITED BY SIZE
                   WS-INQ-OPERATOR-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE RESTORE-PREVIEW-RECORD FROM WS-REPORT-LINE.
            PERFORM VARYING RST-IX FROM 1 BY 1
                     UNTIL RST-IX > RESTORE-COUNT
               PERFORM WRITE-PREVIEW-KEY
                  THRU WRITE-PREVIEW-KEY-EXIT
            END-PERFORM.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'END OF PREVIEW: ' DELIMITED BY SIZE
                   RESTORE-COUNT DELIMITED BY SIZE
                   ' key(s); insert ' DELIMITED BY SIZE
                   WS-INSERT-COUNT DELIMITED BY SIZE
                   ' update ' DELIMITED BY SIZE
                   WS-UPDATE-COUNT DELIMITED BY SIZE
                   ' delete ' DELIMITED BY SIZE
                   WS-DELETE-COUNT DELIMITED BY SIZE
                   ' unchanged ' DELIMITED BY SIZE
                   WS-SAME-COUNT DELIMITED BY SIZE
                   ' no history ' DELIMITED BY SIZE
                   WS-NOHIST-COUNT DELIMITED BY SIZE
                   ' held ' DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE RESTORE-PREVIEW-RECORD FROM WS-REPORT-LINE.
            CLOSE RESTORE-PREVIEW-FILE.
        WRITE-PREVIEW-KEY.
            EVALUATE RST-ACTION (RST-IX)
               WHEN 'I'
                  MOVE 'RESTORE INSERT' TO WS-ACTION-TEXT
               WHEN 'U'
                  MOVE 'RESTORE UPDATE' TO WS-ACTION-TEXT
               WHEN 'D'
                  MOVE 'RESTORE DELETE' TO WS-ACTION-TEXT
               WHEN 'H'
                  MOVE 'HELD' TO WS-ACTION-TEXT
               WHEN 'N'
                  MOVE 'NO HISTORY' TO WS-ACTION-TEXT
               WHEN OTHER
                  MOVE 'UNCHANGED' TO WS-ACTION-TEXT
            END-EVALUATE.
            MOVE RST-SINCE-COUNT (RST-IX) TO WS-SINCE-DISP.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING RST-KEY (RST-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   ' changes since: ' DELIMITED BY SIZE
                   WS-SINCE-DISP DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            IF RST-SINCE-FIRST (RST-IX) NOT EQUAL SPACES THEN
               MOVE ' first ' TO WS-REPORT-LINE(57:7)
               MOVE RST-SINCE-FIRST (RST-IX) TO WS-REPORT-LINE(64:21)
            END-IF.
            WRITE RESTORE-PREVIEW-RECORD FROM WS-REPORT-LINE.
            IF RST-ACTION (RST-IX) EQUAL 'N' THEN
               GO TO WRITE-PREVIEW-KEY-EXIT
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE '    as of:' TO WS-REPORT-LINE(1:10).
            IF RST-ASOF-SEEN (RST-IX) NOT EQUAL 'Y' THEN
               MOVE '(did not exist)' TO WS-REPORT-LINE(12:15)
            ELSE
               IF RST-ASOF-OP (RST-IX) EQUAL 'D' THEN
                  MOVE '(deleted)' TO WS-REPORT-LINE(12:9)
               ELSE
                  MOVE RST-ASOF-NAME (RST-IX)
                    TO WS-REPORT-LINE(12:30)
                  MOVE RST-ASOF-SURNAME (RST-IX)
                    TO WS-REPORT-LINE(44:30)
               END-IF
            END-IF.
            WRITE RESTORE-PREVIEW-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE '      now:' TO WS-REPORT-LINE(1:10).
            IF RST-CUR-OP (RST-IX) EQUAL 'D' THEN
               MOVE '(deleted)' TO WS-REPORT-LINE(12:9)
            ELSE
               MOVE RST-CUR-NAME (RST-IX) TO WS-REPORT-LINE(12:30)
               MOVE RST-CUR-SURNAME (RST-IX)
                 TO WS-REPORT-LINE(44:30)
            END-IF.
            WRITE RESTORE-PREVIEW-RECORD FROM WS-REPORT-LINE.
            IF RST-ACTION (RST-IX) EQUAL 'H' THEN
               MOVE SPACES TO WS-REPORT-LINE
               MOVE '    ' TO WS-REPORT-LINE(1:4)
               MOVE RST-HOLD-REASON (RST-IX)
                 TO WS-REPORT-LINE(5:60)
               WRITE RESTORE-PREVIEW-RECORD FROM WS-REPORT-LINE
            END-IF.
        WRITE-PREVIEW-KEY-EXIT.
            EXIT.
      *
      * AUTHOR-RESTORE: author inserts and updates, then books,
      * then author deletes.
      *
        WRITE-CORRECTION.
            OPEN OUTPUT AUTHOR-RESTORE-FILE.
            MOVE 'A' TO WS-PASS.
            PERFORM VARYING RST-IX FROM 1 BY 1
                     UNTIL RST-IX > RESTORE-COUNT
               PERFORM WRITE-ONE-CORRECTION
                  THRU WRITE-ONE-CORRECTION-EXIT
            END-PERFORM.
            MOVE 'B' TO WS-PASS.
            PERFORM VARYING RST-IX FROM 1 BY 1
                     UNTIL RST-IX > RESTORE-COUNT
               PERFORM WRITE-ONE-CORRECTION
                  THRU WRITE-ONE-CORRECTION-EXIT
            END-PERFORM.
            MOVE 'D' TO WS-PASS.
            PERFORM VARYING RST-IX FROM 1 BY 1
                     UNTIL RST-IX > RESTORE-COUNT
               PERFORM WRITE-ONE-CORRECTION
                  THRU WRITE-ONE-CORRECTION-EXIT
            END-PERFORM.
            CLOSE AUTHOR-RESTORE-FILE.
            MOVE SPACES TO WS-FINGERPRINT.
            STRING WS-ROWS-WRITTEN DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-FP-HASH DELIMITED BY SIZE
                   INTO WS-FINGERPRINT
            END-STRING.
      *
      * One key's row, when it belongs to this pass.  An update or
      * delete expects the values the trail says the row holds
      * now; an insert expects nothing.
      *
        WRITE-ONE-CORRECTION.
            IF RST-ACTION (RST-IX) NOT EQUAL 'I' AND
               RST-ACTION (RST-IX) NOT EQUAL 'U' AND
               RST-ACTION (RST-IX) NOT EQUAL 'D' THEN
               GO TO WRITE-ONE-CORRECTION-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN RST-KEY (RST-IX) (1:1) EQUAL 'B'
                  IF WS-PASS NOT EQUAL 'B' THEN
                     GO TO WRITE-ONE-CORRECTION-EXIT
                  END-IF
               WHEN RST-ACTION (RST-IX) EQUAL 'D'
                  IF WS-PASS NOT EQUAL 'D' THEN
                     GO TO WRITE-ONE-CORRECTION-EXIT
                  END-IF
               WHEN OTHER
                  IF WS-PASS NOT EQUAL 'A' THEN
                     GO TO WRITE-ONE-CORRECTION-EXIT
                  END-IF
            END-EVALUATE.
            MOVE SPACES TO AUTHOR-RESTORE-RECORD.
            IF RST-KEY (RST-IX) (1:1) EQUAL 'B' THEN
               MOVE RST-KEY (RST-IX) (2:9) TO BOOKROW-ID
               IF RST-ACTION (RST-IX) EQUAL 'D' THEN
                  MOVE RST-CUR-NAME (RST-IX) TO BOOKROW-TITLE
                  COMPUTE BOOKROW-AUTHOR-ID =
                     FUNCTION NUMVAL(RST-CUR-SURNAME (RST-IX))
                  END-COMPUTE
               ELSE
                  MOVE RST-ASOF-NAME (RST-IX) TO BOOKROW-TITLE
                  COMPUTE BOOKROW-AUTHOR-ID =
                     FUNCTION NUMVAL(RST-ASOF-SURNAME (RST-IX))
                  END-COMPUTE
               END-IF
               MOVE 'B' TO AUTHROW-REC-TYPE
            ELSE
               COMPUTE AUTHROW-ID =
                  FUNCTION NUMVAL(RST-KEY (RST-IX))
               END-COMPUTE
               IF RST-ACTION (RST-IX) EQUAL 'D' THEN
                  MOVE RST-CUR-NAME (RST-IX) TO AUTHROW-NAME
                  MOVE RST-CUR-SURNAME (RST-IX) TO AUTHROW-SURNAME
               ELSE
                  MOVE RST-ASOF-NAME (RST-IX) TO AUTHROW-NAME
                  MOVE RST-ASOF-SURNAME (RST-IX) TO AUTHROW-SURNAME
               END-IF
               MOVE 'A' TO AUTHROW-REC-TYPE
            END-IF.
            MOVE RST-ACTION (RST-IX) TO AUTHROW-OPERATION.
            IF RST-ACTION (RST-IX) NOT EQUAL 'I' THEN
               MOVE 'E' TO AUTHROW-EXPECT-FLAG
               MOVE RST-CUR-NAME (RST-IX) TO AUTHROW-EXPECTED-NAME
               MOVE RST-CUR-SURNAME (RST-IX)
                 TO AUTHROW-EXPECTED-SURNAME
            END-IF.
            WRITE AUTHOR-RESTORE-RECORD.
            ADD 1 TO WS-ROWS-WRITTEN.
            COMPUTE WS-FP-HASH = FUNCTION MOD(
               WS-FP-HASH + AUTHROW-ID, 99999999999999)
            END-COMPUTE.
        WRITE-ONE-CORRECTION-EXIT.
            EXIT.
      *
      * The first signature: a pending approval for exactly this
      * file, in the requesting operator's name, as
      * EXAMPLE60_STANDARDIZE files it.
      *
        FILE-APPROVAL-REQUEST.
            OPEN EXTEND RUN-APPROVALS-FILE.
            IF WS-APPR-STATUS NOT EQUAL '00' AND
               WS-APPR-STATUS NOT EQUAL '05' THEN
               DISPLAY 'ALERT: RUN-APPROVALS not writable (status '
                       WS-APPR-STATUS ') - the correction in '
                       'AUTHOR-RESTORE is NOT under dual control '
                       'and must not be loaded'
               STOP RUN RETURNING 99
            END-IF.
            MOVE WS-FINGERPRINT TO APR-FINGERPRINT.
            MOVE WS-APPROVAL-VERB TO APR-VERB.
            MOVE WS-INQ-OPERATOR-ID TO APR-REQUESTED-BY.
            MOVE FUNCTION CURRENT-DATE TO APR-REQUEST-TIME.
            MOVE SPACES TO APR-APPROVED-BY.
            MOVE SPACES TO APR-APPROVED-TIME.
            MOVE 'P' TO APR-STATUS.
            WRITE RUN-APPROVAL-RECORD.
            CLOSE RUN-APPROVALS-FILE.
            DISPLAY 'Approval requested: fingerprint '
                    WS-FINGERPRINT ' verb ' WS-APPROVAL-VERB.
      *
      * One INQUIRY-ACCESS row per key whose history was read.
      *
        LOG-RESTORE-ACCESS.
            MOVE 'EXRESTOR' TO WS-INQ-PROGRAM-ID.
            MOVE 'K' TO WS-INQ-KIND.
            PERFORM VARYING RST-IX FROM 1 BY 1
                     UNTIL RST-IX > RESTORE-COUNT
               MOVE SPACES TO WS-INQ-ASKED
               STRING FUNCTION TRIM(RST-KEY (RST-IX))
                         DELIMITED BY SIZE
                      ' RESTORE ASOF=' DELIMITED BY SIZE
                      WS-ASOF-TS DELIMITED BY SPACE
                      INTO WS-INQ-ASKED
               END-STRING
               IF RST-CUR-SEEN (RST-IX) EQUAL 'Y' THEN
                  MOVE 1 TO WS-INQ-ROWS
               ELSE
                  MOVE 0 TO WS-INQ-ROWS
               END-IF
               PERFORM LOG-INQUIRY-ACCESS
                  THRU LOG-INQUIRY-ACCESS-EXIT
            END-PERFORM.
      * The inquiry access log (see INQACCWR.cpy), the interlocked
      * run-number issuance (see ISSUERUN.cpy) and the legal-hold
      * freeze shared by every change path (see LGLHCK.cpy).
           COPY INQACCWR.
           COPY ISSUERUN.
           COPY LGLHCK.
