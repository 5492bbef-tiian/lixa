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
      * Usage: EXAMPLE67_TRAILIDX [COVERAGE]
      *
      * Nightly build of the trail key index.  The inquiry programs
      * (EXAMPLE15_HISTINQ, EXAMPLE23_XIDDOSSIER, EXAMPLE39_LINEAGE)
      * answer one key by reading CHANGE-AUDIT, XREF-CONTROL,
      * EXCEPTION-QUEUE, TRANSACTION-AUDIT and ERROR-LOG end to end,
      * and then every archived generation of them the
      * GENERATION-CATALOG names - seven years of CHANGE-AUDIT
      * generations for the auditors alone - so an inquiry got
      * slower with every cut.  This job writes, for each of those
      * files and each catalogued generation of them, a TRAIL-INDEX
      * file "name-IDX" (see TRLIDX.cpy): every business key,
      * serialized XID and run id the file carries, with the record
      * number carrying it, sorted on the key.  The inquiries look
      * their key up there first (TRLIDXLK.cpy), skip the files
      * that do not hold it and stop reading the others at the last
      * record that does.
      *
      * Each build is recorded in TRAIL-INDEX-CONTROL (see
      * TRLIDXC.cpy) with the size of the file it indexed and when
      * the file was last written.  A live file that has only been
      * appended to since - same first record, larger size - has
      * its index extended with the new records; a live file the
      * housekeeping CUT has rewritten is indexed again in full; an
      * unchanged file is left alone.  An archived generation never
      * changes once cut, so it is indexed once, the first night
      * after the CUT catalogues it.  A file the job cannot read
      * keeps the index it had.
      *
      * Whatever changed after the build, the inquiries never trust
      * an index for a file that is no longer the size, or the
      * last-written time, it was indexed at: they read that file
      * in full, exactly as before the index existed, so a late or
      * missed build costs time and never an answer.
      *
      * Every run, and COVERAGE alone, ends with the coverage
      * report: per trail, whether the live file is indexed and
      * current, and how many of its catalogued generations are
      * indexed, listing the ones that are not.  Return code 0 when
      * every file present is indexed and current, 1 when anything
      * is not, 2 on a usage error.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE67-TRAILIDX.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The trail file being indexed: each live file in turn, then
      * each archived generation the catalog names
            SELECT OPTIONAL TRAIL-FILE
                ASSIGN TO DYNAMIC WS-TRAIL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAIL-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
      * The file's index: read back for an incremental build, then
      * rewritten from the sort (see TRLIDX.cpy and TRLIDXC.cpy)
            SELECT OPTIONAL TRAIL-INDEX-FILE
                ASSIGN TO DYNAMIC WS-TIX-INDEX-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRLIDX-STATUS.
            SELECT OPTIONAL TRAIL-INDEX-CONTROL-FILE
                ASSIGN TO "TRAIL-INDEX-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRLIDXC-STATUS.
            SELECT TRAIL-INDEX-SORT-FILE ASSIGN TO "TRAIL-INDEX-SORT".
      * The shop-wide run-number issuer (see RUNCTL.cpy and
      * ISSUE-RUN-ID)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * Raw record images, as the housekeeping CUT reads them: the
      * build only needs to know where each file keeps its keys
        FD TRAIL-FILE.
        01 TRAIL-RECORD PIC X(600).
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD TRAIL-INDEX-FILE.
        01 TRAIL-INDEX-RECORD.
           COPY TRLIDX.
        FD TRAIL-INDEX-CONTROL-FILE.
        01 TRAIL-INDEX-CONTROL-RECORD.
           COPY TRLIDXC.
        SD TRAIL-INDEX-SORT-FILE.
        01 TRAIL-INDEX-SORT-RECORD.
           COPY TRLIDX REPLACING LEADING ==TIX== BY ==TXS==.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-TRAIL-NAME PIC X(40) VALUE SPACES.
        01 WS-TRAIL-STATUS PIC X(2) VALUE '00'.
        01 WS-TRAIL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-TRAIL VALUE 'Y'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-SORT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SORT VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-MODE PIC X(1) VALUE 'B'.
           88 MODE-BUILD    VALUE 'B'.
           88 MODE-COVERAGE VALUE 'C'.
      * One entry per indexed trail: the 1-based offsets of its
      * business key (20 bytes), serialized XID (200) and run id
      * (13) in the record layouts of CHGAUD/XREFREC/EXCQUEUE/
      * TXAUDIT/ERRLOG - zero where the file carries no such key.
      * Revisit them when a copybook grows, as for the retention
      * table in EXAMPLE11_HOUSEKEEP.
        01 TRAIL-TABLE.
           05 TRAIL-COUNT PIC 9(2) VALUE 5.
           05 TRAIL-ENTRY OCCURS 5 TIMES.
              10 TRL-FILE-NAME  PIC X(20).
              10 TRL-KEY-OFFSET PIC 9(4).
              10 TRL-XID-OFFSET PIC 9(4).
              10 TRL-RUN-OFFSET PIC 9(4).
        01 TRL-IX PIC 9(2).
        01 WS-TRAIL-FOUND PIC X(1) VALUE 'N'.
           88 TRAIL-ENTRY-FOUND VALUE 'Y'.
      * The file being indexed
        01 WS-GENERATION PIC X(8) VALUE SPACES.
        01 WS-TRAIL-SIZE PIC 9(18) VALUE 0.
        01 WS-TRAIL-STAMP PIC X(14) VALUE SPACES.
        01 WS-INDEX-FLAG PIC X(1) VALUE 'N'.
           88 INDEX-FILE-PRESENT VALUE 'Y'.
        01 WS-BUILD-KIND PIC X(1) VALUE 'F'.
           88 BUILD-FULL        VALUE 'F'.
           88 BUILD-INCREMENTAL VALUE 'I'.
        01 WS-BUILD-FLAG PIC X(1) VALUE 'N'.
           88 BUILD-FAILED VALUE 'Y'.
      * Records already in the index an incremental build keeps
        01 WS-SKIP-RECORDS PIC 9(9) VALUE 0.
        01 WS-RECORD-COUNT PIC 9(9) VALUE 0.
        01 WS-ENTRY-COUNT PIC 9(9) VALUE 0.
        01 WS-FIRST-RECORD PIC X(60) VALUE SPACES.
        01 WS-RELEASE-VALUE PIC X(200) VALUE SPACES.
      * Tallies for the closing lines
        01 WS-FILES-UNCHANGED PIC 9(4) VALUE 0.
        01 WS-FILES-FULL PIC 9(4) VALUE 0.
        01 WS-FILES-INCREMENTAL PIC 9(4) VALUE 0.
        01 WS-FILES-FAILED PIC 9(4) VALUE 0.
      * Coverage: 'C' indexed and current, 'S' indexed but changed
      * since, 'N' not indexed, 'A' file not present
        01 WS-COVER-STATE PIC X(1) VALUE SPACE.
           88 COVER-CURRENT     VALUE 'C'.
           88 COVER-STALE       VALUE 'S'.
           88 COVER-NOT-INDEXED VALUE 'N'.
           88 COVER-ABSENT      VALUE 'A'.
        01 WS-GENS-CATALOGUED PIC 9(4) VALUE 0.
        01 WS-GENS-INDEXED PIC 9(4) VALUE 0.
        01 WS-COVERAGE-GAPS PIC 9(4) VALUE 0.
        01 DISP-COUNT PIC Z(8)9.
        01 DISP-COUNT-2 PIC Z(8)9.
      * The lookup's working storage: the control table this job
      * nets and extends (see TRLIDXWS.cpy), and the run id
           COPY TRLIDXWS.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE67_TRAILIDX'.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            EVALUATE FUNCTION UPPER-CASE(ARGV)
               WHEN SPACES
                  SET MODE-BUILD TO TRUE
               WHEN 'COVERAGE'
                  SET MODE-COVERAGE TO TRUE
               WHEN OTHER
                  DISPLAY 'Usage: EXAMPLE67_TRAILIDX [COVERAGE]'
                  STOP RUN RETURNING 2
            END-EVALUATE.
            MOVE 'CHANGE-AUDIT' TO TRL-FILE-NAME (1).
            MOVE 0230 TO TRL-KEY-OFFSET (1).
            MOVE 0001 TO TRL-XID-OFFSET (1).
            MOVE 0379 TO TRL-RUN-OFFSET (1).
            MOVE 'XREF-CONTROL' TO TRL-FILE-NAME (2).
            MOVE 0001 TO TRL-KEY-OFFSET (2).
            MOVE 0021 TO TRL-XID-OFFSET (2).
            MOVE 0303 TO TRL-RUN-OFFSET (2).
            MOVE 'EXCEPTION-QUEUE' TO TRL-FILE-NAME (3).
            MOVE 0001 TO TRL-KEY-OFFSET (3).
            MOVE 0021 TO TRL-XID-OFFSET (3).
            MOVE 0413 TO TRL-RUN-OFFSET (3).
            MOVE 'TRANSACTION-AUDIT' TO TRL-FILE-NAME (4).
            MOVE 0000 TO TRL-KEY-OFFSET (4).
            MOVE 0057 TO TRL-XID-OFFSET (4).
            MOVE 0450 TO TRL-RUN-OFFSET (4).
            MOVE 'ERROR-LOG' TO TRL-FILE-NAME (5).
            MOVE 0000 TO TRL-KEY-OFFSET (5).
            MOVE 0034 TO TRL-XID-OFFSET (5).
            MOVE 0434 TO TRL-RUN-OFFSET (5).
            PERFORM LOAD-INDEX-CONTROL THRU LOAD-INDEX-CONTROL-DONE.
            IF MODE-BUILD THEN
               PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT
               PERFORM VARYING TRL-IX FROM 1 BY 1
                        UNTIL TRL-IX > TRAIL-COUNT
                  MOVE TRL-FILE-NAME (TRL-IX) TO WS-TRAIL-NAME
                  MOVE SPACES TO WS-GENERATION
                  PERFORM INDEX-ONE-FILE THRU INDEX-ONE-FILE-EXIT
               END-PERFORM
               PERFORM INDEX-GENERATIONS THRU INDEX-GENERATIONS-DONE
               MOVE WS-FILES-FULL TO DISP-COUNT
               MOVE WS-FILES-INCREMENTAL TO DISP-COUNT-2
               DISPLAY 'Indexed in full: ' FUNCTION TRIM(DISP-COUNT)
                       '  extended: ' FUNCTION TRIM(DISP-COUNT-2)
               MOVE WS-FILES-UNCHANGED TO DISP-COUNT
               MOVE WS-FILES-FAILED TO DISP-COUNT-2
               DISPLAY 'Unchanged: ' FUNCTION TRIM(DISP-COUNT)
                       '  not readable: ' FUNCTION TRIM(DISP-COUNT-2)
            END-IF.
            PERFORM REPORT-COVERAGE THRU REPORT-COVERAGE-DONE.
            IF WS-COVERAGE-GAPS NOT EQUAL 0 OR
               WS-FILES-FAILED NOT EQUAL 0 THEN
               STOP RUN RETURNING 1
            END-IF.
            STOP RUN RETURNING 0.
      *
      * Every archived generation the housekeeping CUT catalogued
      * for one of the indexed trails.  An installation that has
      * never cut has no catalog, and the walk is silently empty.
      *
        INDEX-GENERATIONS.
            MOVE 'N' TO WS-GENCAT-EOF.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS NOT EQUAL '00' THEN
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
               GO TO INDEX-GENERATIONS-DONE
            END-IF.
            PERFORM UNTIL END-OF-GENCAT
               READ GENERATION-CATALOG-FILE
                  AT END
                     SET END-OF-GENCAT TO TRUE
                  NOT AT END
                     PERFORM INDEX-ONE-GENERATION
                        THRU INDEX-ONE-GENERATION-EXIT
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
        INDEX-GENERATIONS-DONE.
            EXIT.
        INDEX-ONE-GENERATION.
            PERFORM FIND-TRAIL-ENTRY.
            IF NOT TRAIL-ENTRY-FOUND THEN
      * A generation of a file this job does not index
               GO TO INDEX-ONE-GENERATION-EXIT
            END-IF.
            PERFORM NAME-GENERATION.
            MOVE GC-GENERATION TO WS-GENERATION.
            PERFORM INDEX-ONE-FILE THRU INDEX-ONE-FILE-EXIT.
        INDEX-ONE-GENERATION-EXIT.
            EXIT.
      *
      * The trail table entry for the catalog row, at TRL-IX.
      *
        FIND-TRAIL-ENTRY.
            MOVE 'N' TO WS-TRAIL-FOUND.
            PERFORM VARYING TRL-IX FROM 1 BY 1
                     UNTIL TRL-IX > TRAIL-COUNT OR TRAIL-ENTRY-FOUND
               IF TRL-FILE-NAME (TRL-IX) EQUAL GC-FILE-NAME THEN
                  SET TRAIL-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF TRAIL-ENTRY-FOUND THEN
               SUBTRACT 1 FROM TRL-IX
            END-IF.
        NAME-GENERATION.
            MOVE SPACES TO WS-TRAIL-NAME.
            STRING FUNCTION TRIM(GC-FILE-NAME) DELIMITED BY SIZE
                   '-ARC-' DELIMITED BY SIZE
                   GC-GENERATION DELIMITED BY SIZE
                   INTO WS-TRAIL-NAME
            END-STRING.
      *
      * One trail file, WS-TRAIL-NAME of trail TRL-IX: left alone
      * when it is exactly the size it was last indexed at,
      * extended when it has only grown, indexed in full otherwise.
      *
        INDEX-ONE-FILE.
            MOVE WS-TRAIL-NAME TO WS-TIX-CHECK-NAME.
            PERFORM CHECK-FILE-PRESENT.
            IF NOT TIX-CHECK-PRESENT THEN
               IF WS-GENERATION NOT EQUAL SPACES THEN
                  DISPLAY FUNCTION TRIM(WS-TRAIL-NAME)
                          ' is catalogued but not present - '
                          'not indexed'
               END-IF
               GO TO INDEX-ONE-FILE-EXIT
            END-IF.
            MOVE WS-TIX-CURRENT-SIZE TO WS-TRAIL-SIZE.
            MOVE WS-TIX-CURRENT-STAMP TO WS-TRAIL-STAMP.
            MOVE SPACES TO WS-TIX-INDEX-NAME.
            STRING FUNCTION TRIM(WS-TRAIL-NAME) DELIMITED BY SIZE
                   '-IDX' DELIMITED BY SIZE
                   INTO WS-TIX-INDEX-NAME
            END-STRING.
            MOVE WS-TIX-INDEX-NAME TO WS-TIX-CHECK-NAME.
            PERFORM CHECK-FILE-PRESENT.
            MOVE WS-TIX-CHECK-FLAG TO WS-INDEX-FLAG.
            MOVE WS-TRAIL-NAME TO WS-TIX-FILE-NAME.
            PERFORM LOCATE-INDEX-CONTROL.
            SET BUILD-FULL TO TRUE.
            MOVE 0 TO WS-SKIP-RECORDS.
            IF TICT-ENTRY-FOUND AND INDEX-FILE-PRESENT THEN
               IF WS-TRAIL-SIZE EQUAL TICT-FILE-SIZE (TICT-IX) AND
                  WS-TRAIL-STAMP EQUAL TICT-FILE-STAMP (TICT-IX) THEN
                  ADD 1 TO WS-FILES-UNCHANGED
                  GO TO INDEX-ONE-FILE-EXIT
               END-IF
               IF WS-TRAIL-SIZE > TICT-FILE-SIZE (TICT-IX) THEN
                  PERFORM READ-FIRST-RECORD THRU READ-FIRST-RECORD-EXIT
                  IF WS-FIRST-RECORD EQUAL
                     TICT-FIRST-RECORD (TICT-IX) THEN
                     SET BUILD-INCREMENTAL TO TRUE
                     MOVE TICT-RECORD-COUNT (TICT-IX)
                       TO WS-SKIP-RECORDS
                  END-IF
               END-IF
            END-IF.
            PERFORM BUILD-ONE-INDEX THRU BUILD-ONE-INDEX-EXIT.
        INDEX-ONE-FILE-EXIT.
            EXIT.
      *
      * The first record's image tells an appended file from one
      * the housekeeping CUT has rewritten under the same name.
      *
        READ-FIRST-RECORD.
            MOVE SPACES TO WS-FIRST-RECORD.
            OPEN INPUT TRAIL-FILE.
            IF WS-TRAIL-STATUS NOT EQUAL '00' THEN
               IF WS-TRAIL-STATUS EQUAL '05' THEN
                  CLOSE TRAIL-FILE
               END-IF
               GO TO READ-FIRST-RECORD-EXIT
            END-IF.
            READ TRAIL-FILE
               NOT AT END
                  MOVE TRAIL-RECORD (1:60) TO WS-FIRST-RECORD
            END-READ.
            CLOSE TRAIL-FILE.
        READ-FIRST-RECORD-EXIT.
            EXIT.
      *
      * The sort puts the index in key order; the control record
      * says what it covers.  A file that could not be read leaves
      * the index it had untouched.
      *
        BUILD-ONE-INDEX.
            MOVE 'N' TO WS-BUILD-FLAG.
            MOVE 0 TO WS-RECORD-COUNT.
            MOVE 0 TO WS-ENTRY-COUNT.
            MOVE SPACES TO WS-FIRST-RECORD.
            SORT TRAIL-INDEX-SORT-FILE
               ON ASCENDING KEY TXS-KEY-KIND TXS-KEY-VALUE
                                TXS-RECORD-NUMBER
               INPUT PROCEDURE RELEASE-INDEX-ENTRIES
                  THRU RELEASE-INDEX-ENTRIES-DONE
               OUTPUT PROCEDURE WRITE-INDEX-ENTRIES
                  THRU WRITE-INDEX-ENTRIES-DONE.
            IF BUILD-FAILED THEN
               DISPLAY FUNCTION TRIM(WS-TRAIL-NAME)
                       ' could not be read - index left as it was'
               ADD 1 TO WS-FILES-FAILED
               GO TO BUILD-ONE-INDEX-EXIT
            END-IF.
            MOVE WS-TRAIL-NAME TO TIC-FILE-NAME.
            MOVE TRL-FILE-NAME (TRL-IX) TO TIC-TRAIL-NAME.
            MOVE WS-GENERATION TO TIC-GENERATION.
            MOVE WS-TIX-INDEX-NAME TO TIC-INDEX-NAME.
            MOVE WS-RECORD-COUNT TO TIC-RECORD-COUNT.
            MOVE WS-ENTRY-COUNT TO TIC-ENTRY-COUNT.
            MOVE WS-TRAIL-SIZE TO TIC-FILE-SIZE.
            MOVE WS-TRAIL-STAMP TO TIC-FILE-STAMP.
            MOVE WS-FIRST-RECORD TO TIC-FIRST-RECORD.
            MOVE WS-BUILD-KIND TO TIC-BUILD-KIND.
            MOVE FUNCTION CURRENT-DATE TO TIC-TIMESTAMP.
            MOVE WS-RUN-ID TO TIC-RUN-ID.
            OPEN EXTEND TRAIL-INDEX-CONTROL-FILE.
            WRITE TRAIL-INDEX-CONTROL-RECORD.
            CLOSE TRAIL-INDEX-CONTROL-FILE.
            PERFORM NET-ONE-INDEX-CONTROL
               THRU NET-ONE-INDEX-CONTROL-EXIT.
            MOVE WS-RECORD-COUNT TO DISP-COUNT.
            MOVE WS-ENTRY-COUNT TO DISP-COUNT-2.
            IF BUILD-INCREMENTAL THEN
               ADD 1 TO WS-FILES-INCREMENTAL
               DISPLAY FUNCTION TRIM(WS-TRAIL-NAME) ': extended to '
                       FUNCTION TRIM(DISP-COUNT) ' record(s), '
                       FUNCTION TRIM(DISP-COUNT-2) ' key(s)'
            ELSE
               ADD 1 TO WS-FILES-FULL
               DISPLAY FUNCTION TRIM(WS-TRAIL-NAME) ': indexed '
                       FUNCTION TRIM(DISP-COUNT) ' record(s), '
                       FUNCTION TRIM(DISP-COUNT-2) ' key(s)'
            END-IF.
        BUILD-ONE-INDEX-EXIT.
            EXIT.
      *
      * Sort input: for an incremental build the entries already
      * indexed, then the keys of every record not yet indexed.
      *
        RELEASE-INDEX-ENTRIES.
            IF BUILD-INCREMENTAL THEN
               PERFORM RELEASE-OLD-ENTRIES THRU RELEASE-OLD-ENTRIES-EXIT
               IF BUILD-FAILED THEN
                  GO TO RELEASE-INDEX-ENTRIES-DONE
               END-IF
            END-IF.
            MOVE 'N' TO WS-TRAIL-EOF.
            OPEN INPUT TRAIL-FILE.
            IF WS-TRAIL-STATUS NOT EQUAL '00' THEN
               IF WS-TRAIL-STATUS EQUAL '05' THEN
                  CLOSE TRAIL-FILE
               END-IF
               SET BUILD-FAILED TO TRUE
               GO TO RELEASE-INDEX-ENTRIES-DONE
            END-IF.
            PERFORM UNTIL END-OF-TRAIL
               READ TRAIL-FILE
                  AT END
                     SET END-OF-TRAIL TO TRUE
                  NOT AT END
                     PERFORM RELEASE-RECORD-KEYS
                        THRU RELEASE-RECORD-KEYS-EXIT
               END-READ
            END-PERFORM.
            CLOSE TRAIL-FILE.
        RELEASE-INDEX-ENTRIES-DONE.
            EXIT.
        RELEASE-OLD-ENTRIES.
            MOVE 'N' TO WS-TRLIDX-EOF.
            OPEN INPUT TRAIL-INDEX-FILE.
            IF WS-TRLIDX-STATUS NOT EQUAL '00' THEN
               IF WS-TRLIDX-STATUS EQUAL '05' THEN
                  CLOSE TRAIL-INDEX-FILE
               END-IF
               SET BUILD-FAILED TO TRUE
               GO TO RELEASE-OLD-ENTRIES-EXIT
            END-IF.
            PERFORM UNTIL END-OF-TRLIDX
               READ TRAIL-INDEX-FILE
                  AT END
                     SET END-OF-TRLIDX TO TRUE
                  NOT AT END
                     RELEASE TRAIL-INDEX-SORT-RECORD
                        FROM TRAIL-INDEX-RECORD
                     ADD 1 TO WS-ENTRY-COUNT
               END-READ
            END-PERFORM.
            CLOSE TRAIL-INDEX-FILE.
        RELEASE-OLD-ENTRIES-EXIT.
            EXIT.
      *
      * One trail record: one index entry per key it carries.  Keys
      * are stored trimmed, the form the inquiries compare them in.
      *
        RELEASE-RECORD-KEYS.
            ADD 1 TO WS-RECORD-COUNT.
            IF WS-RECORD-COUNT EQUAL 1 THEN
               MOVE TRAIL-RECORD (1:60) TO WS-FIRST-RECORD
            END-IF.
            IF WS-RECORD-COUNT NOT > WS-SKIP-RECORDS THEN
               GO TO RELEASE-RECORD-KEYS-EXIT
            END-IF.
            MOVE WS-TRAIL-NAME TO TXS-FILE-NAME.
            MOVE WS-RECORD-COUNT TO TXS-RECORD-NUMBER.
            IF TRL-KEY-OFFSET (TRL-IX) NOT EQUAL 0 THEN
               MOVE FUNCTION TRIM(
                    TRAIL-RECORD (TRL-KEY-OFFSET (TRL-IX):20))
                 TO WS-RELEASE-VALUE
               MOVE 'K' TO TXS-KEY-KIND
               PERFORM RELEASE-ONE-KEY
            END-IF.
            MOVE FUNCTION TRIM(
                 TRAIL-RECORD (TRL-XID-OFFSET (TRL-IX):200))
              TO WS-RELEASE-VALUE.
            MOVE 'X' TO TXS-KEY-KIND.
            PERFORM RELEASE-ONE-KEY.
            MOVE FUNCTION TRIM(
                 TRAIL-RECORD (TRL-RUN-OFFSET (TRL-IX):13))
              TO WS-RELEASE-VALUE.
            MOVE 'R' TO TXS-KEY-KIND.
            PERFORM RELEASE-ONE-KEY.
        RELEASE-RECORD-KEYS-EXIT.
            EXIT.
        RELEASE-ONE-KEY.
            IF WS-RELEASE-VALUE NOT EQUAL SPACES THEN
               MOVE WS-RELEASE-VALUE TO TXS-KEY-VALUE
               RELEASE TRAIL-INDEX-SORT-RECORD
               ADD 1 TO WS-ENTRY-COUNT
            END-IF.
      *
      * Sort output: the index file, rewritten whole.
      *
        WRITE-INDEX-ENTRIES.
            IF BUILD-FAILED THEN
               GO TO WRITE-INDEX-ENTRIES-DONE
            END-IF.
            MOVE 'N' TO WS-SORT-EOF.
            OPEN OUTPUT TRAIL-INDEX-FILE.
            PERFORM UNTIL END-OF-SORT
               RETURN TRAIL-INDEX-SORT-FILE
                  AT END
                     SET END-OF-SORT TO TRUE
                  NOT AT END
                     WRITE TRAIL-INDEX-RECORD
                        FROM TRAIL-INDEX-SORT-RECORD
               END-RETURN
            END-PERFORM.
            CLOSE TRAIL-INDEX-FILE.
        WRITE-INDEX-ENTRIES-DONE.
            EXIT.
      *
      * The coverage report: per trail, the live file and then each
      * of its catalogued generations.
      *
        REPORT-COVERAGE.
            DISPLAY 'TRAIL INDEX COVERAGE'.
            PERFORM VARYING TRL-IX FROM 1 BY 1
                     UNTIL TRL-IX > TRAIL-COUNT
               PERFORM COVER-ONE-TRAIL THRU COVER-ONE-TRAIL-EXIT
            END-PERFORM.
            IF WS-COVERAGE-GAPS EQUAL 0 THEN
               DISPLAY 'Every trail file present is indexed and '
                       'current'
            ELSE
               MOVE WS-COVERAGE-GAPS TO DISP-COUNT
               DISPLAY FUNCTION TRIM(DISP-COUNT) ' trail file(s) '
                       'not indexed or changed since indexed - '
                       'inquiries read them in full'
            END-IF.
        REPORT-COVERAGE-DONE.
            EXIT.
        COVER-ONE-TRAIL.
            MOVE TRL-FILE-NAME (TRL-IX) TO WS-TRAIL-NAME.
            PERFORM CHECK-COVERAGE THRU CHECK-COVERAGE-EXIT.
            EVALUATE TRUE
               WHEN COVER-CURRENT
                  MOVE TICT-RECORD-COUNT (TICT-IX) TO DISP-COUNT
                  DISPLAY '  ' TRL-FILE-NAME (TRL-IX) ' live: '
                          'indexed, ' FUNCTION TRIM(DISP-COUNT)
                          ' record(s) as of '
                          TICT-TIMESTAMP (TICT-IX) (1:14)
               WHEN COVER-STALE
                  ADD 1 TO WS-COVERAGE-GAPS
                  DISPLAY '  ' TRL-FILE-NAME (TRL-IX) ' live: '
                          'STALE - changed since indexed at '
                          TICT-TIMESTAMP (TICT-IX) (1:14)
               WHEN COVER-NOT-INDEXED
                  ADD 1 TO WS-COVERAGE-GAPS
                  DISPLAY '  ' TRL-FILE-NAME (TRL-IX) ' live: '
                          'NOT INDEXED'
               WHEN OTHER
                  DISPLAY '  ' TRL-FILE-NAME (TRL-IX) ' live: '
                          'not present'
            END-EVALUATE.
            MOVE 0 TO WS-GENS-CATALOGUED.
            MOVE 0 TO WS-GENS-INDEXED.
            MOVE 'N' TO WS-GENCAT-EOF.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS NOT EQUAL '00' THEN
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
               GO TO COVER-ONE-TRAIL-EXIT
            END-IF.
            PERFORM UNTIL END-OF-GENCAT
               READ GENERATION-CATALOG-FILE
                  AT END
                     SET END-OF-GENCAT TO TRUE
                  NOT AT END
                     IF GC-FILE-NAME EQUAL TRL-FILE-NAME (TRL-IX) THEN
                        PERFORM COVER-ONE-GENERATION
                           THRU COVER-ONE-GENERATION-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
            MOVE WS-GENS-CATALOGUED TO DISP-COUNT.
            MOVE WS-GENS-INDEXED TO DISP-COUNT-2.
            DISPLAY '  ' TRL-FILE-NAME (TRL-IX) ' generations: '
                    FUNCTION TRIM(DISP-COUNT) ' catalogued, '
                    FUNCTION TRIM(DISP-COUNT-2) ' indexed'.
        COVER-ONE-TRAIL-EXIT.
            EXIT.
        COVER-ONE-GENERATION.
            ADD 1 TO WS-GENS-CATALOGUED.
            PERFORM NAME-GENERATION.
            PERFORM CHECK-COVERAGE THRU CHECK-COVERAGE-EXIT.
            IF COVER-CURRENT THEN
               ADD 1 TO WS-GENS-INDEXED
               GO TO COVER-ONE-GENERATION-EXIT
            END-IF.
            ADD 1 TO WS-COVERAGE-GAPS.
            EVALUATE TRUE
               WHEN COVER-STALE
                  DISPLAY '    ' FUNCTION TRIM(WS-TRAIL-NAME)
                          ': STALE - changed since indexed'
               WHEN COVER-NOT-INDEXED
                  DISPLAY '    ' FUNCTION TRIM(WS-TRAIL-NAME)
                          ': NOT INDEXED'
               WHEN OTHER
                  DISPLAY '    ' FUNCTION TRIM(WS-TRAIL-NAME)
                          ': MISSING - catalogued but not present'
            END-EVALUATE.
        COVER-ONE-GENERATION-EXIT.
            EXIT.
      *
      * Would an inquiry trust the index for WS-TRAIL-NAME now?  The
      * same test FIND-INDEX-HITS makes, plus the index file itself.
      *
        CHECK-COVERAGE.
            MOVE WS-TRAIL-NAME TO WS-TIX-CHECK-NAME.
            PERFORM CHECK-FILE-PRESENT.
            IF NOT TIX-CHECK-PRESENT THEN
               SET COVER-ABSENT TO TRUE
               GO TO CHECK-COVERAGE-EXIT
            END-IF.
            MOVE WS-TIX-CURRENT-SIZE TO WS-TRAIL-SIZE.
            MOVE WS-TIX-CURRENT-STAMP TO WS-TRAIL-STAMP.
            MOVE WS-TRAIL-NAME TO WS-TIX-FILE-NAME.
            PERFORM LOCATE-INDEX-CONTROL.
            IF NOT TICT-ENTRY-FOUND THEN
               SET COVER-NOT-INDEXED TO TRUE
               GO TO CHECK-COVERAGE-EXIT
            END-IF.
            MOVE TICT-INDEX-NAME (TICT-IX) TO WS-TIX-CHECK-NAME.
            PERFORM CHECK-FILE-PRESENT.
            IF NOT TIX-CHECK-PRESENT THEN
               SET COVER-NOT-INDEXED TO TRUE
               GO TO CHECK-COVERAGE-EXIT
            END-IF.
            IF WS-TRAIL-SIZE EQUAL TICT-FILE-SIZE (TICT-IX) AND
               WS-TRAIL-STAMP EQUAL TICT-FILE-STAMP (TICT-IX) THEN
               SET COVER-CURRENT TO TRUE
            ELSE
               SET COVER-STALE TO TRUE
            END-IF.
        CHECK-COVERAGE-EXIT.
            EXIT.
      * The control table and file checks the inquiries' lookup
      * uses, shared so the coverage report judges an index by the
      * same rule (see TRLIDXLK.cpy and TRLIDXWS.cpy).
           COPY TRLIDXLK.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
