      * history is complete regardless of when retention last ran -
      * no more pasting archive generations together by hand for an
      * incident older than the cut.
      *
      * Each file is looked up in its TRAIL-INDEX first (see
      * TRLIDX.cpy and EXAMPLE67_TRAILIDX): a file whose index
      * says it never carried the key is not opened at all, and the
      * others are read only as far as their last record carrying
      * it.  A file with no index, or changed since it was indexed,
      * is read end to end as before; the closing line says how
      * many files went each way.
      *
      * An author id retired by a survivorship merge
      * (EXAMPLE49_MERGE) ends in a tombstone; the AUTHOR-MERGES
      * file (see MRGREC.cpy) is read last, so the answer for a
      * retired id says which id the author now lives under - and
      * the answer for a survivor lists the ids folded into it.
      *
      * Every answer is logged to INQUIRY-ACCESS against the asking
      * operator (see INQACC.cpy); with no BATCH-OPERATOR identity
      * the inquiry is refused.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE15-HISTINQ.
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
      * Survivorship decisions (see MRGREC.cpy); absent until the
      * first merge
            SELECT OPTIONAL AUTHOR-MERGES-FILE
                ASSIGN TO "AUTHOR-MERGES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MERGES-STATUS.
      * Who viewed what (see INQACC.cpy) and the shop-wide run id
      * each logged view carries (see RUNCTL.cpy)
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO "INQUIRY-ACCESS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQACC-STATUS.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The trail key index and its coverage (see TRLIDX.cpy,
      * TRLIDXC.cpy and TRLIDXLK.cpy)
            SELECT OPTIONAL TRAIL-INDEX-FILE
                ASSIGN TO DYNAMIC WS-TIX-INDEX-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRLIDX-STATUS.
            SELECT OPTIONAL TRAIL-INDEX-CONTROL-FILE
                ASSIGN TO "TRAIL-INDEX-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRLIDXC-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-AUDIT-FILE.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD AUTHOR-MERGES-FILE.
        01 AUTHOR-MERGE-RECORD.
           COPY MRGREC.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD TRAIL-INDEX-FILE.
        01 TRAIL-INDEX-RECORD.
           COPY TRLIDX.
        FD TRAIL-INDEX-CONTROL-FILE.
        01 TRAIL-INDEX-CONTROL-RECORD.
           COPY TRLIDXC.
        WORKING-STORAGE SECTION.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-XREF-STATUS PIC X(2) VALUE '00'.
           05 EV-TEMP-TEXT      PIC X(140).
           05 EV-TEMP-SER-XID   PIC X(200).
        01 WS-OVERFLOW-COUNT PIC 9(4) VALUE 0.
      * The merge forwarding table, and the chain walk through it
        01 WS-MERGES-STATUS PIC X(2) VALUE '00'.
        01 WS-MERGES-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MERGES VALUE 'Y'.
        01 MERGE-TABLE.
           05 MERGE-COUNT PIC 9(4) VALUE 0.
           05 MERGE-ENTRY OCCURS 2000 TIMES.
              10 MT-RETIRED-ID  PIC 9(9).
              10 MT-SURVIVOR-ID PIC 9(9).
              10 MT-BOOKS-MOVED PIC 9(5).
              10 MT-TIMESTAMP   PIC X(21).
              10 MT-RUN-ID      PIC X(13).
        01 MT-IX PIC 9(4).
        01 WS-CHAIN-KEY PIC X(20) VALUE SPACES.
        01 WS-CHAIN-HOPS PIC 9(2) VALUE 0.
        01 WS-CHAIN-FOUND PIC X(1) VALUE 'N'.
           88 CHAIN-LINK-FOUND VALUE 'Y'.
        01 DISP-MERGE-FROM PIC Z(8)9.
        01 DISP-MERGE-TO PIC Z(8)9.
      * The access log (see INQACCWR.cpy), the run id and the
      * trail-index lookup (see TRLIDXLK.cpy)
           COPY INQACCWS.
           COPY RUNIDWS.
           COPY TRLIDXWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE15_HISTINQ'.
               DISPLAY 'Usage: EXAMPLE15_HISTINQ business-key'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM LOAD-INDEX-CONTROL THRU LOAD-INDEX-CONTROL-DONE.
            MOVE 'K' TO WS-TIX-KEY-KIND.
            MOVE FUNCTION TRIM(WS-INQUIRY-KEY) TO WS-TIX-KEY-VALUE.
            PERFORM GATHER-CHANGE-AUDIT THRU GATHER-CHANGE-AUDIT-DONE.
            PERFORM GATHER-XREF THRU GATHER-XREF-DONE.
            PERFORM GATHER-EXCEPTIONS THRU GATHER-EXCEPTIONS-DONE.
            PERFORM GATHER-GENERATIONS THRU GATHER-GENERATIONS-DONE.
            DISPLAY 'Trail index: ' WS-TIX-FILES-INDEXED ' file(s) '
                    'looked up, ' WS-TIX-FILES-SCANNED ' read in full'.
            PERFORM SORT-EVENTS THRU SORT-EVENTS.
            PERFORM PRINT-HISTORY THRU PRINT-HISTORY.
            PERFORM PRINT-MERGE-FORWARDING
               THRU PRINT-MERGE-FORWARDING-DONE.
            MOVE 'EXHISTIQ' TO WS-INQ-PROGRAM-ID.
            MOVE 'K' TO WS-INQ-KIND.
            MOVE WS-INQUIRY-KEY TO WS-INQ-ASKED.
            MOVE EVENT-COUNT TO WS-INQ-ROWS.
            PERFORM LOG-INQUIRY-ACCESS THRU LOG-INQUIRY-ACCESS-EXIT.
            STOP RUN RETURNING 0.
      *
      * CHANGE-AUDIT: the before/after story of every commit.
      *
        GATHER-CHANGE-AUDIT.
            MOVE 'N' TO WS-CHG-EOF.
            MOVE WS-CHG-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-CHANGE-AUDIT-DONE
            END-IF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-CHG-NAME)
                       ' not present - no change images'
               GO TO GATHER-CHANGE-AUDIT-DONE
            END-IF.
            PERFORM UNTIL END-OF-CHG OR TIX-PAST-LAST-HIT
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(CHG-BUSINESS-KEY) EQUAL
                        FUNCTION TRIM(WS-INQUIRY-KEY) THEN
                        PERFORM ADD-CHANGE-EVENT
                           THRU ADD-CHANGE-EVENT-EXIT
                     END-IF
               END-READ
            END-PERFORM.
      *
        GATHER-XREF.
            MOVE 'N' TO WS-XREF-EOF.
            MOVE WS-XREF-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-XREF-DONE
            END-IF.
            OPEN INPUT XREF-CONTROL-FILE.
            IF WS-XREF-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-XREF-NAME)
                       ' not present - no commit XIDs'
               GO TO GATHER-XREF-DONE
            END-IF.
            PERFORM UNTIL END-OF-XREF OR TIX-PAST-LAST-HIT
               READ XREF-CONTROL-FILE
                  AT END
                     SET END-OF-XREF TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(XREF-BUSINESS-KEY) EQUAL
                        FUNCTION TRIM(WS-INQUIRY-KEY) THEN
                        PERFORM ADD-XREF-EVENT THRU ADD-XREF-EVENT-EXIT
                     END-IF
               END-READ
            END-PERFORM.
      *
        GATHER-EXCEPTIONS.
            MOVE 'N' TO WS-EXCQ-EOF.
            MOVE WS-EXCQ-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-EXCEPTIONS-DONE
            END-IF.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-EXCQ-NAME)
                       ' not present - no exceptions'
               GO TO GATHER-EXCEPTIONS-DONE
            END-IF.
            PERFORM UNTIL END-OF-EXCQ OR TIX-PAST-LAST-HIT
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(EXCQ-BUSINESS-KEY) EQUAL
                        FUNCTION TRIM(WS-INQUIRY-KEY) THEN
                        PERFORM ADD-EXCQ-EVENT THRU ADD-EXCQ-EVENT-EXIT
                     END-IF
               END-READ
            END-PERFORM.
               DISPLAY 'No trace of this key in CHANGE-AUDIT, '
                       'XREF-CONTROL or EXCEPTION-QUEUE'
            END-IF.
      *
      * Where did a merged author go?  The forwarding chain is
      * followed to the id that is still alive (a survivor may
      * itself have been merged later), then any ids this key
      * absorbed are listed.
      *
        PRINT-MERGE-FORWARDING.
            OPEN INPUT AUTHOR-MERGES-FILE.
            IF WS-MERGES-STATUS NOT EQUAL '00' THEN
               IF WS-MERGES-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-MERGES-FILE
               END-IF
               GO TO PRINT-MERGE-FORWARDING-DONE
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
                        MOVE MRG-BOOKS-MOVED
                          TO MT-BOOKS-MOVED (MERGE-COUNT)
                        MOVE MRG-TIMESTAMP
                          TO MT-TIMESTAMP (MERGE-COUNT)
                        MOVE MRG-RUN-ID TO MT-RUN-ID (MERGE-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-MERGES-FILE.
            MOVE WS-INQUIRY-KEY TO WS-CHAIN-KEY.
            MOVE 'Y' TO WS-CHAIN-FOUND.
            PERFORM UNTIL NOT CHAIN-LINK-FOUND OR WS-CHAIN-HOPS > 20
               MOVE 'N' TO WS-CHAIN-FOUND
               PERFORM VARYING MT-IX FROM 1 BY 1
                        UNTIL MT-IX > MERGE-COUNT OR CHAIN-LINK-FOUND
                  MOVE MT-RETIRED-ID (MT-IX) TO DISP-MERGE-FROM
                  IF FUNCTION TRIM(DISP-MERGE-FROM) EQUAL
                     FUNCTION TRIM(WS-CHAIN-KEY) THEN
                     SET CHAIN-LINK-FOUND TO TRUE
                     MOVE MT-SURVIVOR-ID (MT-IX) TO DISP-MERGE-TO
                     DISPLAY 'MERGED: id '
                             FUNCTION TRIM(DISP-MERGE-FROM)
                             ' was merged into id '
                             FUNCTION TRIM(DISP-MERGE-TO) ' at '
                             MT-TIMESTAMP (MT-IX) ' (run '
                             MT-RUN-ID (MT-IX) ', '
                             MT-BOOKS-MOVED (MT-IX)
                             ' book(s) moved)'
                     MOVE DISP-MERGE-TO TO WS-CHAIN-KEY
                     ADD 1 TO WS-CHAIN-HOPS
                  END-IF
               END-PERFORM
            END-PERFORM.
            IF WS-CHAIN-HOPS NOT EQUAL 0 THEN
               DISPLAY 'The author now lives under id '
                       FUNCTION TRIM(WS-CHAIN-KEY)
                       ' - inquire on that id for the current state'
            END-IF.
            PERFORM VARYING MT-IX FROM 1 BY 1
                     UNTIL MT-IX > MERGE-COUNT
               MOVE MT-SURVIVOR-ID (MT-IX) TO DISP-MERGE-TO
               IF FUNCTION TRIM(DISP-MERGE-TO) EQUAL
                  FUNCTION TRIM(WS-INQUIRY-KEY) THEN
                  MOVE MT-RETIRED-ID (MT-IX) TO DISP-MERGE-FROM
                  DISPLAY 'ABSORBED: id '
                          FUNCTION TRIM(DISP-MERGE-FROM)
                          ' was merged into this id at '
                          MT-TIMESTAMP (MT-IX) ' (run '
                          MT-RUN-ID (MT-IX) ')'
               END-IF
            END-PERFORM.
        PRINT-MERGE-FORWARDING-DONE.
            EXIT.
      * The inquiry access log, shared by every inquiry program
      * (see INQACCWR.cpy, INQACCWS.cpy and INQACC.cpy), and the
      * interlocked run-number issuance (see ISSUERUN.cpy).
           COPY INQACCWR.
           COPY ISSUERUN.
      * The trail-index lookup the inquiry programs share (see
      * TRLIDXLK.cpy and TRLIDXWS.cpy).
           COPY TRLIDXLK.
