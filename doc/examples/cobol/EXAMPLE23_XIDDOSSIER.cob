      * live files and re-reads every archived generation, so an
      * incident older than the last retention cut still gets its
      * full story in one run.
      *
      * Each file is looked up in its TRAIL-INDEX first (see
      * TRLIDX.cpy and EXAMPLE67_TRAILIDX): a file whose index
      * says it never carried the XID is not opened at all, and the
      * others are read only as far as their last record carrying
      * it.  A file with no index, or changed since it was indexed,
      * is read end to end as before; the closing line says how
      * many files went each way.
      *
      * Every answer is logged to INQUIRY-ACCESS against the asking
      * operator (see INQACC.cpy); with no BATCH-OPERATOR identity
      * the inquiry is refused.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE23-XIDDOSSIER.
            SELECT AUTHOR-RESTART-FILE ASSIGN TO "AUTHOR-RESTART"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CKPT-STATUS.
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
        FD TRANSACTION-AUDIT-FILE.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
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
        01 WS-AUD-STATUS PIC X(2) VALUE '00'.
        01 WS-XREF-STATUS PIC X(2) VALUE '00'.
        01 WS-OVERFLOW-COUNT PIC 9(4) VALUE 0.
        01 WS-EVENT-TEXT PIC X(160) VALUE SPACES.
        01 WS-EVENT-TIMESTAMP PIC X(21) VALUE SPACES.
      * An exception's service-desk ticket, when it has one (see
      * EXCQ-TICKET-ID in EXCQUEUE.cpy)
        01 WS-EVENT-TICKET PIC X(32) VALUE SPACES.
      * The access log (see INQACCWR.cpy), the run id and the
      * trail-index lookup (see TRLIDXLK.cpy)
           COPY INQACCWS.
           COPY RUNIDWS.
           COPY TRLIDXWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE23_XIDDOSSIER'.
               DISPLAY 'Usage: EXAMPLE23_XIDDOSSIER serialized-xid'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            DISPLAY 'INCIDENT DOSSIER for XID '
                    FUNCTION TRIM(WS-TARGET-XID).
            PERFORM LOAD-INDEX-CONTROL THRU LOAD-INDEX-CONTROL-DONE.
            MOVE 'X' TO WS-TIX-KEY-KIND.
            MOVE FUNCTION TRIM(WS-TARGET-XID) TO WS-TIX-KEY-VALUE.
            PERFORM GATHER-AUDIT THRU GATHER-AUDIT-DONE.
            PERFORM GATHER-XREF THRU GATHER-XREF-DONE.
            PERFORM GATHER-CHANGES THRU GATHER-CHANGES-DONE.
            PERFORM GATHER-ERRORS THRU GATHER-ERRORS-DONE.
            PERFORM GATHER-EXCEPTIONS THRU GATHER-EXCEPTIONS-DONE.
            PERFORM GATHER-GENERATIONS THRU GATHER-GENERATIONS-DONE.
            DISPLAY 'Trail index: ' WS-TIX-FILES-INDEXED ' file(s) '
                    'looked up, ' WS-TIX-FILES-SCANNED ' read in full'.
            PERFORM SORT-EVENTS THRU SORT-EVENTS.
            PERFORM VARYING EV-IX FROM 1 BY 1
                     UNTIL EV-IX > EVENT-COUNT
            IF EVENT-COUNT EQUAL 0 THEN
               DISPLAY 'No trace of this XID in any file'
            END-IF.
            MOVE 'EXXIDDOS' TO WS-INQ-PROGRAM-ID.
            MOVE 'X' TO WS-INQ-KIND.
            MOVE WS-TARGET-XID TO WS-INQ-ASKED.
            MOVE EVENT-COUNT TO WS-INQ-ROWS.
            PERFORM LOG-INQUIRY-ACCESS THRU LOG-INQUIRY-ACCESS-EXIT.
            STOP RUN RETURNING 0.
      *
      * One gathered event; the caller fills WS-EVENT-TIMESTAMP and
            END-IF.
        GATHER-AUDIT.
            MOVE 'N' TO WS-EOF.
            MOVE WS-AUD-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-AUDIT-DONE
            END-IF.
            OPEN INPUT TRANSACTION-AUDIT-FILE.
            IF WS-AUD-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-AUD-NAME) ' not present'
               GO TO GATHER-AUDIT-DONE
            END-IF.
            PERFORM UNTIL END-OF-CURRENT-FILE OR TIX-PAST-LAST-HIT
               READ TRANSACTION-AUDIT-FILE
                  AT END
                     SET END-OF-CURRENT-FILE TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(AUD-SER-XID) EQUAL
                        FUNCTION TRIM(WS-TARGET-XID) THEN
                        MOVE AUD-TIMESTAMP TO WS-EVENT-TIMESTAMP
                        MOVE SPACES TO WS-EVENT-TEXT
            EXIT.
        GATHER-XREF.
            MOVE 'N' TO WS-EOF.
            MOVE WS-XREF-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-XREF-DONE
            END-IF.
            OPEN INPUT XREF-CONTROL-FILE.
            IF WS-XREF-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-XREF-NAME) ' not present'
               GO TO GATHER-XREF-DONE
            END-IF.
            PERFORM UNTIL END-OF-CURRENT-FILE OR TIX-PAST-LAST-HIT
               READ XREF-CONTROL-FILE
                  AT END
                     SET END-OF-CURRENT-FILE TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(XREF-SER-XID) EQUAL
                        FUNCTION TRIM(WS-TARGET-XID) THEN
                        MOVE XREF-TIMESTAMP TO WS-EVENT-TIMESTAMP
                        MOVE SPACES TO WS-EVENT-TEXT
            EXIT.
        GATHER-CHANGES.
            MOVE 'N' TO WS-EOF.
            MOVE WS-CHG-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-CHANGES-DONE
            END-IF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-CHG-NAME) ' not present'
               GO TO GATHER-CHANGES-DONE
            END-IF.
            PERFORM UNTIL END-OF-CURRENT-FILE OR TIX-PAST-LAST-HIT
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CURRENT-FILE TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(CHG-SER-XID) EQUAL
                        FUNCTION TRIM(WS-TARGET-XID) THEN
                        MOVE CHG-TIMESTAMP TO WS-EVENT-TIMESTAMP
                        MOVE SPACES TO WS-EVENT-TEXT
            EXIT.
        GATHER-ERRORS.
            MOVE 'N' TO WS-EOF.
            MOVE WS-ERR-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-ERRORS-DONE
            END-IF.
            OPEN INPUT ERROR-LOG-FILE.
            IF WS-ERR-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-ERR-NAME) ' not present'
               GO TO GATHER-ERRORS-DONE
            END-IF.
            PERFORM UNTIL END-OF-CURRENT-FILE OR TIX-PAST-LAST-HIT
               READ ERROR-LOG-FILE
                  AT END
                     SET END-OF-CURRENT-FILE TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(ERRLOG-SER-XID) EQUAL
                        FUNCTION TRIM(WS-TARGET-XID) THEN
                        MOVE ERRLOG-TIMESTAMP TO WS-EVENT-TIMESTAMP
                        MOVE SPACES TO WS-EVENT-TEXT
            EXIT.
        GATHER-EXCEPTIONS.
            MOVE 'N' TO WS-EOF.
            MOVE WS-EXCQ-NAME TO WS-TIX-FILE-NAME.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE AND WS-TIX-HIT-COUNT EQUAL 0 THEN
               GO TO GATHER-EXCEPTIONS-DONE
            END-IF.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-EXCQ-NAME) ' not present'
               GO TO GATHER-EXCEPTIONS-DONE
            END-IF.
            PERFORM UNTIL END-OF-CURRENT-FILE OR TIX-PAST-LAST-HIT
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-CURRENT-FILE TO TRUE
                  NOT AT END
                     PERFORM NEXT-INDEXED-RECORD
                        THRU NEXT-INDEXED-RECORD-EXIT
                     IF TIX-RECORD-WANTED AND
                        FUNCTION TRIM(EXCQ-SER-XID) EQUAL
                        FUNCTION TRIM(WS-TARGET-XID) THEN
                        MOVE EXCQ-TIMESTAMP TO WS-EVENT-TIMESTAMP
                        MOVE SPACES TO WS-EVENT-TICKET
                        IF EXCQ-TICKET-ID NOT EQUAL SPACES THEN
                           STRING ' ticket=' DELIMITED BY SIZE
                                  EXCQ-TICKET-ID DELIMITED BY SPACE
                                  INTO WS-EVENT-TICKET
                           END-STRING
                        END-IF
                        MOVE SPACES TO WS-EVENT-TEXT
                        STRING 'EXCEPTION-QUEUE ' DELIMITED BY SIZE
                               EXCQ-PROGRAM-ID DELIMITED BY SIZE
                                  DELIMITED BY SIZE
                               ' resolved=' DELIMITED BY SIZE
                               EXCQ-RESOLVED DELIMITED BY SIZE
                               WS-EVENT-TICKET DELIMITED BY '  '
                               ' ' DELIMITED BY SIZE
                               FUNCTION TRIM(EXCQ-REASON)
                                  DELIMITED BY SIZE
               END-PERFORM
               MOVE EV-TEMP TO EVENT-ENTRY (EV-JX)
            END-PERFORM.
      * The inquiry access log, shared by every inquiry program
      * (see INQACCWR.cpy, INQACCWS.cpy and INQACC.cpy), and the
      * interlocked run-number issuance (see ISSUERUN.cpy).
           COPY INQACCWR.
           COPY ISSUERUN.
      * The trail-index lookup the inquiry programs share (see
      * TRLIDXLK.cpy and TRLIDXWS.cpy).
           COPY TRLIDXLK.
