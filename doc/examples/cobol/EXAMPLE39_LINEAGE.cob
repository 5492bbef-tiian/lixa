      *   KEY= - trace a business key: XREF-CONTROL names the run
      *          that last committed it, the index names the run's
      *          archived file, and the archive scan prints the
      *          exact row (number and image) within it.  A row
      *          that waited in PENDING-CHANGES for its effective
      *          date also names the run that first delivered it.
      *
      * KEY= looks the key up in XREF-CONTROL's TRAIL-INDEX first
      * (see TRLIDX.cpy and EXAMPLE67_TRAILIDX) and reads the file
      * only as far as the last record carrying it; with no index,
      * or one the file has outgrown, it reads XREF-CONTROL end to
      * end as before.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE39-LINEAGE.
                ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.
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
        FD LINEAGE-INDEX-FILE.
        FD INPUT-ARCHIVE-FILE.
        01 INPUT-ARCHIVE-RECORD.
           COPY AUTHROW.
        FD TRAIL-INDEX-FILE.
        01 TRAIL-INDEX-RECORD.
           COPY TRLIDX.
        FD TRAIL-INDEX-CONTROL-FILE.
        01 TRAIL-INDEX-CONTROL-RECORD.
           COPY TRLIDXC.
        WORKING-STORAGE SECTION.
        01 WS-LINEAGE-STATUS PIC X(2) VALUE '00'.
        01 WS-XREF-STATUS PIC X(2) VALUE '00'.
        01 WS-ARCHIVE-NAME PIC X(60) VALUE SPACES.
        01 WS-ROW-NUMBER PIC 9(9) VALUE 0.
        01 WS-HIT-COUNT PIC 9(4) VALUE 0.
      * The trail-index lookup (see TRLIDXLK.cpy)
           COPY TRLIDXWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE39_LINEAGE'.
            STOP RUN RETURNING 0.
      *
      * The run that last committed this key, from XREF-CONTROL:
      * the file is commit order, so the last record read wins.  An
      * index that says the key was never committed leaves nothing
      * to read.
      *
        FIND-KEY-RUN.
            PERFORM LOAD-INDEX-CONTROL THRU LOAD-INDEX-CONTROL-DONE.
            MOVE 'XREF-CONTROL' TO WS-TIX-FILE-NAME.
            MOVE 'K' TO WS-TIX-KEY-KIND.
            MOVE FUNCTION TRIM(WS-TARGET-KEY) TO WS-TIX-KEY-VALUE.
            PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT.
            OPEN INPUT XREF-CONTROL-FILE.
            IF WS-XREF-STATUS NOT EQUAL '00' THEN
               DISPLAY 'XREF-CONTROL not available (status '
                       WS-XREF-STATUS ')'
               STOP RUN RETURNING 1
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
                        FUNCTION TRIM(WS-TARGET-KEY) THEN
                        MOVE XREF-RUN-ID TO WS-TARGET-RUN
                     END-IF
                                LIN-FINGERPRINT ' rows '
                                LIN-ROW-COUNT ' archived at '
                                LIN-TIMESTAMP
                        IF LIN-SENDER-ID NOT EQUAL SPACES THEN
                           DISPLAY '  sent by '
                                   FUNCTION TRIM(LIN-SENDER-ID)
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
                                ':'
                        DISPLAY '  '
                                INPUT-ARCHIVE-RECORD(1:71)
                        IF AUTHROW-ORIGIN-RUN-ID NOT EQUAL SPACES
                           DISPLAY '  held in PENDING-CHANGES'
                                   ' (effective '
                                   AUTHROW-EFFECTIVE-DATE
                                   '), first delivered by run '
                                   AUTHROW-ORIGIN-RUN-ID
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
                    ' row(s) for key '
                    FUNCTION TRIM(WS-TARGET-KEY)
                    ' in the archived source'.
      * The trail-index lookup the inquiry programs share (see
      * TRLIDXLK.cpy and TRLIDXWS.cpy).
           COPY TRLIDXLK.
