      * the last retention cut (the normal auditor case) needs no
      * manual consolidation, exactly as the other catalog-walking
      * inquiries work.
      *
      * A snapshot puts every author on disk at once, so each run
      * is logged to INQUIRY-ACCESS against the asking operator
      * (see INQACC.cpy); with no BATCH-OPERATOR identity the run
      * is refused.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE34-ASOF.
                FILE STATUS IS WS-GENCAT-STATUS.
            SELECT ASOF-SNAPSHOT-FILE ASSIGN TO "AUTHORS-ASOF"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Who viewed what (see INQACC.cpy) and the shop-wide run id
      * each logged view carries (see RUNCTL.cpy)
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
           COPY AUTHROW.
        01 ASOF-BOOK-RECORD.
           COPY BOOKROW.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-BOOK-COUNT PIC 9(9) VALUE 0.
        01 WS-DELETED-COUNT PIC 9(9) VALUE 0.
        01 WS-BOOK-ID PIC 9(9) VALUE 0.
      * The access log (see INQACCWR.cpy) and the run id
           COPY INQACCWS.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE34_ASOF'.
               DISPLAY 'Usage: EXAMPLE34_ASOF ASOF=timestamp-prefix'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE WS-ARG-VALUE(1:21) TO WS-ASOF-TS.
            COMPUTE WS-ASOF-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ASOF-TS)).
               DISPLAY '  boundary: last record included is '
                       FUNCTION TRIM(WS-BOUNDARY-TS)
            END-IF.
            MOVE 'EXASOF' TO WS-INQ-PROGRAM-ID.
            MOVE 'A' TO WS-INQ-KIND.
            MOVE SPACES TO WS-INQ-ASKED.
            STRING 'AS-OF SNAPSHOT ASOF=' DELIMITED BY SIZE
                   WS-ASOF-TS DELIMITED BY SPACE
                   INTO WS-INQ-ASKED
            END-STRING.
            COMPUTE WS-INQ-ROWS = WS-AUTHOR-COUNT + WS-BOOK-COUNT.
            PERFORM LOG-INQUIRY-ACCESS THRU LOG-INQUIRY-ACCESS-EXIT.
            STOP RUN RETURNING 0.
      *
      * Replay the whole trail up to the boundary: the archived
            END-IF.
            MOVE 'I' TO AUTHROW-OPERATION.
            WRITE ASOF-SNAPSHOT-RECORD.
      * The inquiry access log, shared by every inquiry program
      * (see INQACCWR.cpy, INQACCWS.cpy and INQACC.cpy), and the
      * interlocked run-number issuance (see ISSUERUN.cpy).
           COPY INQACCWR.
           COPY ISSUERUN.
