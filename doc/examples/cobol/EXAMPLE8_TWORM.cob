      * The royalty extractor (EXAMPLE29_ROYEXTR) drains the
      * royalty_feed staging table downstream; anything it finds
      * there is, by construction, committed author data.
      *
      * The committed change itself goes to CHANGE-AUDIT like every
      * other change path's, so EXAMPLE66_ROYRECON can hold what
      * was committed here against what the extractor actually
      * sent.  A mixed outcome is written too when RMID 0 is
      * confirmed to hold the row: the author change is then real,
      * whatever became of its feed row, and the reconciliation is
      * exactly what must find out whether the royalty system ever
      * heard of it.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE8-TWORM.
      * TXCOMMIT failures (see EXCQUEUE.cpy)
            SELECT EXCEPTION-QUEUE-FILE ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Before/after image of the committed author change (see
      * CHGAUD.cpy and WRITE-CHANGE-AUDIT)
            SELECT CHANGE-AUDIT-FILE ASSIGN TO "CHANGE-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The id ranges each imprint owns, stamped onto every
      * CHANGE-AUDIT record (see OWNDOM.cpy and OWNDOMST.cpy)
            SELECT OPTIONAL OWNERSHIP-DOMAINS-FILE
                ASSIGN TO "OWNERSHIP-DOMAINS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OWNDOM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RUN-CONTROL-FILE.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        WORKING-STORAGE SECTION.
      * This execution's shop-wide run id (see RUNCTL.cpy and
      * ISSUE-RUN-ID), carried in every record the run writes.
        01 WS-EXCQ-BUSINESS-KEY PIC X(20) VALUE SPACES.
        01 WS-EXCQ-SER-XID PIC X(200) VALUE SPACES.
        01 WS-EXCQ-REASON PIC X(60) VALUE SPACES.
      * The XID the author change committed under, taken inside the
      * transaction (the TXINFORM after TXCOMMIT sees none), and
      * whether QUERY-HAZARD-OUTCOME found the authors row landed.
        01 WS-CHANGE-SER-XID PIC X(200) VALUE SPACES.
        01 WS-AUTHORS-ROW-FLAG PIC X(1) VALUE 'N'.
           88 AUTHORS-ROW-LANDED VALUE 'Y'.
      * The imprint map the CHANGE-AUDIT stamp reads (see
      * OWNDOMWS.cpy)
           COPY OWNDOMWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE8_TWORM'.
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQclear" USING BY VALUE PGRES.
      * The XID both rows are about to commit under, for the
      * CHANGE-AUDIT record and any exception queued below
            PERFORM INFO-PARA THRU INFO-PARA.
            MOVE LIXA-SER-XID TO WS-CHANGE-SER-XID.
      * Calling TXCOMMIT (tx_commit): commits both RMs together
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-COMMITS.
               PERFORM REPORT-RM-STATUS THRU REPORT-RM-STATUS
               PERFORM QUERY-HAZARD-OUTCOME THRU QUERY-HAZARD-OUTCOME
            END-IF.
            IF TX-OK OR AUTHORS-ROW-LANDED THEN
               PERFORM WRITE-CHANGE-AUDIT THRU WRITE-CHANGE-AUDIT
            END-IF.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'Exiting...'
            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE WS-RUN-ID TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
            WRITE EXCEPTION-QUEUE-RECORD.
      *
      * The committed author change, in the same CHANGE-AUDIT layout
      * every other change path writes: author 1 inserted as
      * Foo/Bar under the XID captured before TXCOMMIT.  The file is
      * opened around the one record, as the job log is, so a
      * rolled-back run never touches it.
      *
        WRITE-CHANGE-AUDIT.
            OPEN EXTEND CHANGE-AUDIT-FILE.
            MOVE WS-CHANGE-SER-XID TO CHG-SER-XID.
            MOVE 'EX8TWORM' TO CHG-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP.
            MOVE '        1' TO CHG-BUSINESS-KEY.
            SET CHG-OP-INSERT TO TRUE.
            MOVE SPACES TO CHG-BEFORE-NAME.
            MOVE SPACES TO CHG-BEFORE-SURNAME.
            MOVE 'Foo' TO CHG-AFTER-NAME.
            MOVE 'Bar' TO CHG-AFTER-SURNAME.
            MOVE WS-OPERATOR-ID TO CHG-OPERATOR-ID.
            MOVE WS-RUN-ID TO CHG-RUN-ID.
            MOVE SPACES TO CHG-APPROVED-BY.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'WARNING: OWNERSHIP-DOMAINS not usable ('
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
                       ') - changes recorded without an imprint'
            END-IF.
            PERFORM STAMP-CHANGE-DOMAIN
               THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
            CLOSE CHANGE-AUDIT-FILE.
      *
      * Report the outcome of the last TXCOMMIT/TXROLLBACK by RMID,
      * since TX-STATUS alone cannot say which of the two RMs is
      * responsible for a mixed or hazard outcome.
                          'in PostgreSQL'
                  MOVE 'TX-HAZARD/MIXED: row CONFIRMED present in RM'
                       TO WS-AUDIT-WARNING
                  SET AUTHORS-ROW-LANDED TO TRUE
               ELSE
                  DISPLAY 'QUERY-HAZARD-OUTCOME: row id=1 is NOT '
                          'present in PostgreSQL'
      * EXCQ-BUSINESS-KEY is left blank, the same as EXAMPLE7-INDOUBT
      * leaves it for a finding with no single row to point at.
            MOVE SPACES TO WS-EXCQ-BUSINESS-KEY.
            MOVE WS-CHANGE-SER-XID TO WS-EXCQ-SER-XID.
            MOVE WS-AUDIT-WARNING TO WS-EXCQ-REASON.
            PERFORM WRITE-EXCEPTION-QUEUE THRU WRITE-EXCEPTION-QUEUE.
            CALL "PQclear" USING BY VALUE PGRES.
                    TO WS-AUDIT-WARNING
            END-IF.
            MOVE SPACES TO WS-EXCQ-BUSINESS-KEY.
            MOVE WS-CHANGE-SER-XID TO WS-EXCQ-SER-XID.
            MOVE WS-AUDIT-WARNING TO WS-EXCQ-REASON.
            PERFORM WRITE-EXCEPTION-QUEUE THRU WRITE-EXCEPTION-QUEUE.
            CALL "PQclear" USING BY VALUE PGRES.
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE WS-WINDOW-ID TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      *
      * The suite-wide job log (see JOBLOG.cpy): the start record at
            MOVE 0 TO JL-ELAPSED-CS.
            MOVE WS-RUN-ID TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE SPACES TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
            ACCEPT WS-JOB-START FROM TIME.
            MOVE WS-JOB-ELAPSED TO JL-ELAPSED-CS.
            MOVE WS-RUN-ID TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE SPACES TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
      *
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Imprint map and the CHANGE-AUDIT stamp (see OWNDOMCK.cpy,
      * OWNDOMST.cpy and OWNDOM.cpy)
           COPY OWNDOMCK.
           COPY OWNDOMST.
