                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCH-CONTROL"
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
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        WORKING-STORAGE SECTION.
      * This execution's shop-wide run id (see RUNCTL.cpy and
      * ISSUE-RUN-ID), carried in every record the run writes.
        01 WS-EXCQ-SER-XID PIC X(200) VALUE SPACES.
        01 WS-EXCQ-REASON PIC X(60) VALUE SPACES.
      *
      * The imprint map the CHANGE-AUDIT stamp reads (see
      * OWNDOMWS.cpy)
           COPY OWNDOMWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE5_PQL_CHAINED'.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            OPEN EXTEND RUNSTATS-FILE.
            OPEN EXTEND CHANGE-AUDIT-FILE.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'WARNING: OWNERSHIP-DOMAINS not usable ('
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
                       ') - changes recorded without an imprint'
            END-IF.
            OPEN EXTEND AUTHORS-MASTER-FILE.
            OPEN EXTEND BATCH-CONTROL-FILE.
            MOVE ZERO TO TX-RETURN-STATUS.
               MOVE AUTHROW-NAME TO CHG-AFTER-NAME
               MOVE AUTHROW-SURNAME TO CHG-AFTER-SURNAME
            END-IF.
            PERFORM STAMP-CHANGE-DOMAIN
               THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
      *
      * The local authors master journal entry for this committed
            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE WS-RUN-ID TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
            WRITE EXCEPTION-QUEUE-RECORD.
      *
      * On TX-MIXED/TX-HAZARD, ask the LIXA transaction manager which
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE WS-WINDOW-ID TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      *
      * Trailer confirming how many input rows were read, committed and
            END-COMPUTE.
            MOVE WS-ROWS-COMMITTED-COUNT TO CTL-ROWS-COMMITTED.
            MOVE WS-ROWS-REJECTED-COUNT TO CTL-ROWS-REJECTED.
            MOVE 0 TO CTL-ROWS-DEFERRED.
            MOVE 0 TO CTL-ROWS-UNCHANGED.
            MOVE LIXA-SER-XID TO CTL-FINAL-SER-XID.
            WRITE BATCH-CONTROL-RECORD.
      *
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
