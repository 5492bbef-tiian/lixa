      *             LIXA-managed connection and queue a mismatch
      *             entry for anything that disagrees in either
      *             direction.
      *
      * INQUIRE and LIST put author names on the screen, so each is
      * logged to INQUIRY-ACCESS against the asking operator (see
      * INQACC.cpy); with no BATCH-OPERATOR identity they are
      * refused.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE17-MASTER.
                ASSIGN TO DYNAMIC WS-ENQ-HOLDER-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ENQ-HOLDER-STATUS.
      * Who viewed what (see INQACC.cpy)
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO "INQUIRY-ACCESS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQACC-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RUN-CONTROL-FILE.
        FD ENQ-HOLDER-FILE.
        01 ENQ-HOLDER-RECORD.
           COPY ENQREC.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        WORKING-STORAGE SECTION.
      * Suite-wide enqueue work fields (see TXENQ.cpy)
           COPY ENQWS.
      * This execution's shop-wide run id (see RUNCTL.cpy and
      * ISSUE-RUN-ID), carried in every record the run writes.
           COPY RUNIDWS.
      * The inquiry access log (see INQACCWR.cpy)
           COPY INQACCWS.
      * Include TX definitions (VERIFY only)
        01 TX-RETURN-STATUS.
           COPY TXSTATUS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE17_MASTER'.
            MOVE 'EXMASTER' TO WS-INQ-PROGRAM-ID.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
                  END-IF
                  COMPUTE WS-INQUIRE-ID = FUNCTION NUMVAL(ARGV)
                  END-COMPUTE
                  PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT
                  PERFORM NET-THE-JOURNAL THRU NET-THE-JOURNAL
                  PERFORM RUN-INQUIRE-COMMAND
                     THRU RUN-INQUIRE-COMMAND-EXIT
                  MOVE 'K' TO WS-INQ-KIND
                  MOVE WS-INQUIRE-ID TO DISP-ID
                  MOVE DISP-ID TO WS-INQ-ASKED
                  MOVE 0 TO WS-INQ-ROWS
                  IF NET-ENTRY-FOUND THEN
                     MOVE 1 TO WS-INQ-ROWS
                  END-IF
                  PERFORM LOG-INQUIRY-ACCESS
                     THRU LOG-INQUIRY-ACCESS-EXIT
               WHEN CMD-LIST
                  PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT
                  PERFORM NET-THE-JOURNAL THRU NET-THE-JOURNAL
                  PERFORM RUN-LIST-COMMAND THRU RUN-LIST-COMMAND
                  MOVE 'A' TO WS-INQ-KIND
                  MOVE 'ALL LIVE AUTHORS (LIST)' TO WS-INQ-ASKED
                  MOVE WS-LIVE-COUNT TO WS-INQ-ROWS
                  PERFORM LOG-INQUIRY-ACCESS
                     THRU LOG-INQUIRY-ACCESS-EXIT
               WHEN CMD-COMPACT
      * COMPACT rewrites the master: take the suite enqueue so a
      * loader appending to AUTHORS-MASTER and this rewrite can
            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE WS-RUN-ID TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
            WRITE EXCEPTION-QUEUE-RECORD.
      * Shared TX-STATUS remediation routing (see TXDISPAT.cpy)
           COPY TXDISPAT.
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * The inquiry access log, shared by every inquiry program
      * (see INQACCWR.cpy, INQACCWS.cpy and INQACC.cpy).
           COPY INQACCWR.
