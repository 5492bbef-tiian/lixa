            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE WS-RUN-ID TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
            WRITE EXCEPTION-QUEUE-RECORD.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
