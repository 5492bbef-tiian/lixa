        01 WS-RUNS-MERGED PIC 9(2) VALUE 0.
      * The canonical files a spill run writes per-run copies of
        01 MERGE-TABLE.
           05 MERGE-COUNT PIC 9(2) VALUE 10.
           05 MERGE-ENTRY OCCURS 10 TIMES
                          PIC X(20) VALUE SPACES.
        01 MRG-IX PIC 9(2).
        01 WS-FILE-RECORDS PIC 9(9) VALUE 0.
            MOVE 'CHANGE-AUDIT' TO MERGE-ENTRY (6).
            MOVE 'AUTHORS-MASTER' TO MERGE-ENTRY (7).
            MOVE 'AUTHOR-REJECT' TO MERGE-ENTRY (8).
            MOVE 'CONTENT-WARNINGS' TO MERGE-ENTRY (9).
      * The heartbeat is discarded, not merged: a progress snapshot
      * is not trail data, but its spill must not be left behind.
            MOVE 'AUTHOR-PROGRESS' TO MERGE-ENTRY (10).
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE SPACES TO WS-ARG-KEYWORD.
            MOVE SPACES TO WS-ARG-VALUE.
