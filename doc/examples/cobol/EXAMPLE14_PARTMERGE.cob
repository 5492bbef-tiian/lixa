      * EXAMPLE5_PQL PART=nn streams of a split input have run, this
      * program verifies every partition completed - a
      * BATCH-CONTROL-Pnn trailer exists and its rows-read equals
      * rows-committed plus rows-rejected plus the rows held for a
      * later effective date plus the corrections found already in
      * place - and merges the trailers
      * into one window-level total appended to the canonical
      * BATCH-CONTROL file under program id 'PARTMERG', so the
      * downstream jobs that read one trailer per window keep
        01 WS-LAST-READ PIC 9(9) VALUE 0.
        01 WS-LAST-COMMITTED PIC 9(9) VALUE 0.
        01 WS-LAST-REJECTED PIC 9(9) VALUE 0.
      * Rows held for a later effective date; an older trailer
      * carries no count and holds none
        01 WS-LAST-DEFERRED PIC 9(9) VALUE 0.
      * Corrections found already in place and not written; an
      * older trailer carries no count and had none
        01 WS-LAST-UNCHANGED PIC 9(9) VALUE 0.
        01 WS-LAST-TIMESTAMP PIC X(21) VALUE SPACES.
        01 WS-LAST-SER-XID PIC X(200) VALUE SPACES.
      * Window-level totals across all partitions
        01 WS-SUM-READ PIC 9(9) VALUE 0.
        01 WS-SUM-COMMITTED PIC 9(9) VALUE 0.
        01 WS-SUM-REJECTED PIC 9(9) VALUE 0.
        01 WS-SUM-DEFERRED PIC 9(9) VALUE 0.
        01 WS-SUM-UNCHANGED PIC 9(9) VALUE 0.
        01 WS-FINAL-SER-XID PIC X(200) VALUE SPACES.
        01 WS-FAIL-COUNT PIC 9(2) VALUE 0.
        PROCEDURE DIVISION.
            DISPLAY 'MERGE RESULT: all ' WS-NPARTS ' partition(s) '
                    'complete; window total read=' WS-SUM-READ
                    ' committed=' WS-SUM-COMMITTED
                    ' rejected=' WS-SUM-REJECTED
                    ' unchanged=' WS-SUM-UNCHANGED.
            STOP RUN RETURNING 0.
      *
      * One partition: find its most recent trailer and verify the
                     MOVE CTL-ROWS-READ TO WS-LAST-READ
                     MOVE CTL-ROWS-COMMITTED TO WS-LAST-COMMITTED
                     MOVE CTL-ROWS-REJECTED TO WS-LAST-REJECTED
                     IF CTL-ROWS-DEFERRED IS NUMERIC THEN
                        MOVE CTL-ROWS-DEFERRED TO WS-LAST-DEFERRED
                     ELSE
                        MOVE 0 TO WS-LAST-DEFERRED
                     END-IF
                     IF CTL-ROWS-UNCHANGED IS NUMERIC THEN
                        MOVE CTL-ROWS-UNCHANGED TO WS-LAST-UNCHANGED
                     ELSE
                        MOVE 0 TO WS-LAST-UNCHANGED
                     END-IF
                     MOVE CTL-TIMESTAMP TO WS-LAST-TIMESTAMP
                     MOVE CTL-FINAL-SER-XID TO WS-LAST-SER-XID
               END-READ
               GO TO CHECK-ONE-PARTITION-EXIT
            END-IF.
            IF WS-LAST-READ NOT EQUAL
               WS-LAST-COMMITTED + WS-LAST-REJECTED
                  + WS-LAST-DEFERRED + WS-LAST-UNCHANGED THEN
               DISPLAY '  partition ' WS-PARTITION-ID
                       ': counts do not balance (read '
                       WS-LAST-READ ' committed '
                       WS-LAST-COMMITTED ' rejected '
                       WS-LAST-REJECTED ' deferred '
                       WS-LAST-DEFERRED ' unchanged '
                       WS-LAST-UNCHANGED ')'
               ADD 1 TO WS-FAIL-COUNT
               GO TO CHECK-ONE-PARTITION-EXIT
            END-IF.
            ADD WS-LAST-READ TO WS-SUM-READ.
            ADD WS-LAST-COMMITTED TO WS-SUM-COMMITTED.
            ADD WS-LAST-REJECTED TO WS-SUM-REJECTED.
            ADD WS-LAST-DEFERRED TO WS-SUM-DEFERRED.
            ADD WS-LAST-UNCHANGED TO WS-SUM-UNCHANGED.
            MOVE WS-LAST-SER-XID TO WS-FINAL-SER-XID.
            DISPLAY '  partition ' WS-PARTITION-ID ' at '
                    WS-LAST-TIMESTAMP ': read ' WS-LAST-READ
                    ' committed ' WS-LAST-COMMITTED
                    ' rejected ' WS-LAST-REJECTED
                    ' deferred ' WS-LAST-DEFERRED
                    ' unchanged ' WS-LAST-UNCHANGED.
        CHECK-ONE-PARTITION-EXIT.
            EXIT.
      *
            MOVE WS-SUM-READ TO MRG-ROWS-READ.
            MOVE WS-SUM-COMMITTED TO MRG-ROWS-COMMITTED.
            MOVE WS-SUM-REJECTED TO MRG-ROWS-REJECTED.
            MOVE WS-SUM-DEFERRED TO MRG-ROWS-DEFERRED.
            MOVE WS-SUM-UNCHANGED TO MRG-ROWS-UNCHANGED.
            MOVE WS-FINAL-SER-XID TO MRG-FINAL-SER-XID.
            MOVE SPACES TO MRG-OPERATOR-ID.
            MOVE SPACES TO MRG-INPUT-FINGERPRINT.
