      * FAILBACK-COMPLETE record: one row per EXAMPLE25_DRREPLAY
      * FAILBACK run - the changes committed while the suite ran on
      * the standby, carried back to the primary - saying what was
      * selected, applied, already in place, conflicted (each one an
      * EXCEPTION-QUEUE entry) or failed, what the reverse
      * EXAMPLE33_DRVERIFY comparison returned, and the verdict.
      * The newest row is the one that counts: EXAMPLE18_WINDOWCTL
      * will not start a window while it says the primary is NOT
      * yet safe to point the suite back at.
        05 FBK-RUN-ID        PIC X(13).
        05 FBK-TIMESTAMP     PIC X(21).
        05 FBK-OPERATOR-ID   PIC X(8).
      * 'S' is written before the first change is touched and 'E'
      * when the run ends, so a failback that died part way leaves
      * a start as the newest row - never an older run's verdict.
        05 FBK-STAGE         PIC X(1).
           88 FBK-STARTED    VALUE 'S'.
           88 FBK-ENDED      VALUE 'E'.
      * The standby period as given (SINCE=/UNTIL=, timestamp
      * prefixes; UNTIL SPACES means "up to this run")
        05 FBK-SINCE         PIC X(21).
        05 FBK-UNTIL         PIC X(21).
      * Run ids and window ids JOB-LOG placed in the period
        05 FBK-RUNS-FOUND    PIC 9(5).
        05 FBK-WINDOWS-FOUND PIC 9(5).
        05 FBK-SELECTED      PIC 9(9).
        05 FBK-APPLIED       PIC 9(9).
        05 FBK-ALREADY       PIC 9(9).
        05 FBK-CONFLICTS     PIC 9(9).
        05 FBK-FAILED        PIC 9(9).
      * EXAMPLE33_DRVERIFY REVERSE's return code (0 = the primary
      * holds exactly what the standby holds)
        05 FBK-VERIFY-RC     PIC 9(4).
      * 'Y' only on an 'E' row with no conflict, no failure and a
      * clean reverse verify
        05 FBK-VERDICT       PIC X(1).
           88 FBK-SAFE       VALUE 'Y'.
           88 FBK-NOT-SAFE   VALUE 'N'.
