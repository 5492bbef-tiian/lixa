      * DISTRIBUTION-LOG record: one row per report per recipient
      * per bundling run of EXAMPLE69_RPTDIST - what each recipient
      * was sent, or why they were not, so "did the auditors get
      * the purge preview for window 20260902-1" has a recorded
      * answer.  A sent report carries the content fingerprint and
      * record count of exactly what went into the bundle (the
      * same "count-hash" shape as CTLFP.cpy), and the moment the
      * report file had last been written.  Append-only.
        05 DSL-WINDOW-ID      PIC X(10).
        05 DSL-RECIPIENT-ID   PIC X(8).
        05 DSL-REPORT-NAME    PIC X(40).
        05 DSL-CLASS          PIC X(8).
      * 'S' sent in the bundle; 'W' withheld - the recipient is not
      * cleared for the report's class, or the report has no class;
      * 'N' not produced in the window, nothing to send
        05 DSL-OUTCOME        PIC X(1).
           88 DSL-IS-SENT         VALUE 'S'.
           88 DSL-IS-WITHHELD     VALUE 'W'.
           88 DSL-IS-NOT-PRODUCED VALUE 'N'.
        05 DSL-REASON         PIC X(40).
        05 DSL-BUNDLE-NAME    PIC X(40).
        05 DSL-RECORDS        PIC 9(9).
        05 DSL-FINGERPRINT    PIC X(24).
      * yyyymmddhhmmss the report file was last written
        05 DSL-FILE-STAMP     PIC X(14).
        05 DSL-TIMESTAMP      PIC X(21).
        05 DSL-RUN-ID         PIC X(13).
