      * Retention and archival housekeeping for the suite's append-
      * only files.  Every output file here - TRANSACTION-AUDIT,
      * ERROR-LOG, XREF-CONTROL, CHANGE-AUDIT, EXCEPTION-QUEUE,
      * RUNSTATS, BATCH-CONTROL, JOB-LOG, AUTHOR-REJECT,
      * INQUIRY-ACCESS - is OPEN EXTEND forever, and the
      * jobs that re-read them end to end (SCAN-AUDIT-TRAIL,
      * RUN-RECONCILE-COMMAND, EXAMPLE22_JOBCHECK) get slower every
      * night.
      * be resolved before it may leave the live file (the
      * exception-queue rule).
        01 RETENTION-TABLE.
           05 RETENTION-COUNT PIC 9(2) VALUE 10.
           05 RETENTION-ENTRY OCCURS 10 TIMES.
              10 RET-FILE-NAME   PIC X(20).
              10 RET-TS-OFFSET   PIC 9(4).
              10 RET-KEY-OFFSET  PIC 9(4).
            MOVE 0009 TO RET-TS-OFFSET (9).
            MOVE 0000 TO RET-KEY-OFFSET (9).
            MOVE 0196 TO RET-RESOLVED-OFFSET (9).
      * The inquiry access log ages like the others; its generations
      * stay readable to EXAMPLE58_ACCESSRPT through the catalog.
            MOVE 'INQUIRY-ACCESS' TO RET-FILE-NAME (10).
            MOVE 0009 TO RET-TS-OFFSET (10).
            MOVE 0000 TO RET-KEY-OFFSET (10).
            MOVE 0000 TO RET-RESOLVED-OFFSET (10).
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-GENERATION.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
