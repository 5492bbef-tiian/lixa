      * MONTH-CLOSE record: the month-end close of one period,
      * appended by EXAMPLE53_MONTHCLOSE and netted last-record-wins
      * per MCL-PERIOD like the other append-only control files.
      * The close run (on the business calendar's CAL-IS-MONTH-END
      * day) performs or verifies each item of the month-end
      * checklist itself and records every outcome here with the
      * operator who signed the close off; a DIFFERENT operator's
      * countersign turns the period CLOSED, and from then on
      * backout, purge and DR replay runs dated inside the period
      * refuse to run until an explicit REOPEN (see MCLOSECK.cpy).
        05 MCL-PERIOD          PIC X(6).
        05 MCL-CLOSE-DATE      PIC X(8).
      * One outcome per checklist item: 'P' passed, 'F' failed
      *   seal    - yesterday's CHANGE-AUDIT sealed
      *   verify  - the month's seal chain verifies
      *   snapshot- the as-of snapshot for the auditors taken
      *   excq    - no open EXCEPTION-QUEUE entry older than the
      *             period
      *   trailer - every BATCH-CONTROL trailer of the period
      *             balances (read = committed + rejected)
        05 MCL-SEAL-CHECK      PIC X(1).
        05 MCL-VERIFY-CHECK    PIC X(1).
        05 MCL-SNAPSHOT-CHECK  PIC X(1).
        05 MCL-EXCQ-CHECK      PIC X(1).
        05 MCL-TRAILER-CHECK   PIC X(1).
        05 MCL-EXCQ-AGED       PIC 9(5).
        05 MCL-TRAILERS-OFF    PIC 9(5).
        05 MCL-SNAPSHOT-NAME   PIC X(20).
      * 'F' checks failed, 'S' signed off (awaiting countersign),
      * 'C' CLOSED, 'R' reopened
        05 MCL-STATUS          PIC X(1).
           88 MCL-IS-FAILED    VALUE 'F'.
           88 MCL-IS-SIGNED    VALUE 'S'.
           88 MCL-IS-CLOSED    VALUE 'C'.
           88 MCL-IS-REOPENED  VALUE 'R'.
        05 MCL-SIGNED-BY       PIC X(8).
        05 MCL-SIGNED-TIME     PIC X(21).
        05 MCL-COUNTERSIGNED-BY   PIC X(8).
        05 MCL-COUNTERSIGNED-TIME PIC X(21).
        05 MCL-REOPENED-BY     PIC X(8).
        05 MCL-REOPEN-REASON   PIC X(40).
      * The shop-wide run id (see RUNCTL.cpy)
        05 MCL-RUN-ID          PIC X(13).
        05 MCL-TIMESTAMP       PIC X(21).
