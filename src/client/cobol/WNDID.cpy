      * WID-WINDOW-ID beside the run id in JOB-LOG, RUNSTATS and
      * BATCH-CONTROL, so "show me window 20260902-N" is an exact
      * join instead of date arithmetic over a dozen unrelated run
      * ids.  A catch-up run for a business date the window missed
      * (see EXAMPLE75_CATCHUP) runs under 'yyyymmdd-C', the missed
      * date's own catch-up window, so the same join separates it
      * from the night it actually ran in.
        05 WID-WINDOW-ID PIC X(10).
        05 WID-OPENED    PIC X(21).
