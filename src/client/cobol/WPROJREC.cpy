      * WINDOW-PROJECTION record: one row per polling cycle of
      * EXAMPLE52_WINPROJ, appended while a batch window runs.  It
      * adds up what the window still has to do - the estimate of
      * every step of tonight's JOB-PLAN not yet ended clean, from
      * the step's history in JOB-LOG and WINDOW-CONTROL, and the
      * live HB-MINUTES-LEFT of any loader now running - and sets
      * the projected finish against the deadline the business
      * calendar keeps for the plan variant (see BIZCAL.cpy).
        05 WPJ-WINDOW-ID       PIC X(10).
        05 WPJ-TIMESTAMP       PIC X(21).
        05 WPJ-CYCLE           PIC 9(4).
        05 WPJ-PLAN-VARIANT    PIC X(8).
        05 WPJ-STEPS-DONE      PIC 9(3).
        05 WPJ-STEPS-RUNNING   PIC 9(3).
        05 WPJ-STEPS-PENDING   PIC 9(3).
        05 WPJ-MINUTES-LEFT    PIC 9(6).
      * Where the estimate for the step(s) now running came from:
      * 'H' the live heartbeat, 'J' step history, SPACE when no
      * step is running
        05 WPJ-RUNNING-SOURCE  PIC X(1).
      * Projected finish and deadline as 'yyyymmddhhmm'
        05 WPJ-PROJECTED-END   PIC X(12).
        05 WPJ-DEADLINE        PIC X(12).
      * 'O' on time, WPJ-MARGIN-MINUTES to spare; 'L' late, by
      * WPJ-MARGIN-MINUTES
        05 WPJ-VERDICT         PIC X(1).
           88 WPJ-IS-ON-TIME   VALUE 'O'.
           88 WPJ-IS-LATE      VALUE 'L'.
        05 WPJ-MARGIN-MINUTES  PIC 9(6).
      * 'Y' on the one row that raised the page for this window;
      * a restarted projector finds it and does not page again
        05 WPJ-PAGED           PIC X(1).
           88 WPJ-PAGE-RAISED  VALUE 'Y'.
