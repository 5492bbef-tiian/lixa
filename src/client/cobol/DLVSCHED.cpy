      * DELIVERY-SCHEDULE record: what the shop expects to receive
      * from one upstream sender (see SNDPROF.cpy).  A sender that
      * failed to deliver used to be found only when someone asked
      * why their changes were missing - nothing in
      * STAGING-MANIFEST or SENDER-PROFILES said a file was owed.
      * EXAMPLE77_DELIVERY compares the manifest's arrivals (the
      * REGISTER entries carrying the sender, see MAN-SENDER-ID in
      * MANIFEST.cpy) against this schedule: a LATE warning past
      * the cutoff, a MISSING exception past the hard deadline, the
      * go/wait/stop answer the window controller starts on, and
      * the monthly on-time scorecard.  One record per sender; a
      * sender with no record is not monitored.
        05 DLV-SENDER-ID PIC X(10).
      * The business days a file is due, in BUSINESS-CALENDAR terms
      * (see BIZCAL.cpy; a date with no calendar record is an
      * ordinary working day, a holiday is not a working day):
      * 'W' (or SPACE) = every working day; 'E' = month-end working
      * days only; 'V' = working days whose plan variant is
      * DLV-PLAN-VARIANT.
        05 DLV-DAY-RULE PIC X(1).
           88 DLV-EVERY-WORKING-DAY VALUES 'W', SPACE.
           88 DLV-MONTH-END-ONLY    VALUE 'E'.
           88 DLV-VARIANT-DAYS      VALUE 'V'.
        05 DLV-PLAN-VARIANT PIC X(8).
      * Weekday mask, Monday through Sunday: 'Y' = the file is due
      * that weekday; SPACES = due whichever weekday the day rule
      * picks.
        05 DLV-WEEKDAYS PIC X(7).
      * The cutoff ('hhmm') the file is due by - later is LATE -
      * and the hard deadline ('hhmm') after which it is MISSING;
      * a blank deadline means the cutoff is the deadline.
        05 DLV-CUTOFF   PIC X(4).
        05 DLV-DEADLINE PIC X(4).
      * The row range a normal file falls in (the row count the
      * manifest fingerprint carries); zero (or blank) means no
      * bound on that side.
        05 DLV-MIN-ROWS PIC 9(9).
        05 DLV-MAX-ROWS PIC 9(9).
      * What the window does while the file has not arrived and
      * its deadline has not passed: 'W' (or SPACE) = wait for it;
      * 'R' = run without it.
        05 DLV-LATE-ACTION PIC X(1).
           88 DLV-WAIT-WHILE-DUE   VALUES 'W', SPACE.
           88 DLV-RUN-WHILE-DUE    VALUE 'R'.
      * What the window does once the file is MISSING: 'R' (or
      * SPACE) = run without the sender; 'S' = stop the window.
        05 DLV-MISSING-ACTION PIC X(1).
           88 DLV-RUN-WITHOUT      VALUES 'R', SPACE.
           88 DLV-STOP-IF-MISSING  VALUE 'S'.
