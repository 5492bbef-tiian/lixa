      * consults it so NORUN is only flagged for programs the
      * date's plan says should have run.  A date with no record
      * is an ordinary working day on the standard JOB-PLAN.
      *
      * A row whose CAL-DATE is the word DEADLINE is not a date: it
      * carries the handoff deadline (CAL-DEADLINE, 'hhmm') of the
      * plan variant in CAL-PLAN-VARIANT (SPACES = the standard
      * plan), which EXAMPLE52_WINPROJ projects the window's finish
      * against.  A date row with a CAL-DEADLINE overrides its
      * variant's deadline for that one date.  The readers that look
      * a date up never match these rows.
        05 CAL-DATE PIC X(8).
      * 'N' = no batch window runs this date (the controller exits
      * clean without starting anything)
      * The plan variant suffix: 'MEND' selects JOB-PLAN-MEND,
      * SPACES the standard JOB-PLAN
        05 CAL-PLAN-VARIANT PIC X(8).
      * The window's handoff deadline as 'hhmm' (see above); SPACES
      * on every row written before deadlines were kept here
        05 CAL-DEADLINE PIC X(4).
