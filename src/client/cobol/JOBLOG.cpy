      * SPACES for a run outside any window, and for every record
      * written before window identities existed.
        05 JL-WINDOW-ID   PIC X(10).
      * The business date a date-driven run covered (its DATE=,
      * default the day it ran): the day EXAMPLE75_CATCHUP counts
      * as done when the end record is clean.  SPACES for every
      * run that is not tied to a business date, and for every
      * record written before the field existed.
        05 JL-BUSINESS-DATE PIC X(8).
