      * Working storage for the catch-up gap scan (see CATCHGAP.cpy).
      * Before FIND-JOB-GAPS the caller sets the JOB-LOG program id
      * of a date-driven job and the business date the scan runs up
      * to (not included - the date being run now); afterwards
      * GAP-COUNT and GAP-DATE name, oldest first, every working day
      * in between that has no clean end record for the job.
        01 WS-CAL-STATUS PIC X(2) VALUE '00'.
        01 WS-CAL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CALENDAR VALUE 'Y'.
        01 WS-JOBLOG-STATUS PIC X(2) VALUE '00'.
        01 WS-JOBLOG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-JOBLOG VALUE 'Y'.
        01 WS-GAP-PROGRAM-ID PIC X(8) VALUE SPACES.
        01 WS-GAP-THROUGH-DATE PIC X(8) VALUE SPACES.
      * How many days back a gap is looked for: a job's history
      * starts at its first clean run, and never further back than
      * this
        01 WS-GAP-LOOKBACK PIC 9(3) VALUE 366.
        01 WS-GAP-LOW-DATE PIC X(8) VALUE SPACES.
        01 WS-GAP-FIRST-CLEAN PIC X(8) VALUE SPACES.
        01 WS-GAP-DATE-NUM PIC 9(8) VALUE 0.
        01 WS-GAP-DATE-X REDEFINES WS-GAP-DATE-NUM PIC X(8).
        01 WS-GAP-FROM-INT PIC 9(9) VALUE 0.
        01 WS-GAP-THROUGH-INT PIC 9(9) VALUE 0.
        01 WS-GAP-DAY-INT PIC 9(9) VALUE 0.
        01 WS-GAP-FOUND PIC X(1) VALUE 'N'.
           88 GAP-DAY-FOUND VALUE 'Y'.
      * The calendar's closed days (not working, or a holiday) and
      * the job's clean business dates, both inside the lookback
        01 CLOSED-DAY-TABLE.
           05 CLD-COUNT PIC 9(3) VALUE 0.
           05 CLD-DATE PIC X(8) OCCURS 400 TIMES.
        01 CLD-IX PIC 9(3).
        01 CLEAN-DAY-TABLE.
           05 CLN-COUNT PIC 9(3) VALUE 0.
           05 CLN-DATE PIC X(8) OCCURS 400 TIMES.
        01 CLN-IX PIC 9(3).
        01 GAP-TABLE.
           05 GAP-COUNT PIC 9(3) VALUE 0.
           05 GAP-DATE PIC X(8) OCCURS 400 TIMES.
        01 GAP-IX PIC 9(3).
