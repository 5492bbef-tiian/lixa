      * BALANCE-HISTORY record: one row per table per balancing run
      * (see EXAMPLE73_BALANCE), the day-to-day control-total proof
      * auditors ask for - yesterday's closing count, plus the
      * inserts, minus the deletes CHANGE-AUDIT carries since then,
      * against the database's own count(*).  The file is
      * append-only and carried forward: each run opens from the
      * last row for the table and proves the movements made after
      * that row's cut-off, so a skipped night or a failed count is
      * simply covered by the next run's longer span.
      *
      * The business date of the run and the table proved
        05 BAL-BUSINESS-DATE  PIC X(8).
        05 BAL-TABLE-NAME     PIC X(20).
      * The table's CHANGE-AUDIT business-key prefix (TBLPROF.cpy)
        05 BAL-KEY-PREFIX     PIC X(1).
      * The previous run's closing count, and the movements since
      * its cut-off by CHANGE-AUDIT operation (updates move no
      * count and are carried for the report only)
        05 BAL-OPENING-COUNT  PIC 9(9).
        05 BAL-INSERTS        PIC 9(9).
        05 BAL-UPDATES        PIC 9(9).
        05 BAL-DELETES        PIC 9(9).
      * Opening + inserts - deletes, and the database's count(*):
      * the count(*) is the closing count carried to the next run,
      * so one day's break is reported once, not forever after
        05 BAL-EXPECTED-COUNT PIC S9(9).
        05 BAL-DB-COUNT       PIC 9(9).
        05 BAL-DIFFERENCE     PIC S9(9).
      * The netted AUTHORS-MASTER live count, for the primary table
      * only (the one table the master journals); 'N' when there is
      * no master to compare
        05 BAL-MASTER-FLAG    PIC X(1).
           88 BAL-MASTER-COMPARED VALUE 'Y'.
        05 BAL-MASTER-COUNT   PIC 9(9).
        05 BAL-MASTER-DIFFERENCE PIC S9(9).
        05 BAL-STATUS         PIC X(1).
           88 BAL-IN-BALANCE     VALUE 'B'.
           88 BAL-OUT-OF-BALANCE VALUE 'O'.
      * First run for the table: nothing to prove from, the count(*)
      * becomes the opening balance
           88 BAL-OPENING-ROW    VALUE 'F'.
      * The instant the count(*) was taken: the next run counts the
      * CHANGE-AUDIT movements stamped after it
        05 BAL-CUTOFF         PIC X(21).
        05 BAL-RUN-ID         PIC X(13).
        05 BAL-WINDOW-ID      PIC X(10).
        05 BAL-OPERATOR-ID    PIC X(8).
