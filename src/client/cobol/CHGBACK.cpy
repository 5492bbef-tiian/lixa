      * One record of the monthly CHARGEBACK file finance imports
      * (see EXAMPLE54_CHARGEBACK): a detail per upstream sender
      * totalling the load work its files caused in the period,
      * each followed by its imprint lines - the same sender's
      * committed rows split by the imprint owning them (CHG-DOMAIN,
      * see OWNDOM.cpy; SPACES for rows no range covers) - and one
      * trailer, last, carrying the record counts and the control
      * totals finance balances the details against.  The three
      * shapes share the record-type byte in column one, the way
      * the vendor file does (see VENDROW.cpy).  Every field is
      * fixed width, counts zero-filled.
        05 CHB-RECORD-TYPE PIC X(1).
           88 CHB-IS-DETAIL  VALUE 'D'.
           88 CHB-IS-IMPRINT VALUE 'I'.
           88 CHB-IS-TRAILER VALUE 'T'.
        05 CHB-DETAIL-BODY.
           10 CHB-PERIOD          PIC X(6).
           10 CHB-SENDER-ID       PIC X(10).
      * Files the staging queue registered from the sender, and
      * the loader runs that consumed its files
           10 CHB-FILES-RECEIVED  PIC 9(7).
           10 CHB-RUNS            PIC 9(7).
      * Rows read (the runs' BATCH-CONTROL trailers), committed by
      * operation (CHANGE-AUDIT), rejected (trailers) and recycled
      * (rejects worked for the RECYCLE path)
           10 CHB-ROWS-READ       PIC 9(11).
           10 CHB-ROWS-INSERTED   PIC 9(11).
           10 CHB-ROWS-UPDATED    PIC 9(11).
           10 CHB-ROWS-DELETED    PIC 9(11).
           10 CHB-ROWS-REJECTED   PIC 9(11).
           10 CHB-ROWS-RECYCLED   PIC 9(11).
      * Loader database time, centiseconds: PQexec plus TXCOMMIT
      * elapsed from the runs' RUNSTATS rows
           10 CHB-ELAPSED-CS      PIC 9(11).
      * Imprint view: one sender's committed rows owned by one
      * imprint; a sender's imprint lines add up to its detail's
      * inserted, updated and deleted counts
        05 CHB-IMPRINT-BODY REDEFINES CHB-DETAIL-BODY.
           10 CHB-IMP-PERIOD         PIC X(6).
           10 CHB-IMP-SENDER-ID      PIC X(10).
           10 CHB-IMP-DOMAIN         PIC X(8).
           10 CHB-IMP-ROWS-INSERTED  PIC 9(11).
           10 CHB-IMP-ROWS-UPDATED   PIC 9(11).
           10 CHB-IMP-ROWS-DELETED   PIC 9(11).
           10 FILLER                 PIC X(50).
      * Trailer view: the control totals over every detail.  The
      * record count is the details alone; the imprint lines are
      * counted apart.
        05 CHB-TRAILER-BODY REDEFINES CHB-DETAIL-BODY.
           10 CHB-TRL-PERIOD         PIC X(6).
           10 CHB-TRL-RECORD-COUNT   PIC 9(7).
           10 CHB-TRL-ROWS-READ      PIC 9(11).
           10 CHB-TRL-ROWS-COMMITTED PIC 9(11).
           10 CHB-TRL-ELAPSED-CS     PIC 9(11).
           10 CHB-TRL-RUN-ID         PIC X(13).
           10 CHB-TRL-TIMESTAMP      PIC X(21).
           10 CHB-TRL-IMPRINT-COUNT  PIC 9(7).
           10 FILLER                 PIC X(20).
