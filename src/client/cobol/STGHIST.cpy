      * STORAGE-HISTORY record: one row per measured file (or
      * family of files) per day, appended by EXAMPLE61_STORAGE
      * MEASURE.  The daily rows are what the growth forecast,
      * the days-to-full projection and the pre-window storage
      * verdict EXAMPLE44_PREFLIGHT asks for are computed from.
      * A second MEASURE on the same day simply adds a later row;
      * the last row for a date, file and kind is the one that
      * counts.
        05 SH-DATE          PIC 9(8).
        05 SH-FILE-NAME     PIC X(20).
      * L - a live file (cut by EXAMPLE11_HOUSEKEEP when it has a
      *     retention entry); A - the file's archive generations
      *     the GENERATION-CATALOG lists; I - the archived loader
      *     inputs the LINEAGE-INDEX lists
        05 SH-KIND          PIC X(1).
           88 SH-IS-LIVE        VALUE 'L'.
           88 SH-IS-ARCHIVE     VALUE 'A'.
           88 SH-IS-INPUT-ARC   VALUE 'I'.
        05 SH-BYTES         PIC 9(15).
        05 SH-RECORDS       PIC 9(9).
      * Physical files measured into the row (1 for a live file)
        05 SH-FILES         PIC 9(5).
        05 SH-RUN-ID        PIC X(13).
        05 SH-TIMESTAMP     PIC X(21).
