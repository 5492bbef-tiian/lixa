      * calibration must not judge it by ordinary-run accounting.
      * SPACE for every ordinary run.
        05 CTL-BULK-FLAG       PIC X(1).
      * Rows read but not applied because they carried an
      * effective date later than the business date: each went to
      * PENDING-CHANGES (see PNDCHG.cpy), so a balanced run reads
      * committed + rejected + deferred.  An older trailer carries
      * no such count and reads back as SPACES.
        05 CTL-ROWS-DEFERRED   PIC 9(9).
      * Correction rows read but not written because the row
      * already held exactly the values they carried (see the
      * no-op check in EXAMPLE5_PQL): accepted, unchanged, and
      * never committed, so a balanced run reads committed +
      * rejected + deferred + unchanged.  An older trailer carries
      * no such count and reads back as SPACES.
        05 CTL-ROWS-UNCHANGED  PIC 9(9).
