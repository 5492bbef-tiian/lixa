        05 AUTHROW-REC-TYPE PIC X(1).
           88 AUTHROW-TYPE-AUTHOR VALUES SPACE, 'A'.
           88 AUTHROW-TYPE-BOOK   VALUE 'B'.
      * Effective date (yyyymmdd) of the change this row carries.
      * SPACES - and every older row, which reads back as SPACES -
      * means apply now; a date later than the business date holds
      * the row in PENDING-CHANGES (see PNDCHG.cpy) until the daily
      * release in EXAMPLE64_PENDREL feeds it to that night's load.
        05 AUTHROW-EFFECTIVE-DATE PIC X(8).
      * The run that first delivered the row, stamped by the
      * release so the load that finally applies a held change
      * keeps its original lineage.  SPACES as delivered upstream.
        05 AUTHROW-ORIGIN-RUN-ID  PIC X(13).
      * Stale-update protection: a correction or removal may carry
      * the values its sender believed the row held when the
      * change was built.  'E' in AUTHROW-EXPECT-FLAG says it does;
      * the loader then reads the live row inside the row's own
      * transaction and rejects the row as a conflict (CNFL) when
      * the row no longer holds those values, instead of silently
      * overwriting a change the sender never saw.  A book row
      * carries the first 30 bytes of its title and its owning
      * author id here, in the same two places.  SPACE - every
      * older row - means no expectation; an insert's is ignored.
        05 AUTHROW-EXPECTED.
           10 AUTHROW-EXPECT-FLAG      PIC X(1).
              88 AUTHROW-HAS-EXPECTED  VALUE 'E'.
           10 AUTHROW-EXPECTED-NAME    PIC X(30).
           10 AUTHROW-EXPECTED-SURNAME PIC X(30).
