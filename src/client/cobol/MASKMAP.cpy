      * MASK-MAPPING record: one row per author or book the masked
      * test-region dataset carries (see EXAMPLE57_TESTMASK), the
      * real values beside the masked ones they became.  The
      * masked rows go to the test region; THIS file is the key
      * back to real people and never leaves production - it is
      * for answering "which real author is test author X" when a
      * test-region defect has to be reproduced against the real
      * row.
      *   A - an author: the two values are name and surname
      *   B - a book: the first value is the title as the trail
      *       carries it (folded to 30), the second the owning
      *       author id, which is kept, not masked
        05 MSK-REC-TYPE    PIC X(1).
           88 MSK-IS-AUTHOR VALUE 'A'.
           88 MSK-IS-BOOK   VALUE 'B'.
        05 MSK-ID          PIC 9(9).
        05 MSK-REAL-A      PIC X(30).
        05 MSK-REAL-B      PIC X(30).
        05 MSK-MASKED-A    PIC X(30).
        05 MSK-MASKED-B    PIC X(30).
      * The run that built the dataset (see RUNCTL.cpy)
        05 MSK-RUN-ID      PIC X(13).
        05 MSK-TIMESTAMP   PIC X(21).
