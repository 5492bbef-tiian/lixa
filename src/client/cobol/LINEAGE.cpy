        05 LIN-ROW-COUNT    PIC 9(9).
        05 LIN-ARCHIVE-NAME PIC X(60).
        05 LIN-TIMESTAMP    PIC X(21).
      * The upstream sender whose file this was, taken from the
      * dispatched STAGING-MANIFEST entry (see MANIFEST.cpy);
      * SPACES when the manifest names none
        05 LIN-SENDER-ID    PIC X(10).
