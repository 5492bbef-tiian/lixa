        05 EXCQ-DISPOSITION     PIC X(60).
      * The shop-wide run id (see RUNCTL.cpy)
        05 EXCQ-RUN-ID        PIC X(13).
      * Service-desk link, SPACES until the workbench's EXPORT hands
      * the entry to the ticketing system (EXAMPLE10_EXCQWORK EXPORT/
      * IMPORT): the desk's ticket number for it, and where the
      * ticket stands - 'O' exported and open at the desk, 'C' its
      * closure settled (imported from the desk, or a resolution made
      * here sent back out as a closure).  Appended at the end so the
      * offsets the housekeeping CUT reads are unchanged.
        05 EXCQ-TICKET-ID     PIC X(24).
        05 EXCQ-TICKET-STATE  PIC X(1).
           88 EXCQ-TICKET-OPEN    VALUE 'O'.
           88 EXCQ-TICKET-SETTLED VALUE 'C'.
