      * The batch window this run ran under (see WNDID.cpy);
      * SPACES outside a window.
        05 RSTAT-REC-WINDOW-ID      PIC X(10).
      * Correction rows the loader found already in place and did
      * not write (see CTL-ROWS-UNCHANGED in CTLREC.cpy); zero for
      * every other program
        05 RSTAT-REC-UNCHANGED      PIC 9(9).
