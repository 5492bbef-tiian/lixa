        05 HB-ROWS-PER-MIN   PIC 9(9).
        05 HB-ROWS-TOTAL     PIC 9(9).
        05 HB-MINUTES-LEFT   PIC 9(6).
      * Correction rows found already in place and not written
      * (see CTL-ROWS-UNCHANGED in CTLREC.cpy)
        05 HB-ROWS-UNCHANGED PIC 9(9).
