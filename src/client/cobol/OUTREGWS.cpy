      * Working storage for the outbound-register paragraphs (see
      * OUTREGWR.cpy and OUTREG.cpy).  The caller sets
      * WS-OUTREG-FILE-NAME before NEXT-OUTBOUND-SEQUENCE, and the
      * control totals before REGISTER-OUTBOUND.
        01 WS-OUTREG-STATUS PIC X(2) VALUE '00'.
        01 WS-OUTREG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-OUTREG VALUE 'Y'.
        01 WS-OUTREG-FILE-NAME PIC X(20) VALUE SPACES.
        01 WS-OUTREG-SEQUENCE PIC 9(6) VALUE 0.
        01 WS-OUTREG-RESEND-OF PIC 9(6) VALUE 0.
        01 WS-OUTREG-COUNT PIC 9(9) VALUE 0.
        01 WS-OUTREG-HASH PIC 9(15) VALUE 0.
      * The physical names the generation copy reads and writes
        01 WS-OUTREG-SOURCE PIC X(40) VALUE SPACES.
        01 WS-OUTREG-ARCHIVE PIC X(40) VALUE SPACES.
        01 WS-OUTREG-COPY-STATUS PIC X(2) VALUE '00'.
        01 WS-OUTREG-COPY-EOF PIC X(1) VALUE 'N'.
           88 END-OF-OUTREG-COPY VALUE 'Y'.
        01 WS-OUTREG-COPIED PIC 9(9) VALUE 0.
