      * Working storage for the control-file fingerprint and the
      * CONTROL-USAGE log (see CTLFP.cpy and CTLUSE.cpy).  The
      * caller sets WS-CTLFP-RUN-ID (SPACES for a program that
      * issues no run id) and WS-CTLFP-PROGRAM-ID once, then names
      * each control file in WS-CTLFP-FILE-NAME before each
      * LOG-CONTROL-USAGE.
        01 WS-CTLFP-FILE-NAME PIC X(60) VALUE SPACES.
        01 WS-CTLFP-STATUS PIC X(2) VALUE '00'.
        01 WS-CTLFP-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CTLFP VALUE 'Y'.
      * The line just read, and its length without trailing spaces
        01 WS-CTLFP-LENGTH PIC 9(4) COMP VALUE 0.
        01 WS-CTLFP-USED PIC 9(4) COMP VALUE 0.
        01 WS-CTLFP-IX PIC 9(4) COMP VALUE 0.
        01 WS-CTLFP-HASH PIC 9(14) VALUE 0.
        01 WS-CTLFP-RECORDS PIC 9(9) VALUE 0.
        01 WS-CTLFP-FINGERPRINT PIC X(24) VALUE SPACES.
        01 WS-CTLFP-RUN-ID PIC X(13) VALUE SPACES.
        01 WS-CTLFP-PROGRAM-ID PIC X(8) VALUE SPACES.
        01 WS-CTLUSE-STATUS PIC X(2) VALUE '00'.
