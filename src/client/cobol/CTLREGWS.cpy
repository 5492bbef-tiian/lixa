      * Working storage for the control-file registration
      * paragraphs (see CTLREGWR.cpy and CTLREG.cpy).  The caller
      * names the control file in WS-CTLREG-FILE-NAME and the file
      * holding the new content in WS-CTLREG-SOURCE (the control
      * file itself, or a check-out's working copy), with the
      * operator, reason and run id to stamp, before
      * REGISTER-CONTROL-VERSION.
        01 WS-CTLREG-STATUS PIC X(2) VALUE '00'.
        01 WS-CTLREG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CTLREG VALUE 'Y'.
        01 WS-CTLREG-FILE-NAME PIC X(40) VALUE SPACES.
        01 WS-CTLREG-SOURCE PIC X(60) VALUE SPACES.
        01 WS-CTLREG-OPERATOR PIC X(8) VALUE SPACES.
        01 WS-CTLREG-REASON PIC X(60) VALUE SPACES.
        01 WS-CTLREG-RUN-ID PIC X(13) VALUE SPACES.
      * The file's state as SCAN-CONTROL-REGISTRY found it: its
      * latest version, and the open check-out if there is one
        01 WS-CTLREG-VERSION PIC 9(6) VALUE 0.
        01 WS-CTLREG-LAST-FP PIC X(24) VALUE SPACES.
        01 WS-CTLREG-LAST-GEN PIC X(60) VALUE SPACES.
        01 WS-CTLREG-CHECKOUT PIC X(1) VALUE 'N'.
           88 CTLREG-CHECKED-OUT VALUE 'Y'.
        01 WS-CTLREG-CO-OPERATOR PIC X(8) VALUE SPACES.
        01 WS-CTLREG-CO-VERSION PIC 9(6) VALUE 0.
        01 WS-CTLREG-CO-FP PIC X(24) VALUE SPACES.
        01 WS-CTLREG-CO-TIME PIC X(21) VALUE SPACES.
      * What REGISTER-CONTROL-VERSION did
        01 WS-CTLREG-OUTCOME PIC X(1) VALUE SPACE.
           88 CTLREG-REGISTERED VALUE 'V'.
           88 CTLREG-UNCHANGED  VALUE 'U'.
           88 CTLREG-FAILED     VALUE 'F'.
      * The file copy: from WS-CTLFP-FILE-NAME to WS-CTLREG-COPY-TO
        01 WS-CTLREG-COPY-TO PIC X(60) VALUE SPACES.
        01 WS-CTLREG-COPY-LENGTH PIC 9(4) COMP VALUE 0.
        01 WS-CTLREG-COPY-STATUS PIC X(2) VALUE '00'.
        01 WS-CTLREG-COPIED PIC 9(9) VALUE 0.
