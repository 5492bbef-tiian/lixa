      * Working storage for the content rules (see CNTRULE.cpy and
      * CNTRULCK.cpy).  Before APPLY-CONTENT-RULES the caller sets
      * the row's record type (A for an old-format blank type) and
      * layout (C child, anything else parent) and the value fields
      * the layout carries; afterwards WS-CRC-REJECT-RULE holds the
      * first reject-severity rule the row failed (SPACES: none)
      * with its reason text, and CRC-WARN-TABLE every
      * warn-severity rule it failed.
        01 WS-CNTRULE-STATUS PIC X(2) VALUE '00'.
        01 WS-CNTRULE-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CNTRULE VALUE 'Y'.
      * Set by LOAD-CONTENT-RULES when the file cannot be used as
      * written (too many rules, or a rule it cannot apply); the
      * caller refuses to run on half a rule set
        01 WS-CNTRULE-LOAD-FLAG PIC X(1) VALUE 'N'.
           88 CONTENT-RULES-UNUSABLE VALUE 'Y'.
        01 WS-CNTRULE-LOAD-TEXT PIC X(60) VALUE SPACES.
      * The loaded rules, in file order
        01 CNTRULE-TABLE.
           05 CRLT-COUNT PIC 9(2) VALUE 0.
           05 CRLT-ENTRY OCCURS 50 TIMES.
              10 CRLT-RULE-ID     PIC X(4).
              10 CRLT-REC-TYPE    PIC X(1).
              10 CRLT-FIELD       PIC X(8).
              10 CRLT-TEST        PIC X(1).
              10 CRLT-MODE        PIC X(1).
              10 CRLT-MIN-LENGTH  PIC 9(3).
              10 CRLT-MAX-LENGTH  PIC 9(3).
              10 CRLT-SEVERITY    PIC X(1).
              10 CRLT-VALUE       PIC X(60).
              10 CRLT-DESCRIPTION PIC X(40).
        01 CRL-IX PIC 9(2).
      * The row under judgement
        01 WS-CRC-REC-TYPE PIC X(1) VALUE SPACE.
        01 WS-CRC-LAYOUT PIC X(1) VALUE SPACE.
        01 WS-CRC-NAME PIC X(30) VALUE SPACES.
        01 WS-CRC-SURNAME PIC X(30) VALUE SPACES.
        01 WS-CRC-TITLE PIC X(42) VALUE SPACES.
      * The verdict
        01 WS-CRC-REJECT-RULE PIC X(4) VALUE SPACES.
        01 WS-CRC-REJECT-TEXT PIC X(60) VALUE SPACES.
        01 CRC-WARN-TABLE.
           05 CRC-WARN-COUNT PIC 9(2) VALUE 0.
           05 CRC-WARN-ENTRY OCCURS 20 TIMES.
              10 CRW-RULE-ID     PIC X(4).
              10 CRW-FIELD       PIC X(8).
              10 CRW-VALUE       PIC X(42).
              10 CRW-DESCRIPTION PIC X(40).
        01 CRW-IX PIC 9(2).
      * One rule's evaluation
        01 WS-CRC-VALUE PIC X(42) VALUE SPACES.
        01 WS-CRC-LENGTH PIC 9(3) VALUE 0.
        01 WS-CRC-SET-LENGTH PIC 9(3) VALUE 0.
        01 WS-CRC-POS PIC 9(3) VALUE 0.
        01 WS-CRC-TALLY PIC 9(3) VALUE 0.
        01 WS-CRC-PTR PIC 9(3) VALUE 0.
        01 WS-CRC-ITEM PIC X(60) VALUE SPACES.
        01 WS-CRC-APPLIES PIC X(1) VALUE 'N'.
           88 CRC-RULE-APPLIES VALUE 'Y'.
        01 WS-CRC-FAILED PIC X(1) VALUE 'N'.
           88 CRC-RULE-FAILED VALUE 'Y'.
