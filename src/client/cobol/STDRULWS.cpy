      * Working storage for the standardization rules (see
      * STDRULE.cpy and STDRULAP.cpy).  Before
      * APPLY-STANDARDIZATION-RULES the caller sets WS-SDZ-NAME and
      * WS-SDZ-SURNAME; afterwards WS-SDZ-NEW-NAME and
      * WS-SDZ-NEW-SURNAME hold the standardized values,
      * WS-SDZ-SUFFIXES the honorifics and suffixes taken out of
      * them, WS-SDZ-RULES-HIT the ids of the rules that changed
      * something, and SDZ-CHANGED says whether anything did.
        01 WS-STDRULE-STATUS PIC X(2) VALUE '00'.
        01 WS-STDRULE-EOF PIC X(1) VALUE 'N'.
           88 END-OF-STDRULE VALUE 'Y'.
      * Set by LOAD-STANDARDIZATION-RULES when the file cannot be
      * used as written; the caller refuses to run on half a rule
      * set
        01 WS-STDRULE-LOAD-FLAG PIC X(1) VALUE 'N'.
           88 STD-RULES-UNUSABLE VALUE 'Y'.
        01 WS-STDRULE-LOAD-TEXT PIC X(60) VALUE SPACES.
      * The loaded rules, in file order
        01 STDRULE-TABLE.
           05 SDRT-COUNT PIC 9(2) VALUE 0.
           05 SDRT-ENTRY OCCURS 50 TIMES.
              10 SDRT-RULE-ID     PIC X(4).
              10 SDRT-FIELD       PIC X(8).
              10 SDRT-KIND        PIC X(1).
              10 SDRT-MODE        PIC X(1).
              10 SDRT-MIN-REST    PIC 9(2).
              10 SDRT-VALUE       PIC X(60).
              10 SDRT-DESCRIPTION PIC X(40).
        01 SDR-IX PIC 9(2).
      * The row being standardized, and the result
        01 WS-SDZ-NAME PIC X(30) VALUE SPACES.
        01 WS-SDZ-SURNAME PIC X(30) VALUE SPACES.
        01 WS-SDZ-NEW-NAME PIC X(30) VALUE SPACES.
        01 WS-SDZ-NEW-SURNAME PIC X(30) VALUE SPACES.
        01 WS-SDZ-SUFFIXES PIC X(60) VALUE SPACES.
        01 WS-SDZ-SUFFIX-PTR PIC 9(3) VALUE 1.
        01 WS-SDZ-RULES-HIT PIC X(40) VALUE SPACES.
        01 WS-SDZ-HIT-PTR PIC 9(3) VALUE 1.
        01 WS-SDZ-CHANGED-FLAG PIC X(1) VALUE 'N'.
           88 SDZ-CHANGED VALUE 'Y'.
      * One field at a time: the rules in force for it and its
      * words
        01 WS-SDZ-FIELD PIC X(8) VALUE SPACES.
        01 WS-SDZ-IN PIC X(30) VALUE SPACES.
        01 WS-SDZ-OUT PIC X(30) VALUE SPACES.
        01 WS-SDZ-CASE-MODE PIC X(1) VALUE SPACE.
        01 WS-SDZ-CASE-RULE PIC X(4) VALUE SPACES.
        01 WS-SDZ-COLLAPSE-RULE PIC X(4) VALUE SPACES.
        01 WS-SDZ-INIT-MODE PIC X(1) VALUE SPACE.
        01 WS-SDZ-INIT-RULE PIC X(4) VALUE SPACES.
        01 SDZ-WORD-TABLE.
           05 SDZ-WORD-COUNT PIC 9(2) VALUE 0.
           05 SDZ-WORD-ENTRY OCCURS 15 TIMES.
              10 SDZ-WORD-TEXT PIC X(30).
              10 SDZ-WORD-LEN  PIC 9(2).
              10 SDZ-WORD-GAP  PIC 9(2).
              10 SDZ-WORD-DROP PIC X(1).
        01 SDZ-WX PIC 9(2).
        01 WS-SDZ-KEPT PIC 9(2) VALUE 0.
        01 WS-SDZ-POS PIC 9(3) VALUE 0.
        01 WS-SDZ-GAP PIC 9(2) VALUE 0.
        01 WS-SDZ-OUT-PTR PIC 9(3) VALUE 0.
        01 WS-SDZ-WORD PIC X(30) VALUE SPACES.
        01 WS-SDZ-BEFORE PIC X(30) VALUE SPACES.
        01 WS-SDZ-BARE PIC X(30) VALUE SPACES.
        01 WS-SDZ-WLEN PIC 9(2) VALUE 0.
        01 WS-SDZ-PLEN PIC 9(2) VALUE 0.
        01 WS-SDZ-ITEM PIC X(60) VALUE SPACES.
        01 WS-SDZ-PTR PIC 9(3) VALUE 0.
        01 WS-SDZ-NOTE-RULE PIC X(4) VALUE SPACES.
        01 WS-SDZ-TALLY PIC 9(3) VALUE 0.
        01 WS-SDZ-MATCH PIC X(1) VALUE 'N'.
           88 SDZ-MATCHED VALUE 'Y'.
