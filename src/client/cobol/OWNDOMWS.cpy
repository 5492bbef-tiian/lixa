      * Working storage for the ownership-domain checks (see
      * OWNDOM.cpy and OWNDOMCK.cpy).  Before LOAD-OPERATOR-SCOPE
      * the caller sets WS-OWD-OPERATOR; before
      * CHECK-OWNERSHIP-DOMAIN it sets the owning author of the
      * row (0 when it cannot be known) and the authority the
      * change needs (INSERT, UPDATE, DELETE, MERGE).  Afterwards
      * OWNERSHIP-OUT-OF-DOMAIN says whether the operator's scope
      * stops it, with the row's imprint and the reason text that
      * goes on the reject.
        01 WS-OWNDOM-STATUS PIC X(2) VALUE '00'.
        01 WS-OWNDOM-EOF PIC X(1) VALUE 'N'.
           88 END-OF-OWNDOM VALUE 'Y'.
        01 WS-OWD-AUTH-EOF PIC X(1) VALUE 'N'.
           88 END-OF-OWD-AUTH VALUE 'Y'.
      * Set by LOAD-OWNERSHIP-DOMAINS or LOAD-OPERATOR-SCOPE when
      * the map cannot be trusted (overlapping or malformed ranges,
      * more ranges or grants than the tables); the caller refuses
      * to run rather than guess who owns what
        01 WS-OWNDOM-LOAD-FLAG PIC X(1) VALUE 'N'.
           88 OWNERSHIP-DOMAINS-UNUSABLE VALUE 'Y'.
        01 WS-OWNDOM-LOAD-TEXT PIC X(60) VALUE SPACES.
      * The ranges, as read
        01 OWNDOM-TABLE.
           05 OWDT-COUNT PIC 9(3) VALUE 0.
           05 OWDT-ENTRY OCCURS 100 TIMES.
              10 OWDT-DOMAIN     PIC X(8).
              10 OWDT-LOW-ID     PIC 9(9).
              10 OWDT-HIGH-ID    PIC 9(9).
        01 OWD-IX PIC 9(3).
      * The operator's live grants and the domain each is scoped
      * to (SPACES or 'ALL' = every domain)
        01 WS-OWD-OPERATOR PIC X(8) VALUE SPACES.
        01 WS-OWD-TODAY PIC X(8) VALUE SPACES.
        01 OWD-SCOPE-TABLE.
           05 OWDS-COUNT PIC 9(3) VALUE 0.
           05 OWDS-ENTRY OCCURS 50 TIMES.
              10 OWDS-COMMAND    PIC X(10).
              10 OWDS-DOMAIN     PIC X(8).
        01 OWS-IX PIC 9(3).
      * Set when any live grant is scoped to a domain: an
      * operator with only unscoped grants is never stopped, and
      * the callers skip the check (and any lookup it needs)
        01 WS-OWD-SCOPED PIC X(1) VALUE 'N'.
           88 OPERATOR-IS-SCOPED VALUE 'Y'.
      * The change under judgement
        01 WS-OWD-AUTHOR-ID PIC 9(9) VALUE 0.
        01 WS-OWD-COMMAND PIC X(10) VALUE SPACES.
      * The verdict
        01 WS-OWD-OUT PIC X(1) VALUE 'N'.
           88 OWNERSHIP-OUT-OF-DOMAIN VALUE 'Y'.
        01 WS-OWD-ROW-DOMAIN PIC X(8) VALUE SPACES.
        01 WS-OWD-REASON-TEXT PIC X(60) VALUE SPACES.
        01 WS-OWD-MATCHED PIC X(1) VALUE 'N'.
           88 OWD-GRANT-MATCHED VALUE 'Y'.
        01 WS-OWD-IN-SCOPE PIC X(1) VALUE 'N'.
           88 OWD-IN-SCOPE VALUE 'Y'.
        01 WS-OWD-DISP-ID PIC Z(8)9.
      * The business key of a CHANGE-AUDIT record being stamped
      * (see OWNDOMST.cpy)
        01 WS-OWD-KEY-ID PIC X(20) VALUE SPACES.
