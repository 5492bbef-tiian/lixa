      * CONTENT-RULES record: one content check on one field of one
      * input record type, consulted wherever a row is judged in
      * isolation - EXAMPLE5_PQL VALIDATE, the live load paths
      * (LOAD-ONE-ROW, BULK-ONE-ROW) and the correction workbench
      * EXAMPLE47_REJWORK - through APPLY-CONTENT-RULES
      * (CNTRULCK.cpy).  The hardcoded blank checks stay where they
      * are; these rules are what operations adds on top without a
      * program change, and EXAMPLE55_CONTENTRULES LIST shows what
      * is in force and what changed since it was last listed.
      *
      * CRL-REC-TYPE is the input record type the rule applies to
      * (A authors, B books, as the table profiles key it), '*'
      * for every type; CRL-FIELD names the value field of that
      * row layout: NAME or SURNAME on the parent layout, TITLE on
      * the child layout.  A rule naming a field the row's layout
      * does not carry simply does not apply to that row.
      *
      * CRL-TEST / CRL-MODE:
      *
      *   P - pattern, a character set in CRL-VALUE:
      *       mode N, the field may contain none of those
      *       characters; mode O, only those characters;
      *   L - length range: the value, trailing spaces dropped,
      *       must be CRL-MIN-LENGTH to CRL-MAX-LENGTH long;
      *   F - forbidden values: CRL-VALUE is a comma-separated
      *       list, and a field equal to any entry (trimmed,
      *       either case) fails - 'UNKNOWN', 'TBD', 'N/A';
      *   C - case rule: mode U, the field may not be all upper
      *       case; mode L, not all lower case.
      *
      * CRL-SEVERITY R rejects the row (REJ-REASON-CODE RULE, the
      * rule id in REJ-RULE-ID); W lets the row through and writes
      * a CONTENT-WARNINGS record (see CNTWARN.cpy) instead.
        05 CRL-RULE-ID     PIC X(4).
        05 CRL-REC-TYPE    PIC X(1).
        05 CRL-FIELD       PIC X(8).
        05 CRL-TEST        PIC X(1).
           88 CRL-TEST-PATTERN   VALUE 'P'.
           88 CRL-TEST-LENGTH    VALUE 'L'.
           88 CRL-TEST-FORBIDDEN VALUE 'F'.
           88 CRL-TEST-CASE      VALUE 'C'.
        05 CRL-MODE        PIC X(1).
        05 CRL-MIN-LENGTH  PIC 9(3).
        05 CRL-MAX-LENGTH  PIC 9(3).
        05 CRL-SEVERITY    PIC X(1).
           88 CRL-SEVERITY-REJECT VALUE 'R'.
           88 CRL-SEVERITY-WARN   VALUE 'W'.
        05 CRL-VALUE       PIC X(60).
        05 CRL-DESCRIPTION PIC X(40).
