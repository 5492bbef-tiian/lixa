      * SUBSCRIBERS record: one row per internal team that takes a
      * filtered share of the author and book changes (contracts,
      * marketing, the website catalog, ...) instead of a full copy
      * of WAREHOUSE-DELTA it then filters badly.  Read by
      * EXAMPLE59_SUBDIST, which writes each active subscriber its
      * own header/trailer-protected delivery file from one pass
      * over CHANGE-AUDIT, starting where that subscriber's last
      * delivery stopped (see SUBBKMK.cpy).
        05 SUB-NAME          PIC X(12).
      * The delivery file's name, also its OUTBOUND-REGISTER name
      * (see OUTREG.cpy)
        05 SUB-OUTPUT-FILE   PIC X(20).
      * Which records: '*' every table, 'A' authors (keys with no
      * prefix), or a business-key prefix letter ('B' books, 'P'
      * publishers - see TBP-KEY-PREFIX in TBLPROF.cpy)
        05 SUB-RECORD-TYPE   PIC X(1).
           88 SUB-ALL-TYPES  VALUE '*'.
           88 SUB-AUTHORS    VALUE 'A'.
      * Which net operations, any of I/U/D in any order; SPACES is
      * all three
        05 SUB-OPERATIONS    PIC X(3).
      * Up to three inclusive ranges of the key's numeric id; all
      * zero means every id
        05 SUB-RANGE OCCURS 3 TIMES.
           10 SUB-LOW-ID     PIC 9(9).
           10 SUB-HIGH-ID    PIC 9(9).
      * Output format: 'F' the fixed WAREHOUSE-DELTA detail layout
      * (WHDELTA.cpy), 'P' the same fields pipe-delimited; the 'H'
      * header and 'T' trailer are fixed in both
        05 SUB-FORMAT        PIC X(1).
           88 SUB-FORMAT-FIXED VALUE 'F'.
           88 SUB-FORMAT-PIPE  VALUE 'P'.
      * 'N' suspends the subscriber; its bookmark stays where it was,
      * so the first delivery after it is re-enabled catches up
        05 SUB-ACTIVE        PIC X(1).
           88 SUB-IS-ACTIVE  VALUE 'Y'.
