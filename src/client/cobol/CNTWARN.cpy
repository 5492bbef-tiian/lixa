      * CONTENT-WARNINGS record: one warn-severity CONTENT-RULES
      * rule (see CNTRULE.cpy) a row failed.  The row itself went
      * on - validated clean or loaded - so this file, not
      * AUTHOR-REJECT, is where those rows are reported;
      * EXAMPLE55_CONTENTRULES WARNINGS prints it by run and rule.
      * Appended by EXAMPLE5_PQL (spill-suffixed under SPILL=YES
      * like every other shared trail, see EXAMPLE26_TRAILMERGE).
        05 CWN-PROGRAM-ID  PIC X(8).
        05 CWN-TIMESTAMP   PIC X(21).
        05 CWN-RUN-ID      PIC X(13).
      * The command the row was judged under (VALIDATE, INSERT ...)
        05 CWN-COMMAND     PIC X(10).
      * Position of the row in the file the run read
        05 CWN-ROW-NUMBER  PIC 9(9).
        05 CWN-RULE-ID     PIC X(4).
        05 CWN-REC-TYPE    PIC X(1).
        05 CWN-ROW-ID      PIC 9(9).
        05 CWN-FIELD       PIC X(8).
        05 CWN-VALUE       PIC X(42).
        05 CWN-DESCRIPTION PIC X(40).
