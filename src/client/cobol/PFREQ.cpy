      * PORTFOLIO-REQUEST record: one author statement asked for,
      * read by EXAMPLE68_PORTFOLIO BATCH.  The contracts team
      * drops one line per author they want a statement for; the
      * author id is written as they would type it ('4711'), and
      * the reference - their ticket or letter number - is printed
      * in the statement's page heading so the statement can be
      * filed against the request it answers.
        05 PFR-AUTHOR-ID   PIC X(9).
        05 FILLER          PIC X(1).
        05 PFR-REFERENCE   PIC X(30).
