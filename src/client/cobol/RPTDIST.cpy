      * REPORT-DISTRIBUTION record: who gets which of the suite's
      * reports, and who is cleared to see what, read by
      * EXAMPLE69_RPTDIST when it cuts the window's report bundles.
      * Hand-maintained like the other control files; three kinds
      * of line, in any order:
      *
      *   R - a report: the file the producing program writes
      *       (MORNING-DASHBOARD, PURGE-PREVIEW, DR-DIVERGENCE ...),
      *       its sensitivity class, and a title for the cover index;
      *   S - a send: this report goes to this recipient;
      *   C - a clearance: this recipient may receive reports of
      *       this class (one line per class), with the recipient's
      *       name for the cover index.
      *
      * Classes are whatever the shop agrees on ('PUBLIC',
      * 'INTERNAL', 'PERSONAL', 'AUDIT' ...); nothing is implied by
      * one class about another, so a recipient needs a C line for
      * every class they are to receive.  A report with no R line
      * has no class and is sent to nobody.
        05 RDS-RECORD-TYPE    PIC X(1).
           88 RDS-IS-REPORT    VALUE 'R'.
           88 RDS-IS-SEND      VALUE 'S'.
           88 RDS-IS-CLEARANCE VALUE 'C'.
        05 FILLER             PIC X(1).
        05 RDS-BODY           PIC X(98).
        05 RDS-REPORT-BODY REDEFINES RDS-BODY.
           10 RDS-REPORT-NAME    PIC X(40).
           10 FILLER             PIC X(1).
           10 RDS-REPORT-CLASS   PIC X(8).
           10 FILLER             PIC X(1).
           10 RDS-REPORT-TITLE   PIC X(40).
           10 FILLER             PIC X(8).
        05 RDS-SEND-BODY REDEFINES RDS-BODY.
           10 RDS-SEND-REPORT    PIC X(40).
           10 FILLER             PIC X(1).
           10 RDS-SEND-RECIPIENT PIC X(8).
           10 FILLER             PIC X(49).
        05 RDS-CLEARANCE-BODY REDEFINES RDS-BODY.
           10 RDS-CLR-RECIPIENT  PIC X(8).
           10 FILLER             PIC X(1).
           10 RDS-CLR-CLASS      PIC X(8).
           10 FILLER             PIC X(1).
           10 RDS-CLR-NAME       PIC X(40).
           10 FILLER             PIC X(40).
