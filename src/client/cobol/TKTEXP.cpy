      * TICKET-EXPORT record: what EXAMPLE10_EXCQWORK EXPORT hands the
      * service desk's ticket import, so nobody retypes an exception
      * into the desk by hand.  Two kinds of row:
      *   O - a newly opened EXCEPTION-QUEUE entry: raise a ticket
      *       under TKX-TICKET-ID with the entry's key, XID, program,
      *       TX status, reason and run id at TKX-SEVERITY;
      *   C - an entry resolved on this side (a workbench RESOLVE, or
      *       an EXAMPLE30_EXCQAUTO auto-resolution): close the
      *       ticket with the resolution code, resolver, time and
      *       disposition carried in the closure fields.
      * The ticket number is issued here ('EQ', the export run id,
      * '-', a five-digit sequence) and is the key the desk's
      * closure file (TKTCLOS.cpy) quotes back.
        05 TKX-KIND            PIC X(1).
           88 TKX-IS-OPEN      VALUE 'O'.
           88 TKX-IS-CLOSURE   VALUE 'C'.
        05 TKX-TICKET-ID       PIC X(24).
      * 1 act now (transaction outcome in doubt), 2 data
      * disagreement to investigate, 3 housekeeping finding
        05 TKX-SEVERITY        PIC 9(1).
        05 TKX-BUSINESS-KEY    PIC X(20).
        05 TKX-SER-XID         PIC X(200).
        05 TKX-PROGRAM-ID      PIC X(8).
        05 TKX-TX-STATUS       PIC S9(9).
        05 TKX-REASON          PIC X(60).
        05 TKX-RUN-ID          PIC X(13).
      * Closure fields, SPACES on an 'O' row
        05 TKX-RESOLUTION-CODE PIC X(4).
        05 TKX-RESOLVED-BY     PIC X(8).
        05 TKX-RESOLVED-TIME   PIC X(21).
        05 TKX-DISPOSITION     PIC X(60).
