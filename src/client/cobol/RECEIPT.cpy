      * OUTBOUND-RECEIPTS record: one delivery receipt returned by a
      * partner (warehouse, royalty house, vendor) for a file we
      * sent them.  The partner echoes the file name, the control
      * totals it counted on arrival and, when its software reads
      * our header, the delivery sequence (columns 44-49 of every
      * outbound 'H' header, see OUTREG.cpy); a partner that does
      * not read the header leaves RCP-SEQUENCE zero and the receipt
      * is matched on totals alone.  EXAMPLE50_OUTREG MATCH reads
      * the whole file every run; a receipt already matched is
      * recognised and not counted twice.
        05 RCP-FILE-NAME     PIC X(20).
        05 RCP-SEQUENCE      PIC 9(6).
        05 RCP-RECORD-COUNT  PIC 9(9).
        05 RCP-HASH-TOTAL    PIC 9(15).
        05 RCP-RECEIVED-TIME PIC X(21).
        05 RCP-PARTNER       PIC X(10).
