      * OUTBOUND-REGISTER record: one row per outbound delivery.
      * WAREHOUSE-DELTA/-SEED (EXAMPLE20_WHEXTRACT), ROYALTY-OUTBOUND
      * (EXAMPLE29_ROYEXTR) and VENDOR-ACK (EXAMPLE32_VENDACK) used
      * to leave no trace of having been sent, so "we never got
      * Tuesday's extract" could not be answered.  Each extractor
      * now numbers its delivery (a per-file sequence), keeps a copy
      * of the file as the archived generation "name-GEN-nnnnnn",
      * and appends this record with the file's own control totals.
      * EXAMPLE50_OUTREG matches the partners' receipts against it
      * and appends the status changes; like the other append-only
      * control files it is netted last-record-wins, here by file
      * name plus sequence.
      *
      * Every outbound 'H' header carries the delivery sequence in
      * columns 44-49 and, for a resend, the sequence it repeats in
      * columns 50-55 (zeros for a new delivery), so the partner can
      * tell a RESEND from a new delivery.
        05 OBR-FILE-NAME     PIC X(20).
        05 OBR-SEQUENCE      PIC 9(6).
      * The archived generation holding this delivery's exact bytes
        05 OBR-GENERATION    PIC X(40).
      * The control totals the receipt must echo
        05 OBR-RECORD-COUNT  PIC 9(9).
        05 OBR-HASH-TOTAL    PIC 9(15).
      * The run that cut (or re-issued) the delivery (see RUNCTL.cpy)
        05 OBR-RUN-ID        PIC X(13).
        05 OBR-TIMESTAMP     PIC X(21).
      * 'N' new delivery, 'R' resend of OBR-RESEND-OF
        05 OBR-KIND          PIC X(1).
           88 OBR-IS-NEW    VALUE 'N'.
           88 OBR-IS-RESEND VALUE 'R'.
        05 OBR-RESEND-OF     PIC 9(6).
      * 'S' sent and awaiting receipt, 'A' acknowledged (count and
      * hash matched), 'M' receipt totals did not match, 'X'
      * superseded by a resend
        05 OBR-STATUS        PIC X(1).
           88 OBR-IS-SENT         VALUE 'S'.
           88 OBR-IS-ACKNOWLEDGED VALUE 'A'.
           88 OBR-IS-MISMATCHED   VALUE 'M'.
           88 OBR-IS-SUPERSEDED   VALUE 'X'.
      * When the status last changed (the receipt time for 'A'/'M')
        05 OBR-STATUS-TIME   PIC X(21).
