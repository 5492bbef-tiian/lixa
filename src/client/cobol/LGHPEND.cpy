      * LEGAL-HOLD-PENDING record: a request to place or lift a
      * legal hold, waiting for its second signature.
      * EXAMPLE65_LEGALHOLD PLACE and LIFT append a 'P' record here
      * and touch nothing else; only COUNTERSIGN by a DIFFERENT
      * operator writes the LEGAL-HOLD record (see LGLHOLD.cpy),
      * stamping the request 'A' on the way (CANCEL stamps it
      * 'C').  Netted by its reader, last record per key, hold
      * reference and action wins - the AUTH-PENDING convention
      * (see AUTHPEND.cpy).
        05 LHP-KEY-TYPE          PIC X(1).
        05 LHP-KEY-ID            PIC 9(9).
        05 LHP-HOLD-REF          PIC X(20).
        05 LHP-ACTION            PIC X(1).
           88 LHP-ACTION-PLACE   VALUE 'P'.
           88 LHP-ACTION-LIFT    VALUE 'L'.
        05 LHP-REQUESTED-BY      PIC X(8).
        05 LHP-REQUEST-TIME      PIC X(21).
        05 LHP-STATUS            PIC X(1).
           88 LHP-IS-PENDING     VALUE 'P'.
           88 LHP-IS-APPLIED     VALUE 'A'.
           88 LHP-IS-CANCELLED   VALUE 'C'.
      * Who countersigned or cancelled, SPACES while pending
        05 LHP-ACTED-BY          PIC X(8).
        05 LHP-NOTE              PIC X(60).
