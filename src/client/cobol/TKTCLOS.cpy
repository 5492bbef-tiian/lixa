      * TICKET-CLOSURES record: the service desk's closure file, one
      * row per ticket closed at the desk, read by EXAMPLE10_EXCQWORK
      * IMPORT.  TKC-TICKET-ID is the number EXPORT issued (see
      * TKTEXP.cpy); the desk's resolution code, the resolver's id,
      * when it was closed and the closing note become the queue
      * entry's EXCQ-RESOLUTION-CODE, -RESOLVED-BY, -RESOLVED-TIME
      * and -DISPOSITION, exactly as a workbench RESOLVE would set
      * them.
        05 TKC-TICKET-ID       PIC X(24).
        05 TKC-RESOLUTION-CODE PIC X(4).
        05 TKC-RESOLVED-BY     PIC X(8).
        05 TKC-CLOSED-TIME     PIC X(21).
        05 TKC-NOTE            PIC X(60).
