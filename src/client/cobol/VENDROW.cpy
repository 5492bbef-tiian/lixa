              88 VND-ACTION-ADD     VALUE 'A'.
              88 VND-ACTION-CORRECT VALUE 'C'.
              88 VND-ACTION-REMOVE  VALUE 'R'.
      * Optional effective date (yyyymmdd) of the change; SPACES
      * for a change to apply at once
           10 VND-EFFECTIVE-DATE PIC X(8).
      * The values the sender's own system held before a correct
      * or remove, in the same order as the two name fields above,
      * for a sender whose profile says its format carries them
      * (SND-OLD-VALUES, see SNDPROF.cpy); SPACES otherwise
           10 VND-OLD-SURNAME    PIC X(30).
           10 VND-OLD-NAME       PIC X(30).
      * Header view of the same body: the file date and sender
        05 VND-HEADER-BODY REDEFINES VND-DETAIL-BODY.
           10 VND-FILE-DATE PIC X(8).
           10 VND-SENDER    PIC X(10).
           10 FILLER        PIC X(120).
      * Trailer view: the control totals
        05 VND-TRAILER-BODY REDEFINES VND-DETAIL-BODY.
           10 VND-RECORD-COUNT PIC 9(9).
           10 VND-HASH-TOTAL   PIC 9(15).
           10 FILLER           PIC X(114).
