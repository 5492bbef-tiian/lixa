      * Working storage for the legal-hold checks (see LGLHOLD.cpy
      * and LGLHCK.cpy).  Before CHECK-LEGAL-HOLD the caller sets
      * the author the change concerns, the book when it is a book
      * row (0 otherwise) and, for a change being replayed from an
      * audit trail, the moment it was originally made (SPACES for
      * a change being made now); afterwards LEGAL-HOLD-HIT says
      * whether a hold stops it, with the hold reference and the
      * reason text that goes on the reject and the
      * EXCEPTION-QUEUE entry.
        01 WS-LGLHOLD-STATUS PIC X(2) VALUE '00'.
        01 WS-LGLHOLD-EOF PIC X(1) VALUE 'N'.
           88 END-OF-LGLHOLD VALUE 'Y'.
      * Set by LOAD-LEGAL-HOLDS when the file holds more holds than
      * the table; the caller refuses to run on half the list
        01 WS-LGLHOLD-LOAD-FLAG PIC X(1) VALUE 'N'.
           88 LEGAL-HOLDS-UNUSABLE VALUE 'Y'.
      * The file netted to the last record per key and reference
        01 LGLHOLD-TABLE.
           05 LGHT-COUNT PIC 9(3) VALUE 0.
           05 LGHT-ENTRY OCCURS 500 TIMES.
              10 LGHT-KEY-TYPE    PIC X(1).
              10 LGHT-KEY-ID      PIC 9(9).
              10 LGHT-HOLD-REF    PIC X(20).
              10 LGHT-STATUS      PIC X(1).
              10 LGHT-PLACED-BY   PIC X(8).
              10 LGHT-PLACED-DATE PIC X(8).
              10 LGHT-SINCE       PIC X(21).
        01 LGH-IX PIC 9(3).
        01 WS-LGH-FOUND PIC X(1) VALUE 'N'.
           88 LGH-ENTRY-FOUND VALUE 'Y'.
      * The change under judgement
        01 WS-LGH-AUTHOR-ID PIC 9(9) VALUE 0.
        01 WS-LGH-BOOK-ID PIC 9(9) VALUE 0.
        01 WS-LGH-CHANGE-TS PIC X(21) VALUE SPACES.
      * The verdict
        01 WS-LGH-HIT PIC X(1) VALUE 'N'.
           88 LEGAL-HOLD-HIT VALUE 'Y'.
        01 WS-LGH-HIT-REF PIC X(20) VALUE SPACES.
        01 WS-LGH-HIT-TYPE PIC X(1) VALUE SPACE.
        01 WS-LGH-HIT-ID PIC 9(9) VALUE 0.
        01 WS-LGH-REASON-TEXT PIC X(60) VALUE SPACES.
      * The row's business key as the loader writes it ('B' and
      * the nine-digit id for a book, the right-justified id for
      * an author), for the EXCEPTION-QUEUE entry
        01 WS-LGH-BUSINESS-KEY PIC X(20) VALUE SPACES.
        01 WS-LGH-DISP-ID PIC Z(8)9.
      * Set by the caller before BUILD-LEGAL-HOLD-EXCEPTION
        01 WS-LGH-PROGRAM-ID PIC X(8) VALUE SPACES.
        01 WS-LGH-RUN-ID PIC X(13) VALUE SPACES.
