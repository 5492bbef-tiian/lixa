      * LEGAL-HOLD record: one author or book frozen against every
      * change path by a legal or regulatory hold, and its later
      * release.  The file is a journal - appended, never
      * rewritten - written only by EXAMPLE65_LEGALHOLD when a
      * second operator countersigns a place or lift request (see
      * LGHPEND.cpy).  Readers net it to the last record per key
      * and hold reference; a key can carry several holds at once,
      * one per matter, and is frozen while any of them is 'H'.
      * The checks every change path shares are LGLHCK.cpy.
        05 LGH-KEY.
           10 LGH-KEY-TYPE       PIC X(1).
              88 LGH-KEY-AUTHOR  VALUE 'A'.
              88 LGH-KEY-BOOK    VALUE 'B'.
           10 LGH-KEY-ID         PIC 9(9).
      * The matter the hold belongs to, as counsel names it
        05 LGH-HOLD-REF          PIC X(20).
        05 LGH-STATUS            PIC X(1).
           88 LGH-HELD           VALUE 'H'.
           88 LGH-LIFTED         VALUE 'L'.
      * Who asked for the hold and on which day; carried forward
      * unchanged onto the lift record
        05 LGH-PLACED-BY         PIC X(8).
        05 LGH-PLACED-DATE       PIC X(8).
      * The second signature on this record (place or lift)
        05 LGH-COUNTERSIGNED-BY  PIC X(8).
      * Who asked for the lift and on which day; SPACES on 'H'
        05 LGH-LIFTED-BY         PIC X(8).
        05 LGH-LIFTED-DATE       PIC X(8).
      * When this record took effect (the countersign)
        05 LGH-TIMESTAMP         PIC X(21).
        05 LGH-NOTE              PIC X(60).
