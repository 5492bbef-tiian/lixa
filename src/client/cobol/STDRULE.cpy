      * STANDARDIZATION-RULES record: one shop rule for how an
      * author's name and surname are written, applied to the
      * netted AUTHORS-MASTER by EXAMPLE60_STANDARDIZE (which
      * proposes corrections for review and dual authorization)
      * and to every inbound row by EXAMPLE21_INTRANS (so new rows
      * arrive already standardized), through
      * APPLY-STANDARDIZATION-RULES (STDRULAP.cpy).
      *
      * SDR-FIELD is NAME, SURNAME or '*' for both.
      *
      * SDR-KIND / SDR-MODE:
      *
      *   C - casing: mode T title case (first letter of each word
      *       and of each hyphenated part upper, the rest lower),
      *       mode U all upper, mode K kept as written.  Only a
      *       word written all upper or all lower is recased - a
      *       mixed-case word (DeVito, McKay) is taken as meant;
      *   P - casing prefix: SDR-VALUE is the prefix as it should
      *       be written (Mc, Mac, O'); a title-cased word that
      *       begins with it, and has at least SDR-MIN-REST
      *       letters after it, gets the prefix written that way
      *       and the next letter upper (MCDONALD -> McDonald,
      *       O'BRIEN -> O'Brien, but MACK stays Mack with
      *       SDR-MIN-REST 3);
      *   H - honorifics and suffixes: SDR-VALUE is a comma-
      *       separated list (DR,MR,MRS,PROF,JR,III); a word equal
      *       to an entry, either case, a trailing period ignored,
      *       is taken out of the field and into the row's suffix
      *       list - never the last word of a field;
      *   W - whitespace: runs of blanks inside the field become
      *       one, leading blanks are dropped (mode ignored);
      *   I - initials: a single letter, with or without a period,
      *       is upper-cased and written with a period (mode P) or
      *       without one (mode N).
      *
      * Rules are applied in file order; for C, W and I the last
      * rule naming the field is the one in force.
        05 SDR-RULE-ID     PIC X(4).
        05 SDR-FIELD       PIC X(8).
        05 SDR-KIND        PIC X(1).
           88 SDR-KIND-CASING     VALUE 'C'.
           88 SDR-KIND-PREFIX     VALUE 'P'.
           88 SDR-KIND-HONORIFIC  VALUE 'H'.
           88 SDR-KIND-WHITESPACE VALUE 'W'.
           88 SDR-KIND-INITIALS   VALUE 'I'.
        05 SDR-MODE        PIC X(1).
        05 SDR-MIN-REST    PIC 9(2).
        05 SDR-VALUE       PIC X(60).
        05 SDR-DESCRIPTION PIC X(40).
