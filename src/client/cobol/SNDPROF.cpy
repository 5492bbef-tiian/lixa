        05 SND-TRAILER-RULE PIC X(1).
           88 SND-TRAILER-REQUIRED VALUE 'Y'.
           88 SND-HEADER-ONLY      VALUE 'H'.
      * What the loader does with a correction that would leave the
      * row exactly as it already stands: 'S' (or SPACE, the
      * default) = suppress it - no write, no audit trail, counted
      * as unchanged; 'K' = keep it, for a sender whose own
      * bookkeeping needs every correction recorded as a touch.
        05 SND-NOOP-RULE PIC X(1).
           88 SND-NOOP-SUPPRESS VALUES 'S', SPACE.
           88 SND-NOOP-KEEP     VALUE 'K'.
      * Whether this sender's detail rows carry the values its own
      * system held before each correct or remove (VND-OLD-SURNAME
      * and VND-OLD-NAME, see VENDROW.cpy): 'Y' = they do, and
      * EXAMPLE21_INTRANS passes them on as the row's expected
      * before-values, so the loader rejects a change built from
      * stale data; 'N' (or SPACE) = the format has no old values.
        05 SND-OLD-VALUES PIC X(1).
           88 SND-SENDS-OLD-VALUES VALUE 'Y'.
      * Whether the sender is live: 'T' = on trial - its files are
      * certified by EXAMPLE72_CERTIFY (translation, VALIDATE and a
      * SIMULATE load, none of which reaches STAGING-MANIFEST or
      * the tables) and refused by the production translation; 'L'
      * (or SPACE, every profile written before certification
      * existed) = live.  Only EXAMPLE72_CERTIFY PROMOTE moves a
      * profile from 'T' to 'L'.
        05 SND-STATUS PIC X(1).
           88 SND-IS-TEST VALUE 'T'.
           88 SND-IS-LIVE VALUES 'L', SPACE.
      * Consecutive clean certification files needed before the
      * profile may be promoted; zero (or blank) means 3
        05 SND-CLEAN-NEEDED PIC 9(2).
      * Who promoted the profile to live, and on which day
        05 SND-PROMOTED-BY   PIC X(8).
        05 SND-PROMOTED-DATE PIC X(8).
