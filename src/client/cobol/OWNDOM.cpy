      * OWNERSHIP-DOMAINS record: one range of author ids and the
      * imprint that owns it.  A book belongs to the imprint of its
      * owning author, so the author ranges are the whole map.
      * Operators whose grants are scoped to a domain (see
      * AUTH-DOMAIN in OPAUTH.cpy) may only change rows of that
      * imprint; the checks every change path shares are
      * OWNDOMCK.cpy.  Ranges may not overlap - an id owned by two
      * imprints is owned by neither - and a file that breaks that
      * is refused whole, not half-applied.  Maintained by hand
      * under change control, like CONTENT-RULES.
        05 OWD-DOMAIN         PIC X(8).
        05 OWD-LOW-ID         PIC 9(9).
        05 OWD-HIGH-ID        PIC 9(9).
        05 OWD-DESCRIPTION    PIC X(40).
