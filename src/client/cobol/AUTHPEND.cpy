           88 PND-IS-PENDING   VALUE 'P'.
           88 PND-IS-APPLIED   VALUE 'A'.
           88 PND-IS-CANCELLED VALUE 'C'.
      * The imprint the requested grant is scoped to (see
      * AUTH-DOMAIN in OPAUTH.cpy); SPACES = every imprint.  Part
      * of the netting key: the same authority may be pending for
      * two imprints at once.
        05 PND-DOMAIN       PIC X(8).
