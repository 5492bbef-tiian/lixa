      * back as SPACES - means the grant is permanent.  The readers
      * treat a grant dated before today as absent.
        05 AUTH-EXPIRY-DATE PIC X(8).
      * The imprint the grant is scoped to (see OWNDOM.cpy): the
      * operator may use it only on rows that imprint owns.  SPACES
      * - and every record written before imprints were mapped -
      * or 'ALL' means the grant reaches every imprint.
        05 AUTH-DOMAIN      PIC X(8).
