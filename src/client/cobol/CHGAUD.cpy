      * APPROVAL-LIMIT threshold (see APPRREC.cpy); SPACES when
      * no second signature was needed.
        05 CHG-APPROVED-BY    PIC X(8).
      * The imprint owning the row when the change was made (see
      * OWNDOM.cpy and OWNDOMST.cpy), so the trail can be split by
      * imprint; SPACES when no range covered it, and on every
      * record written before imprints were mapped.
        05 CHG-DOMAIN         PIC X(8).
