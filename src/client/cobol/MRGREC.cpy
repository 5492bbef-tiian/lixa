      * AUTHOR-MERGES record: one survivorship decision, written by
      * EXAMPLE49_MERGE in the same run as the global transaction
      * that re-pointed the retiring author's books to the survivor
      * and deleted the retiring author row.  A retired id never
      * comes back, so this append-only file is the forwarding
      * address: EXAMPLE15_HISTINQ and EXAMPLE36_NAMESRCH read it to
      * answer "where did author 4711 go" with the survivor's id
      * instead of a bare tombstone.  One retired id has at most
      * one record; the merge program refuses a second.
        05 MRG-RETIRED-ID     PIC 9(9).
        05 MRG-SURVIVOR-ID    PIC 9(9).
      * The retiring author's last values, for the forwarding note
        05 MRG-RETIRED-NAME    PIC X(30).
        05 MRG-RETIRED-SURNAME PIC X(30).
      * How many book rows the merge moved to the survivor
        05 MRG-BOOKS-MOVED    PIC 9(5).
        05 MRG-SER-XID        PIC X(200).
        05 MRG-TIMESTAMP      PIC X(21).
      * The operator who ran the merge and the DIFFERENT operator
      * who approved it (see APPRREC.cpy)
        05 MRG-OPERATOR-ID    PIC X(8).
        05 MRG-APPROVED-BY    PIC X(8).
      * The shop-wide run id (see RUNCTL.cpy)
        05 MRG-RUN-ID         PIC X(13).
