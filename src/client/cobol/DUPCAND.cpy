      * DUPLICATE-CANDIDATES record: one scored pair of live author
      * ids that look like the same writer keyed twice (see
      * EXAMPLE48_DUPCAND).  Two senders keying "O'Brien, Pat" and
      * "OBrien, Patrick" independently leave two ids nobody
      * questions until royalties pay the writer twice; the nightly
      * candidate run folds case, punctuation and accents, matches
      * initials against full names and tolerates small spelling
      * distances, and leaves this worklist highest score first.
      * Each side carries the books its id owns and the run id that
      * created it, so the clerk can see which id is the survivor
      * before a MERGE (EXAMPLE49_MERGE) folds the pair together.
        05 DUP-SCORE          PIC 9(3).
        05 DUP-ID-A           PIC 9(9).
        05 DUP-NAME-A         PIC X(30).
        05 DUP-SURNAME-A      PIC X(30).
        05 DUP-BOOKS-A        PIC 9(5).
        05 DUP-CREATED-RUN-A  PIC X(13).
        05 DUP-ID-B           PIC 9(9).
        05 DUP-NAME-B         PIC X(30).
        05 DUP-SURNAME-B      PIC X(30).
        05 DUP-BOOKS-B        PIC 9(5).
        05 DUP-CREATED-RUN-B  PIC X(13).
      * How the pair matched, e.g. 'SURNAME EXACT/NAME INITIAL'
        05 DUP-BASIS          PIC X(30).
      * The candidate run that found the pair (see RUNCTL.cpy)
        05 DUP-RUN-ID         PIC X(13).
        05 DUP-TIMESTAMP      PIC X(21).
