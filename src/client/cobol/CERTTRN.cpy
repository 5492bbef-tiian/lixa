      * CERT-TRANSLATE record: what EXAMPLE21_INTRANS CERTIFY made
      * of one sample file from a sender on trial (see SND-STATUS
      * in SNDPROF.cpy), rewritten on every certification
      * translation and read back by EXAMPLE72_CERTIFY to score the
      * file.  The control totals are the ones the production
      * translation refuses a file on; the coverage counts say how
      * many detail rows carried each field the loader needs.
        05 CTR-SENDER-ID      PIC X(10).
        05 CTR-FILE-DATE      PIC X(8).
      * 'S' = staged to AUTHOR-CERT-INPUT; 'R' = refused on its
      * control totals, nothing staged
        05 CTR-RESULT         PIC X(1).
           88 CTR-STAGED      VALUE 'S'.
           88 CTR-REFUSED     VALUE 'R'.
      * The control totals
        05 CTR-HEADER-SEEN    PIC X(1).
        05 CTR-TRAILER-SEEN   PIC X(1).
        05 CTR-DETAIL-COUNT   PIC 9(9).
        05 CTR-TRAILER-COUNT  PIC 9(9).
        05 CTR-HASH-TOTAL     PIC 9(15).
        05 CTR-TRAILER-HASH   PIC 9(15).
        05 CTR-CONTROL-FAILS  PIC 9(4).
      * Field coverage: detail rows with a numeric id, a name, a
      * surname, one of the sender's own action letters, an
      * effective date, and (for a sender whose format carries
      * them) the old values
        05 CTR-HAS-ID         PIC 9(9).
        05 CTR-HAS-NAME       PIC 9(9).
        05 CTR-HAS-SURNAME    PIC 9(9).
        05 CTR-HAS-ACTION     PIC 9(9).
        05 CTR-HAS-EFFECTIVE  PIC 9(9).
        05 CTR-HAS-OLD-VALUES PIC 9(9).
        05 CTR-OLD-VALUES-RULE PIC X(1).
        05 CTR-STAGED-COUNT   PIC 9(9).
        05 CTR-TIMESTAMP      PIC X(21).
