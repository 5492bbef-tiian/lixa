      * OPERATOR-SUPERVISOR record: who answers for an operator's
      * authority - the supervisor EXAMPLE76_RECERT sends each of the
      * operator's grants to for its periodic review.  An operator
      * with no line here is reviewed by whoever countersigned the
      * grant (see AAU-COUNTERSIGNED-BY in AUTHAUD.cpy).
        05 SUP-OPERATOR-ID    PIC X(8).
        05 SUP-SUPERVISOR-ID  PIC X(8).
