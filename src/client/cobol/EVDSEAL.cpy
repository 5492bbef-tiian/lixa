      * EVIDENCE-SEALS record: the shop's own copy of every auditor
      * evidence package seal (see EVDMAN.cpy and
      * EXAMPLE70_EVIDENCE), appended when a package is built.  The
      * auditors keep the package and its manifest; this register
      * is the other half, so a package whose manifest was rewritten
      * to match an added, removed or edited file no longer agrees
      * with the seal recorded the day it was handed over.  Netted
      * last-record-wins by package id.  Append-only.
        05 EVS-PACKAGE-ID    PIC X(26).
        05 EVS-FROM-DATE     PIC X(8).
        05 EVS-TO-DATE       PIC X(8).
        05 EVS-FILE-COUNT    PIC 9(4).
        05 EVS-TOTAL-RECORDS PIC 9(9).
        05 EVS-PACKAGE-HASH  PIC 9(14).
      * The period's seal chain at build time (see EVM-SEAL-VERIFY)
        05 EVS-SEAL-VERIFY   PIC X(1).
        05 EVS-BUILT-BY      PIC X(8).
        05 EVS-RUN-ID        PIC X(13).
        05 EVS-TIMESTAMP     PIC X(21).
