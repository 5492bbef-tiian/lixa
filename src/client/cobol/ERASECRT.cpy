      * ERASURE-CERTIFICATES record: the evidence an authorized
      * right-to-be-forgotten erasure leaves (see EXAMPLE56_ERASE).
      * One certificate is a group of records sharing ERC-CERT-ID
      * (the erasing run's id), the shapes told apart by the
      * record-type byte the way the vendor file does (see
      * VENDROW.cpy):
      *
      *   H - the header: whose data, under which legal reference,
      *       by whom, and what became of the database row;
      *   R - one per record pseudonymized: the file and the
      *       record's position in it;
      *   F - one per file walked: records read and touched;
      *   S - one per SEALED CHANGE-AUDIT day the erasure changed:
      *       the seal, the day's hash just before the erasure and
      *       just after it.  EXAMPLE41_SEALER VERIFY accepts a day
      *       whose recomputed hash misses the seal only when an S
      *       record for the day carries that seal AND that
      *       recomputed hash - an authorized erasure, not tampering.
        05 ERC-CERT-ID     PIC X(13).
        05 ERC-RECORD-TYPE PIC X(1).
           88 ERC-IS-HEADER VALUE 'H'.
           88 ERC-IS-RECORD VALUE 'R'.
           88 ERC-IS-FILE   VALUE 'F'.
           88 ERC-IS-SEAL   VALUE 'S'.
        05 ERC-HEADER-BODY.
      * The business key erased (CHANGE-AUDIT/XREF form) and the
      * token that now stands in every name field for it
           10 ERC-SUBJECT-KEY PIC X(20).
           10 ERC-TOKEN       PIC X(30).
           10 ERC-LEGAL-REF   PIC X(30).
           10 ERC-OPERATOR-ID PIC X(8).
           10 ERC-TIMESTAMP   PIC X(21).
      * D = the authors row was deleted by this run, A = it was
      * already absent (a re-run finishing an interrupted erasure)
           10 ERC-DB-ACTION   PIC X(1).
              88 ERC-DB-DELETED VALUE 'D'.
              88 ERC-DB-ABSENT  VALUE 'A'.
           10 FILLER          PIC X(20).
        05 ERC-RECORD-BODY REDEFINES ERC-HEADER-BODY.
           10 ERC-REC-FILE-NAME PIC X(60).
           10 ERC-REC-NUMBER    PIC 9(9).
           10 FILLER            PIC X(61).
        05 ERC-FILE-BODY REDEFINES ERC-HEADER-BODY.
           10 ERC-FILE-NAME     PIC X(60).
           10 ERC-FILE-READ     PIC 9(9).
           10 ERC-FILE-TOUCHED  PIC 9(9).
           10 FILLER            PIC X(52).
        05 ERC-SEAL-BODY REDEFINES ERC-HEADER-BODY.
           10 ERC-SEAL-DATE     PIC X(8).
           10 ERC-SEAL-COUNT    PIC 9(9).
           10 ERC-SEALED-HASH   PIC 9(14).
           10 ERC-PRIOR-HASH    PIC 9(14).
           10 ERC-ERASED-HASH   PIC 9(14).
           10 FILLER            PIC X(71).
