      * EVIDENCE-MANIFEST record: the table of contents of one
      * auditor evidence package (see EXAMPLE70_EVIDENCE), the file
      * "<package>.MANIFEST" beside the package's other files.
      * Three kinds of line, told apart by the record-type byte:
      *
      *   H - the package: its period, who built it and when, and
      *       what EXAMPLE41_SEALER VERIFY said of the period's seal
      *       chain when the package was built;
      *   F - one per file in the package: its content, where it
      *       was collected from, and its record count and content
      *       fingerprint (the "count-hash" shape of CTLFP.cpy) as
      *       handed over;
      *   S - the package seal, last: how many files, how many
      *       records, and a rolling hash over the H line and every
      *       F line in order (see SEALHASH.cpy).  The same seal is
      *       kept in the shop's EVIDENCE-SEALS register (see
      *       EVDSEAL.cpy), so a file added, removed or changed -
      *       or a manifest rewritten to match - shows at VERIFY.
        05 EVM-RECORD-TYPE     PIC X(1).
           88 EVM-IS-HEADER     VALUE 'H'.
           88 EVM-IS-FILE       VALUE 'F'.
           88 EVM-IS-SEAL       VALUE 'S'.
        05 FILLER              PIC X(1).
        05 EVM-BODY            PIC X(160).
        05 EVM-HEADER-BODY REDEFINES EVM-BODY.
           10 EVM-PACKAGE-ID    PIC X(26).
           10 EVM-FROM-DATE     PIC X(8).
           10 EVM-TO-DATE       PIC X(8).
           10 EVM-BUILT-BY      PIC X(8).
           10 EVM-BUILT-TIME    PIC X(21).
           10 EVM-RUN-ID        PIC X(13).
      * 'P' the period's seal chain verified, 'F' it did not; with
      * the verify run's return code
           10 EVM-SEAL-VERIFY   PIC X(1).
              88 EVM-CHAIN-INTACT VALUE 'P'.
           10 EVM-SEAL-RC       PIC 9(3).
           10 FILLER            PIC X(72).
        05 EVM-FILE-BODY REDEFINES EVM-BODY.
           10 EVM-FILE-NAME     PIC X(44).
           10 EVM-FILE-KIND     PIC X(16).
           10 EVM-RECORDS       PIC 9(9).
           10 EVM-FINGERPRINT   PIC X(24).
           10 EVM-SOURCE        PIC X(60).
           10 FILLER            PIC X(7).
        05 EVM-SEAL-BODY REDEFINES EVM-BODY.
           10 EVM-FILE-COUNT    PIC 9(4).
           10 EVM-TOTAL-RECORDS PIC 9(9).
           10 EVM-PACKAGE-HASH  PIC 9(14).
           10 EVM-SEALED-TIME   PIC X(21).
           10 FILLER            PIC X(112).
