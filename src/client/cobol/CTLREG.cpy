      * CONTROL-REGISTRY record: the version history of the suite's
      * hand-maintained control files (TABLE-PROFILES,
      * ERROR-CLASSES, LOAD-LIMITS, APPROVAL-LIMIT,
      * SENDER-PROFILES, JOB-PLAN, BUSINESS-CALENDAR,
      * CONTENT-RULES and the rest), kept by EXAMPLE63_CTLREG and
      * by EXAMPLE43_CALIB when it rewrites LOAD-LIMITS itself.
      * Every version's exact content is kept as the generation
      * "name-VER-nnnnnn", so any two versions can be compared
      * field by field long after the live file moved on.
      * Append-only: the current state of a file is its last row.
      *
      *   V - a new version of the file was registered;
      *   O - the file was checked out for editing (CRG-VERSION is
      *       the version the edit starts from);
      *   C - the checkout was closed without a new version
      *       (cancelled, or checked in unchanged).
        05 CRG-FILE-NAME    PIC X(40).
        05 CRG-VERSION      PIC 9(6).
        05 CRG-KIND         PIC X(1).
           88 CRG-IS-VERSION  VALUE 'V'.
           88 CRG-IS-CHECKOUT VALUE 'O'.
           88 CRG-IS-CLOSED   VALUE 'C'.
      * The content fingerprint and record count of the version
      * (see FINGERPRINT-CONTROL-FILE in CTLFP.cpy)
        05 CRG-FINGERPRINT  PIC X(24).
        05 CRG-RECORDS      PIC 9(9).
      * The generation holding the version's exact content ('V')
        05 CRG-GENERATION   PIC X(60).
      * Who, when and why
        05 CRG-OPERATOR-ID  PIC X(8).
        05 CRG-TIMESTAMP    PIC X(21).
        05 CRG-REASON       PIC X(60).
      * The run of a program that registered the version itself
      * (EXAMPLE43_CALIB); SPACES for an operator's check-in
        05 CRG-RUN-ID       PIC X(13).
