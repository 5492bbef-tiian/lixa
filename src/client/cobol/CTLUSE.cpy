      * CONTROL-USAGE record: one row per control file a program
      * read, with the fingerprint of the content it found, so
      * "which ERROR-CLASSES did run 20260821-0043 use" is an
      * exact answer instead of a guess about when somebody edited
      * the file that afternoon.  Appended by LOG-CONTROL-USAGE
      * (see CTLFP.cpy) in every program that reads one of the
      * suite's hand-maintained control files; EXAMPLE63_CTLREG
      * USED resolves each fingerprint to the registered version
      * that carries it (see CTLREG.cpy).
      *
      * The run that read the file (see RUNCTL.cpy); SPACES for a
      * program that issues no run id, whose usage is then found by
      * program and time
        05 CTU-RUN-ID       PIC X(13).
        05 CTU-PROGRAM-ID   PIC X(8).
      * The control file as the program named it (a partition's
      * LOAD-LIMITS-Pnn, the calendar's JOB-PLAN variant)
        05 CTU-FILE-NAME    PIC X(40).
      * The content fingerprint (see FINGERPRINT-CONTROL-FILE) and
      * the record count it covers; 'ABSENT' when the file was not
      * there, which is itself an answer
        05 CTU-FINGERPRINT  PIC X(24).
        05 CTU-RECORDS      PIC 9(9).
        05 CTU-TIMESTAMP    PIC X(21).
