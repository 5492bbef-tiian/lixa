      * SENDER-CERTIFICATION record: the trial history of every new
      * upstream sender, appended by EXAMPLE72_CERTIFY.  One 'F'
      * row per sample file scored - its fingerprint, the scores
      * and the verdict - and one 'P' row when a supervisor
      * promotes the sender's profile from TEST to LIVE (see
      * SND-STATUS in SNDPROF.cpy), naming who approved it.  The
      * run of consecutive clean files a promotion needs is
      * recounted from this register every time, never kept
      * anywhere else.  Append-only.
        05 SCR-SENDER-ID      PIC X(10).
        05 SCR-KIND           PIC X(1).
           88 SCR-IS-FILE      VALUE 'F'.
           88 SCR-IS-PROMOTION VALUE 'P'.
        05 SCR-FILE-DATE      PIC X(8).
      * The translated sample's row count and id hash, in the
      * loader's fingerprint form: the same file scored twice is
      * one file, not two clean files
        05 SCR-FINGERPRINT    PIC X(24).
      * 'C' = clean; 'F' = failed; SPACE on a promotion
        05 SCR-VERDICT        PIC X(1).
           88 SCR-CLEAN       VALUE 'C'.
           88 SCR-FAILED      VALUE 'F'.
        05 SCR-DETAIL-COUNT   PIC 9(9).
        05 SCR-CONTROL-FAILS  PIC 9(4).
        05 SCR-VALIDATE-REJECTS PIC 9(9).
        05 SCR-SIMULATE-REJECTS PIC 9(9).
      * The lowest coverage of the four fields every row needs
      * (id, name, surname, action), in whole percent
        05 SCR-COVERAGE-PCT   PIC 9(3).
      * Consecutive clean files after this one
        05 SCR-CLEAN-RUN      PIC 9(3).
      * Who ran the certification, or who approved the promotion
        05 SCR-OPERATOR-ID    PIC X(8).
        05 SCR-RUN-ID         PIC X(13).
        05 SCR-TIMESTAMP      PIC X(21).
