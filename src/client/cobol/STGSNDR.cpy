      * STAGED-SENDER note: who sent the file EXAMPLE21_INTRANS just
      * staged.  The translated AUTHOR-STAGED rows are in the
      * loader's own layout, which has no room for the sender id
      * the vendor header carried, so the translator leaves this
      * one-record note beside the staged file (AUTHOR-STAGED-
      * SENDER, rewritten on every staging) and EXAMPLE46_STAGEQ
      * REGISTER picks the sender up from it into the
      * STAGING-MANIFEST entry (see MANIFEST.cpy).  The row count
      * lets REGISTER tell a note that no longer describes the file
      * (staged again by hand since) from a current one.
        05 STS-FILE-NAME   PIC X(40).
        05 STS-SENDER-ID   PIC X(10).
        05 STS-FILE-DATE   PIC X(8).
        05 STS-ROW-COUNT   PIC 9(9).
        05 STS-TIMESTAMP   PIC X(21).
