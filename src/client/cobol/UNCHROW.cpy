      * UNCHANGED-ROWS record: one correction row the loader (see
      * EXAMPLE5_PQL) accepted but did not write, because the row
      * it names already held exactly the values it carried.
      * Nothing else records such a row - it leaves no CHANGE-AUDIT,
      * XREF-CONTROL or master journal entry - so this journal is
      * how EXAMPLE32_VENDACK tells the sender "accepted, nothing
      * to change" row by row.  Appended, never rewritten; keyed
      * by run id plus the row's position in that run's input, the
      * same key AUTHOR-REJECT uses.
        05 UNC-RUN-ID            PIC X(13).
        05 UNC-ROW-NUMBER        PIC 9(9).
      * The business key as CHANGE-AUDIT would have carried it
        05 UNC-BUSINESS-KEY      PIC X(20).
        05 UNC-INPUT-FINGERPRINT PIC X(24).
        05 UNC-SENDER-ID         PIC X(10).
        05 UNC-PROGRAM-ID        PIC X(8).
        05 UNC-OPERATOR-ID       PIC X(8).
        05 UNC-TIMESTAMP         PIC X(21).
