      * plus the reason it was rejected, so the bad rows of a big
      * run can be corrected and re-driven through the RECYCLE
      * command instead of re-editing and re-running the whole
      * input file.  REJ-INPUT-IMAGE is the row as read through its
      * effective date (AUTHROW.cpy bytes 1-80), so a corrected
      * reject file feeds the same parsing as a normal input file.
      * The input record has since outgrown it: the row's lineage
      * and stale-update expectation travel in their own fields
      * (REJ-ORIGIN-RUN-ID, REJ-EXPECT-FLAG and REJ-EXPECTED-...
      * below), and whatever re-drives the row puts them back.
        05 REJ-PROGRAM-ID  PIC X(8).
        05 REJ-TIMESTAMP   PIC X(21).
      * Position of the rejected row in the original input file
        05 REJ-ROW-NUMBER  PIC 9(9).
      * Why it was rejected: VALD = failed input validation,
      * SQLE = PQexec/PQresultStatus failure (text from ERROR-LOG),
      * RULE = failed a reject-severity CONTENT-RULES rule,
      * DOMN = the row belongs to an imprint outside the
      * operator's scoped grants (see OWNDOM.cpy), CNFL = stale-
      * update conflict (the row no longer held the values the
      * sender expected), HOLD = the row touches a record under
      * legal hold (see LGLHOLD.cpy), EFFD = invalid effective date
        05 REJ-REASON-CODE PIC X(4).
        05 REJ-REASON-TEXT PIC X(60).
        05 REJ-INPUT-IMAGE PIC X(80).
      * existed - means not yet worked.
        05 REJ-WORKED      PIC X(1).
      * The ERROR-CLASSES rule that routed an SQLE reject here
      * (see ERRCLASS.cpy), or the CONTENT-RULES rule a RULE
      * reject failed (see CNTRULE.cpy); SPACES for every other
      * reject kind.
        05 REJ-RULE-ID     PIC X(4).
      * The sender whose file delivered the row (the staging
      * manifest's sender id), so the reject-trend report can say
      * who keeps sending what; SPACES when the run had no
      * manifest, and in every record written before it was kept.
        05 REJ-SENDER-ID   PIC X(10).
      * The values the sender expected the row to hold, for any
      * rejected row carrying an expectation (see AUTHROW.cpy),
      * and - for a stale-update conflict (reason CNFL) only -
      * what the row actually held when the load read it.  SPACES
      * otherwise.
        05 REJ-EXPECTED-NAME    PIC X(30).
        05 REJ-EXPECTED-SURNAME PIC X(30).
        05 REJ-CURRENT-NAME     PIC X(30).
        05 REJ-CURRENT-SURNAME  PIC X(30).
      * The rest of the input row beyond REJ-INPUT-IMAGE: its
      * expectation flag ('E' = REJ-EXPECTED-... above hold the
      * expected values) and the run that first delivered it.
      * SPACES in every record written before they were kept.
        05 REJ-EXPECT-FLAG      PIC X(1).
        05 REJ-ORIGIN-RUN-ID    PIC X(13).
