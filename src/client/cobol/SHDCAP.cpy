      * SHADOW-CAPTURE record: what a SHADOW run of the loader (see
      * EXAMPLE5_PQL SHADOW) would have committed and rejected when
      * it re-drove a production run's archived input, every
      * transaction rolled back.  EXAMPLE62_SHADOWDIFF compares it
      * row by row against that production run's CHANGE-AUDIT,
      * AUTHOR-REJECT and BATCH-CONTROL records.  The file is
      * rewritten by every SHADOW run: one 'H' header, one 'C' row
      * per row the candidate would have committed (in commit
      * order), one 'R' row per row it would have rejected, one
      * 'U' row per correction it would have left unchanged
      * because the row already held its values, one 'D' row per
      * row it would have held in PENDING-CHANGES for a later
      * effective date (judged against the production run's own
      * date, not the shadow's), and a 'T' trailer.  No trailer
      * means the candidate never reached the end of the input.
        05 SHC-TYPE           PIC X(1).
           88 SHC-IS-HEADER   VALUE 'H'.
           88 SHC-IS-COMMIT   VALUE 'C'.
           88 SHC-IS-REJECT   VALUE 'R'.
           88 SHC-IS-UNCHANGED VALUE 'U'.
           88 SHC-IS-DEFERRED VALUE 'D'.
           88 SHC-IS-TRAILER  VALUE 'T'.
      * Position of the row in the archived input ('C', 'R', 'U'
      * and 'D')
        05 SHC-ROW-NUMBER     PIC 9(9).
      * 1, 2, 3 ... in the order the candidate committed ('C')
        05 SHC-COMMIT-SEQ     PIC 9(9).
      * Business key and after-image exactly as the run would have
      * written them to CHANGE-AUDIT ('C'; the key is informational
      * on an 'R' row)
        05 SHC-BUSINESS-KEY   PIC X(20).
        05 SHC-OPERATION      PIC X(1).
        05 SHC-AFTER-NAME     PIC X(30).
        05 SHC-AFTER-SURNAME  PIC X(30).
      * Reason exactly as the run would have written it to
      * AUTHOR-REJECT ('R')
        05 SHC-REASON-CODE    PIC X(4).
        05 SHC-RULE-ID        PIC X(4).
        05 SHC-REASON-TEXT    PIC X(60).
      * The production run re-driven and this shadow run's own run
      * id (every row)
        05 SHC-PROD-RUN-ID    PIC X(13).
        05 SHC-SHADOW-RUN-ID  PIC X(13).
      * The archived input re-driven ('H')
        05 SHC-ARCHIVE-NAME   PIC X(60).
      * The totals the run's BATCH-CONTROL trailer would carry, and
      * 'E' for a run that reached the end of its input or 'A' for
      * one that stopped on an error ('T')
        05 SHC-ROWS-READ      PIC 9(9).
        05 SHC-ROWS-COMMITTED PIC 9(9).
        05 SHC-ROWS-REJECTED  PIC 9(9).
        05 SHC-COMPLETION     PIC X(1).
           88 SHC-RUN-ENDED   VALUE 'E'.
           88 SHC-RUN-ABORTED VALUE 'A'.
        05 SHC-TIMESTAMP      PIC X(21).
      * The corrections the run would have left unchanged ('T');
      * an older capture carries no count and reads back as SPACES
        05 SHC-ROWS-UNCHANGED PIC 9(9).
      * The effective date a deferred row carried ('D'), and the
      * rows the run would have deferred ('T'); an older capture
      * carries neither and reads back as SPACES
        05 SHC-EFFECTIVE-DATE PIC X(8).
        05 SHC-ROWS-DEFERRED  PIC 9(9).
