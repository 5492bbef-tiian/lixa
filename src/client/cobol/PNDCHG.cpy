      * PENDING-CHANGES record: one input row that arrived carrying
      * an effective date later than the business date, held here
      * by the loader (see EXAMPLE5_PQL) instead of being applied,
      * and its later fate.  The file is a journal - appended,
      * never rewritten - keyed by the fingerprint of the input
      * file that delivered the row plus its row number in that
      * file; the last record for a key is the change's current
      * state:
      *
      *   'P' pending   - held by the loader, waiting for its date;
      *   'R' released  - fed to a night's load by EXAMPLE64_PENDREL
      *                   RELEASE (PCH-RELEASE-FILE names the file);
      *   'C' cancelled - withdrawn by an operator before release
      *                   (EXAMPLE64_PENDREL CANCEL);
      *   'X' exception - its author was deleted or merged away
      *                   while it waited, so it went to
      *                   EXCEPTION-QUEUE rather than to the load.
      *
      * The row image comes first, laid out as AUTHROW.cpy, so the
      * erasure walk (EXAMPLE56_ERASE) treats the file like any
      * other copy of loader input.
        05 PCH-INPUT-IMAGE       PIC X(92).
        05 PCH-INPUT-FINGERPRINT PIC X(24).
        05 PCH-ROW-NUMBER        PIC 9(9).
      * The run that first delivered the row - kept as its lineage
      * through release and load
        05 PCH-ORIGIN-RUN-ID     PIC X(13).
        05 PCH-EFFECTIVE-DATE    PIC X(8).
      * The author the change concerns: the row's own id for an
      * author row, the owning author for a book row
        05 PCH-AUTHOR-ID         PIC 9(9).
        05 PCH-STATUS            PIC X(1).
           88 PCH-PENDING        VALUE 'P'.
           88 PCH-RELEASED       VALUE 'R'.
           88 PCH-CANCELLED      VALUE 'C'.
           88 PCH-EXCEPTION      VALUE 'X'.
      * Who and which run wrote this record, and when
        05 PCH-OPERATOR-ID       PIC X(8).
        05 PCH-TIMESTAMP         PIC X(21).
        05 PCH-RUN-ID            PIC X(13).
      * The release file the row was written to ('R')
        05 PCH-RELEASE-FILE      PIC X(40).
      * Cancellation reason or exception text ('C', 'X')
        05 PCH-NOTE              PIC X(60).
      * The row's expected before-values (AUTHROW-EXPECTED, the
      * part of the input row beyond PCH-INPUT-IMAGE), kept so a
      * held correction is still checked against the row when it
      * is finally released and loaded
        05 PCH-EXPECTED-IMAGE    PIC X(61).
