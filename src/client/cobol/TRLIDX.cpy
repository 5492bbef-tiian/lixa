      * TRAIL-INDEX record: one entry per search key per trail
      * record.  There is still no ISAM handler on this deploy
      * target (see the ERROR-LOG note in EXAMPLE5_PQL), so the
      * inquiry programs used to read CHANGE-AUDIT, XREF-CONTROL,
      * EXCEPTION-QUEUE, TRANSACTION-AUDIT, ERROR-LOG and every
      * archived generation of them end to end for a single key.
      * The nightly index build (EXAMPLE67_TRAILIDX) writes one
      * index file per trail file and generation, "name-IDX",
      * sorted on kind, value and record number, so an inquiry
      * reads the index only as far as its key, opens only the
      * trail files that hold the key, and reads each only as far
      * as its last hit.  The lookup is TRLIDXLK.cpy; which files
      * are indexed, and as of when, is TRAIL-INDEX-CONTROL (see
      * TRLIDXC.cpy).
      *
      * The value is stored left-justified (trimmed), the form the
      * inquiry programs compare keys in.
        05 TIX-KEY-KIND      PIC X(1).
           88 TIX-BUSINESS-KEY VALUE 'K'.
           88 TIX-SER-XID      VALUE 'X'.
           88 TIX-RUN-ID       VALUE 'R'.
        05 TIX-KEY-VALUE     PIC X(200).
      * The trail file (live name or "name-ARC-yyyymmdd") and the
      * 1-based record number within it
        05 TIX-FILE-NAME     PIC X(40).
        05 TIX-RECORD-NUMBER PIC 9(9).
