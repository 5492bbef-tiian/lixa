      * TRAIL-INDEX-CONTROL record: one row per index build of one
      * trail file (see TRLIDX.cpy and EXAMPLE67_TRAILIDX), netted
      * last-record-wins by file name.  It is the index's coverage:
      * which live files and archived generations are indexed, how
      * many of their records, and how big the file was when it
      * was indexed and when it had last been written.  An inquiry
      * trusts an index only while the file is still exactly that
      * size and was last written at that same moment - anything
      * appended, rewritten or cut since makes the index stale, and
      * the inquiry falls back to reading the file end to end.
        05 TIC-FILE-NAME     PIC X(40).
      * The trail the file belongs to, and the GEN= label of an
      * archived generation (SPACES for the live file)
        05 TIC-TRAIL-NAME    PIC X(20).
        05 TIC-GENERATION    PIC X(8).
        05 TIC-INDEX-NAME    PIC X(44).
        05 TIC-RECORD-COUNT  PIC 9(9).
        05 TIC-ENTRY-COUNT   PIC 9(9).
        05 TIC-FILE-SIZE     PIC 9(18).
      * yyyymmddhhmmss the file was last written
        05 TIC-FILE-STAMP    PIC X(14).
      * The first 60 bytes of record 1: a live file that still
      * starts with the same record has only been appended to, and
      * its index is extended rather than rebuilt
        05 TIC-FIRST-RECORD  PIC X(60).
      * 'F' built in full, 'I' extended with the appended records
        05 TIC-BUILD-KIND    PIC X(1).
           88 TIC-FULL-BUILD   VALUE 'F'.
           88 TIC-INCREMENTAL  VALUE 'I'.
        05 TIC-TIMESTAMP     PIC X(21).
        05 TIC-RUN-ID        PIC X(13).
