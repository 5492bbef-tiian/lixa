      * Working storage for the trail-index lookup (see TRLIDX.cpy,
      * TRLIDXC.cpy and TRLIDXLK.cpy).  Before FIND-INDEX-HITS the
      * caller sets the trail file it is about to read (the same
      * physical name its dynamic ASSIGN uses), the kind of key and
      * the key itself; afterwards TIX-INDEX-USABLE says whether the
      * index can be trusted for that file and WS-TIX-HIT-COUNT how
      * many of its records carry the key.
        01 WS-TRLIDX-STATUS PIC X(2) VALUE '00'.
        01 WS-TRLIDX-EOF PIC X(1) VALUE 'N'.
           88 END-OF-TRLIDX VALUE 'Y'.
        01 WS-TRLIDXC-STATUS PIC X(2) VALUE '00'.
        01 WS-TRLIDXC-EOF PIC X(1) VALUE 'N'.
           88 END-OF-TRLIDXC VALUE 'Y'.
      * TRAIL-INDEX-CONTROL netted to the last build per file.  A
      * file past the end of the table is simply not indexed as far
      * as the lookup knows, and is read in full.
        01 TRLIDX-CONTROL-TABLE.
           05 TICT-COUNT PIC 9(4) VALUE 0.
           05 TICT-ENTRY OCCURS 2000 TIMES.
              10 TICT-FILE-NAME    PIC X(40).
              10 TICT-TRAIL-NAME   PIC X(20).
              10 TICT-INDEX-NAME   PIC X(44).
              10 TICT-RECORD-COUNT PIC 9(9).
              10 TICT-ENTRY-COUNT  PIC 9(9).
              10 TICT-FILE-SIZE    PIC 9(18).
              10 TICT-FILE-STAMP   PIC X(14).
              10 TICT-FIRST-RECORD PIC X(60).
              10 TICT-BUILD-KIND   PIC X(1).
              10 TICT-TIMESTAMP    PIC X(21).
        01 TICT-IX PIC 9(4).
        01 WS-TICT-FOUND PIC X(1) VALUE 'N'.
           88 TICT-ENTRY-FOUND VALUE 'Y'.
      * The question: which trail file, which kind of key ('K'
      * business key, 'X' serialized XID, 'R' run id), which value
        01 WS-TIX-FILE-NAME PIC X(40) VALUE SPACES.
        01 WS-TIX-KEY-KIND PIC X(1) VALUE SPACE.
        01 WS-TIX-KEY-VALUE PIC X(200) VALUE SPACES.
      * The index file the lookup reads (the caller's ASSIGN)
        01 WS-TIX-INDEX-NAME PIC X(44) VALUE SPACES.
      * The answer: the record numbers carrying the key, ascending.
      * More hits than the table holds makes the index unusable for
      * the file rather than answer with part of them.
        01 WS-TIX-USABLE-FLAG PIC X(1) VALUE 'N'.
           88 TIX-INDEX-USABLE VALUE 'Y'.
        01 TIX-HIT-TABLE.
           05 WS-TIX-HIT-COUNT PIC 9(3) VALUE 0.
           05 WS-TIX-HIT PIC 9(9) OCCURS 500 TIMES.
        01 TIX-HIT-IX PIC 9(3).
      * The caller's walk through the trail file (NEXT-INDEXED-
      * RECORD after every READ)
        01 WS-TIX-RECORD-NUMBER PIC 9(9) VALUE 0.
        01 WS-TIX-WANTED-FLAG PIC X(1) VALUE 'Y'.
           88 TIX-RECORD-WANTED VALUE 'Y'.
        01 WS-TIX-PAST-FLAG PIC X(1) VALUE 'N'.
           88 TIX-PAST-LAST-HIT VALUE 'Y'.
      * How the inquiry's files were read, for its closing line
        01 WS-TIX-FILES-INDEXED PIC 9(4) VALUE 0.
        01 WS-TIX-FILES-SCANNED PIC 9(4) VALUE 0.
      * CBL_CHECK_FILE_EXIST: is the file there, how big is it and
      * when was it last written
        01 WS-TIX-CHECK-NAME PIC X(44) VALUE SPACES.
        01 WS-TIX-CHECK-FLAG PIC X(1) VALUE 'N'.
           88 TIX-CHECK-PRESENT VALUE 'Y'.
        01 WS-TIX-FILE-DETAILS.
           05 WS-TIX-CHECK-SIZE PIC X(8) COMP-X.
           05 WS-TIX-CHECK-DAY    PIC X(1) COMP-X.
           05 WS-TIX-CHECK-MONTH  PIC X(1) COMP-X.
           05 WS-TIX-CHECK-YEAR   PIC X(2) COMP-X.
           05 WS-TIX-CHECK-HOUR   PIC X(1) COMP-X.
           05 WS-TIX-CHECK-MINUTE PIC X(1) COMP-X.
           05 WS-TIX-CHECK-SECOND PIC X(1) COMP-X.
           05 WS-TIX-CHECK-HUNDREDTHS PIC X(1) COMP-X.
        01 WS-TIX-CURRENT-SIZE PIC 9(18) VALUE 0.
        01 WS-TIX-CURRENT-STAMP.
           05 WS-TIX-STAMP-YEAR   PIC 9(4).
           05 WS-TIX-STAMP-MONTH  PIC 9(2).
           05 WS-TIX-STAMP-DAY    PIC 9(2).
           05 WS-TIX-STAMP-HOUR   PIC 9(2).
           05 WS-TIX-STAMP-MINUTE PIC 9(2).
           05 WS-TIX-STAMP-SECOND PIC 9(2).
