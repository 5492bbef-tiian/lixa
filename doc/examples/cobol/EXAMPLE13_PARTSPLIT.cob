        01 BOOK-INPUT-RECORD.
           COPY BOOKROW.
        FD PARTITION-FILE.
        01 PARTITION-RECORD PIC X(153).
        WORKING-STORAGE SECTION.
        01 WS-INPUT-STATUS PIC X(2) VALUE '00'.
        01 WS-INPUT-EOF PIC X(1) VALUE 'N'.
