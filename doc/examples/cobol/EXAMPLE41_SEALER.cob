      *            sealed against recounted record counts (a count
      *            mismatch is an insertion or deletion, a hash
      *            mismatch with matching counts is an in-place
      *            edit).  Return code 1 on any break.  A day an
      *            authorized erasure pseudonymized (see
      *            EXAMPLE56_ERASE) no longer hashes to its seal;
      *            it verifies instead against the erasure
      *            certificate that recorded both the seal and the
      *            day's hash after the erasure (see ERASECRT.cpy),
      *            and any other change still breaks the chain.
      *
      * The hash is a 14-digit modular rolling hash over each
      * record's bytes with a per-record separator - not
      * cryptography, but enough that a quiet edit cannot survive
      * a verify, which is what was asked.
      *
      * SEAL is logged to JOB-LOG as 'EXSEALER' against the day it
      * sealed (see JL-BUSINESS-DATE in JOBLOG.cpy), so a day the
      * window skipped is found and sealed in order by
      * EXAMPLE75_CATCHUP before the chain moves on.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE41-SEALER.
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
            SELECT OPTIONAL ERASURE-CERTIFICATES-FILE
                ASSIGN TO "ERASURE-CERTIFICATES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERC-STATUS.
      * The identity of the batch window now running, when any
      * (see WNDID.cpy and READ-WINDOW-ID)
            SELECT OPTIONAL WINDOW-ID-FILE ASSIGN TO "WINDOW-ID"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WID-STATUS.
      * Common start/end job log shared by the whole suite (see
      * JOBLOG.cpy)
            SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOB-LOG"
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-AUDIT-FILE.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD ERASURE-CERTIFICATES-FILE.
        01 ERASURE-CERTIFICATE-RECORD.
           COPY ERASECRT.
        FD WINDOW-ID-FILE.
        01 WINDOW-ID-RECORD.
           COPY WNDID.
        FD JOB-LOG-FILE.
        01 JOB-LOG-RECORD.
           COPY JOBLOG.
        WORKING-STORAGE SECTION.
        01 WS-CHG-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-SEALS-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-ERC-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-SEALS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SEALS VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-ERC-EOF PIC X(1) VALUE 'N'.
           88 END-OF-ERC VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-FROM-DATE PIC X(8) VALUE SPACES.
        01 WS-TO-DATE PIC X(8) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
      * The rolling hash and its per-record bookkeeping (see
      * SEALHASH.cpy)
           COPY SEALHWS.
        01 WS-DAY-COUNT PIC 9(9) VALUE 0.
        01 WS-TARGET-DATE PIC X(8) VALUE SPACES.
      * The existing seals, netted in file (chain) order
              10 ST-HASH  PIC 9(14).
        01 ST-IX PIC 9(4).
        01 WS-PREV-HASH PIC 9(14) VALUE 0.
      * The seal records of every erasure certificate on file: a
      * sealed day an authorized erasure changed, with the seal it
      * carried and the day's hash after the erasure
        01 ERASURE-TABLE.
           05 ERT-COUNT PIC 9(4) VALUE 0.
           05 ERT-ENTRY OCCURS 400 TIMES.
              10 ERT-CERT-ID     PIC X(13).
              10 ERT-DATE        PIC X(8).
              10 ERT-SEALED-HASH PIC 9(14).
              10 ERT-ERASED-HASH PIC 9(14).
        01 ERT-IX PIC 9(4).
        01 WS-ERASURE-CERT PIC X(13) VALUE SPACES.
      * Verify bookkeeping
        01 WS-VERIFIED-COUNT PIC 9(4) VALUE 0.
        01 WS-BREAK-FLAG PIC X(1) VALUE 'N'.
           88 CHAIN-BROKEN VALUE 'Y'.
      * The batch window this run is part of, when any (see
      * WNDID.cpy); SPACES outside a window
        01 WS-WINDOW-ID PIC X(10) VALUE SPACES.
        01 WS-WID-STATUS PIC X(2) VALUE '00'.
      * Job-log bookkeeping (see JOBLOG.cpy): run start time for the
      * end record's elapsed figure, and the return code the exit
      * paths hand to WRITE-JOBLOG-END on their way out.
        01 WS-JOB-START PIC 9(8) VALUE 0.
        01 WS-JOB-START-X REDEFINES WS-JOB-START.
           05 WS-JOB-START-HH PIC 9(2).
           05 WS-JOB-START-MM PIC 9(2).
           05 WS-JOB-START-SS PIC 9(2).
           05 WS-JOB-START-CC PIC 9(2).
        01 WS-JOB-END PIC 9(8) VALUE 0.
        01 WS-JOB-END-X REDEFINES WS-JOB-END.
           05 WS-JOB-END-HH PIC 9(2).
           05 WS-JOB-END-MM PIC 9(2).
           05 WS-JOB-END-SS PIC 9(2).
           05 WS-JOB-END-CC PIC 9(2).
        01 WS-JOB-ELAPSED PIC S9(9) VALUE 0.
        01 WS-JOB-RC PIC 9(4) VALUE 0.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE41_SEALER'.
                  END-EVALUATE
               END-IF
            END-PERFORM.
            PERFORM READ-WINDOW-ID THRU READ-WINDOW-ID.
            PERFORM WRITE-JOBLOG-START THRU WRITE-JOBLOG-START-EXIT.
            PERFORM LOAD-SEALS THRU LOAD-SEALS-DONE.
            PERFORM LOAD-ERASURES THRU LOAD-ERASURES-DONE.
            EVALUATE TRUE
               WHEN CMD-SEAL
                  PERFORM RUN-SEAL-COMMAND THRU RUN-SEAL-COMMAND
                          'TO=yyyymmdd'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            MOVE 0 TO WS-JOB-RC.
            PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END-EXIT.
            STOP RUN RETURNING 0.
      *
      * The seals already on file, in chain order.
                     IF SEAL-COUNT EQUAL 400 THEN
                        DISPLAY 'More than 400 seals on file - cut '
                                'the seal file with the archives'
                        MOVE 1 TO WS-JOB-RC
                        PERFORM WRITE-JOBLOG-END
                           THRU WRITE-JOBLOG-END-EXIT
                        STOP RUN RETURNING 1
                     END-IF
                     ADD 1 TO SEAL-COUNT
        LOAD-SEALS-DONE.
            EXIT.
      *
      * The sealed days authorized erasures changed, from the
      * S records of the erasure certificates (see ERASECRT.cpy).
      *
        LOAD-ERASURES.
            OPEN INPUT ERASURE-CERTIFICATES-FILE.
            IF WS-ERC-STATUS NOT EQUAL '00' THEN
               IF WS-ERC-STATUS EQUAL '05' THEN
                  CLOSE ERASURE-CERTIFICATES-FILE
               END-IF
               GO TO LOAD-ERASURES-DONE
            END-IF.
            PERFORM UNTIL END-OF-ERC
               READ ERASURE-CERTIFICATES-FILE
                  AT END
                     SET END-OF-ERC TO TRUE
                  NOT AT END
                     IF ERC-IS-SEAL THEN
                        IF ERT-COUNT EQUAL 400 THEN
                           DISPLAY 'More than 400 erased sealed '
                                   'days on file'
                           MOVE 1 TO WS-JOB-RC
                           PERFORM WRITE-JOBLOG-END
                              THRU WRITE-JOBLOG-END-EXIT
                           STOP RUN RETURNING 1
                        END-IF
                        ADD 1 TO ERT-COUNT
                        MOVE ERC-CERT-ID TO ERT-CERT-ID (ERT-COUNT)
                        MOVE ERC-SEAL-DATE TO ERT-DATE (ERT-COUNT)
                        MOVE ERC-SEALED-HASH
                          TO ERT-SEALED-HASH (ERT-COUNT)
                        MOVE ERC-ERASED-HASH
                          TO ERT-ERASED-HASH (ERT-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE ERASURE-CERTIFICATES-FILE.
        LOAD-ERASURES-DONE.
            EXIT.
      *
      * SEAL: the day's records hashed forward from the previous
      * seal's chain value, the new seal appended.  A day already
      * sealed is refused - a second seal of a different value
               IF ST-DATE (ST-IX) EQUAL WS-SEAL-DATE THEN
                  DISPLAY 'REFUSED: ' WS-SEAL-DATE ' is already '
                          'sealed'
                  MOVE 1 TO WS-JOB-RC
                  PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END-EXIT
                  STOP RUN RETURNING 1
               END-IF
            END-PERFORM.
                     UNTIL ST-IX > SEAL-COUNT OR CHAIN-BROKEN
               IF ST-DATE (ST-IX) NOT < WS-FROM-DATE AND
                  ST-DATE (ST-IX) NOT > WS-TO-DATE THEN
                  PERFORM VERIFY-ONE-SEAL
                     THRU VERIFY-ONE-SEAL-JUDGED
               END-IF
               IF NOT CHAIN-BROKEN THEN
                  MOVE ST-HASH (ST-IX) TO WS-PREV-HASH
               GO TO VERIFY-ONE-SEAL-JUDGED
            END-IF.
            IF WS-HASH NOT EQUAL ST-HASH (ST-IX) THEN
               PERFORM FIND-ERASURE THRU FIND-ERASURE
               IF WS-ERASURE-CERT NOT EQUAL SPACES THEN
                  ADD 1 TO WS-VERIFIED-COUNT
                  DISPLAY '  ' ST-DATE (ST-IX) ' verified ('
                          ST-COUNT (ST-IX) ' record(s)) under '
                          'erasure certificate ' WS-ERASURE-CERT
                  GO TO VERIFY-ONE-SEAL-JUDGED
               END-IF
               SET CHAIN-BROKEN TO TRUE
               DISPLAY 'CHAIN BREAK at ' ST-DATE (ST-IX)
                       ': counts match but the hash does not - a '
        VERIFY-ONE-SEAL-JUDGED.
            EXIT.
      *
      * An erasure certificate that vouches for this day as it now
      * stands: same date, the seal on file, and exactly the hash
      * just recomputed.
      *
        FIND-ERASURE.
            MOVE SPACES TO WS-ERASURE-CERT.
            PERFORM VARYING ERT-IX FROM 1 BY 1
                     UNTIL ERT-IX > ERT-COUNT
               IF ERT-DATE (ERT-IX) EQUAL ST-DATE (ST-IX) AND
                  ERT-SEALED-HASH (ERT-IX) EQUAL ST-HASH (ST-IX) AND
                  ERT-ERASED-HASH (ERT-IX) EQUAL WS-HASH THEN
                  MOVE ERT-CERT-ID (ERT-IX) TO WS-ERASURE-CERT
               END-IF
            END-PERFORM.
      *
      * The archived CHANGE-AUDIT generations, for days retention
      * has already cut out of the live file.
      *
        HASH-ONE-FILE-DONE.
            EXIT.
      *
      * One record folded into the running hash (see SEALHASH.cpy).
      *
        HASH-ONE-RECORD.
            MOVE CHANGE-AUDIT-RECORD TO WS-SEAL-IMAGE.
            PERFORM HASH-SEAL-IMAGE THRU HASH-SEAL-IMAGE.
      *
      * The suite-wide job log (see JOBLOG.cpy), for SEAL only - the
      * dated run: the start record at entry, and the end record -
      * return code, duration and the day sealed - each controlled
      * exit writes on its way out.  VERIFY is an inquiry over a
      * range and is not logged.
      *
        WRITE-JOBLOG-START.
            IF NOT CMD-SEAL THEN
               GO TO WRITE-JOBLOG-START-EXIT
            END-IF.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE 'EXSEALER' TO JL-PROGRAM-ID.
            MOVE 'S' TO JL-RECORD-TYPE.
            MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
            MOVE 0 TO JL-RETURN-CODE.
            MOVE 0 TO JL-ELAPSED-CS.
            MOVE SPACES TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE WS-SEAL-DATE TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
            ACCEPT WS-JOB-START FROM TIME.
        WRITE-JOBLOG-START-EXIT.
            EXIT.
        WRITE-JOBLOG-END.
            IF NOT CMD-SEAL THEN
               GO TO WRITE-JOBLOG-END-EXIT
            END-IF.
            ACCEPT WS-JOB-END FROM TIME.
            COMPUTE WS-JOB-ELAPSED =
               (WS-JOB-END-HH * 360000 + WS-JOB-END-MM * 6000 +
                WS-JOB-END-SS * 100 + WS-JOB-END-CC) -
               (WS-JOB-START-HH * 360000 + WS-JOB-START-MM * 6000 +
                WS-JOB-START-SS * 100 + WS-JOB-START-CC)
            END-COMPUTE.
            IF WS-JOB-ELAPSED < 0 THEN
               ADD 8640000 TO WS-JOB-ELAPSED
            END-IF.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE 'EXSEALER' TO JL-PROGRAM-ID.
            MOVE 'E' TO JL-RECORD-TYPE.
            MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
            MOVE WS-JOB-RC TO JL-RETURN-CODE.
            MOVE WS-JOB-ELAPSED TO JL-ELAPSED-CS.
            MOVE SPACES TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE WS-SEAL-DATE TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
        WRITE-JOBLOG-END-EXIT.
            EXIT.
      *
      * The window identity, when the controller issued one: a
      * missing or empty WINDOW-ID file simply means this run is
      * not part of a window (see WNDID.cpy).
      *
        READ-WINDOW-ID.
            OPEN INPUT WINDOW-ID-FILE.
            IF WS-WID-STATUS EQUAL '00' THEN
               READ WINDOW-ID-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE WID-WINDOW-ID TO WS-WINDOW-ID
               END-READ
            END-IF.
            IF WS-WID-STATUS EQUAL '00' OR
               WS-WID-STATUS EQUAL '05' THEN
               CLOSE WINDOW-ID-FILE
            END-IF.
      * The seal hash itself, shared with the programs that must
      * reproduce a seal (see SEALHASH.cpy and SEALHWS.cpy).
           COPY SEALHASH.
