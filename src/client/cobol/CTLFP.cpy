      * FINGERPRINT-CONTROL-FILE: the content fingerprint of the
      * control file named in WS-CTLFP-FILE-NAME - its record count
      * and a rolling hash of every byte up to each line's last
      * non-space, closed per line so a byte moved across a line
      * boundary cannot cancel out - in the same "count-hash" shape
      * as the loader's input fingerprint.  A file that is not
      * there fingerprints as 'ABSENT' with no records.
      *
      * LOG-CONTROL-USAGE: fingerprint the file and append the
      * CONTROL-USAGE record (see CTLUSE.cpy) that says this
      * program, in this run, read exactly that content.
      *
      * Shared by every program that reads a control file, and by
      * the registry itself, through this copybook, the same
      * convention as ISSUE-RUN-ID (ISSUERUN.cpy); the matching
      * working storage is CTLFPWS.cpy, and the caller declares the
      * CONTROL-SCAN-FILE FD (ASSIGN TO DYNAMIC WS-CTLFP-FILE-NAME,
      * FILE STATUS WS-CTLFP-STATUS, a record VARYING FROM 1 TO 600
      * CHARACTERS DEPENDING ON WS-CTLFP-LENGTH) and, for the
      * logging, the CONTROL-USAGE-FILE FD (CTLUSE.cpy, FILE STATUS
      * WS-CTLUSE-STATUS) itself.
        FINGERPRINT-CONTROL-FILE.
            MOVE 0 TO WS-CTLFP-HASH.
            MOVE 0 TO WS-CTLFP-RECORDS.
            MOVE 'N' TO WS-CTLFP-EOF.
            MOVE 'ABSENT' TO WS-CTLFP-FINGERPRINT.
            OPEN INPUT CONTROL-SCAN-FILE.
            IF WS-CTLFP-STATUS NOT EQUAL '00' THEN
               IF WS-CTLFP-STATUS EQUAL '05' THEN
                  CLOSE CONTROL-SCAN-FILE
               END-IF
               GO TO FINGERPRINT-CONTROL-FILE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-CTLFP
               READ CONTROL-SCAN-FILE
                  AT END
                     SET END-OF-CTLFP TO TRUE
                  NOT AT END
                     ADD 1 TO WS-CTLFP-RECORDS
                     PERFORM HASH-CONTROL-LINE
                        THRU HASH-CONTROL-LINE
               END-READ
            END-PERFORM.
            CLOSE CONTROL-SCAN-FILE.
            MOVE SPACES TO WS-CTLFP-FINGERPRINT.
            STRING WS-CTLFP-RECORDS DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-CTLFP-HASH DELIMITED BY SIZE
                   INTO WS-CTLFP-FINGERPRINT
            END-STRING.
        FINGERPRINT-CONTROL-FILE-EXIT.
            EXIT.
        HASH-CONTROL-LINE.
            MOVE 0 TO WS-CTLFP-USED.
            IF WS-CTLFP-LENGTH > 0 THEN
               COMPUTE WS-CTLFP-USED = FUNCTION LENGTH(
                  FUNCTION TRIM(CONTROL-SCAN-RECORD(1:WS-CTLFP-LENGTH)
                     TRAILING))
            END-IF.
            PERFORM VARYING WS-CTLFP-IX FROM 1 BY 1
                     UNTIL WS-CTLFP-IX > WS-CTLFP-USED
               COMPUTE WS-CTLFP-HASH = FUNCTION MOD(
                  WS-CTLFP-HASH * 31 + FUNCTION ORD(
                     CONTROL-SCAN-RECORD(WS-CTLFP-IX:1)),
                  99999999999999)
               END-COMPUTE
            END-PERFORM.
            COMPUTE WS-CTLFP-HASH = FUNCTION MOD(
               WS-CTLFP-HASH * 31 + 997, 99999999999999).
        LOG-CONTROL-USAGE.
            PERFORM FINGERPRINT-CONTROL-FILE
               THRU FINGERPRINT-CONTROL-FILE-EXIT.
            OPEN EXTEND CONTROL-USAGE-FILE.
            IF WS-CTLUSE-STATUS NOT EQUAL '00' AND
               WS-CTLUSE-STATUS NOT EQUAL '05' THEN
               DISPLAY 'WARNING: CONTROL-USAGE not writable (status '
                       WS-CTLUSE-STATUS ') - use of '
                       FUNCTION TRIM(WS-CTLFP-FILE-NAME)
                       ' not logged'
               GO TO LOG-CONTROL-USAGE-EXIT
            END-IF.
            MOVE WS-CTLFP-RUN-ID TO CTU-RUN-ID.
            MOVE WS-CTLFP-PROGRAM-ID TO CTU-PROGRAM-ID.
            MOVE WS-CTLFP-FILE-NAME TO CTU-FILE-NAME.
            MOVE WS-CTLFP-FINGERPRINT TO CTU-FINGERPRINT.
            MOVE WS-CTLFP-RECORDS TO CTU-RECORDS.
            MOVE FUNCTION CURRENT-DATE TO CTU-TIMESTAMP.
            WRITE CONTROL-USAGE-RECORD.
            CLOSE CONTROL-USAGE-FILE.
        LOG-CONTROL-USAGE-EXIT.
            EXIT.
