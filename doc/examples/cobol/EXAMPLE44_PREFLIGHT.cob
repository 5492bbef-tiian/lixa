      *   - a loader step running UPDATE or DELETE has the
      *     BATCH-OPERATOR's unlapsed OPERATOR-AUTH grant.
      *
      * and then, for the window as a whole, that what tonight's
      * loader inputs add to the trails still fits on disk
      * (EXAMPLE61_STORAGE VERDICT, given the rows counted above).
      * A storage guard that cannot judge - no capacity set up, no
      * current measure - is reported but does not block.
      *
      * The go/no-go verdict per step goes to PREFLIGHT-REPORT and
      * the console; any NO-GO ends the run 1 so the evening shift
      * can act on it.
      *
      * The fingerprint of the JOB-PLAN and LOAD-LIMITS files it reads
      * is logged to CONTROL-USAGE as 'EXPREFLT' (no run id: against
      * the program and the time of the read), so EXAMPLE63_CTLREG
      * USED can say which registered version the run was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE44-PREFLIGHT.
            SELECT PREFLIGHT-REPORT-FILE
                ASSIGN TO "PREFLIGHT-REPORT"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The control files this run is steered by, fingerprinted,
      * and the log of which content it found (see CTLFP.cpy and
      * CTLUSE.cpy)
            SELECT OPTIONAL CONTROL-SCAN-FILE
                ASSIGN TO DYNAMIC WS-CTLFP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLFP-STATUS.
            SELECT OPTIONAL CONTROL-USAGE-FILE
                ASSIGN TO "CONTROL-USAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLUSE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD JOB-PLAN-FILE.
           COPY OPAUTH.
        FD PREFLIGHT-REPORT-FILE.
        01 PREFLIGHT-REPORT-RECORD PIC X(132).
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
        01 WS-PLAN-NAME PIC X(40) VALUE 'JOB-PLAN'.
        01 WS-INPUT-NAME PIC X(40) VALUE 'AUTHOR-INPUT'.
      * Gate dry-run work fields, the same figures PRE-LOAD-GATE
      * computes
        01 WS-GATE-ROWS PIC 9(9) VALUE 0.
      * Every loader step's rows, for the storage guard
        01 WS-PLAN-ROWS PIC 9(9) VALUE 0.
        01 WS-STORAGE-VERDICT PIC X(1) VALUE 'G'.
           88 STORAGE-GO    VALUE 'G'.
           88 STORAGE-NOGO  VALUE 'N'.
        01 WS-STORAGE-RC PIC 9(3) VALUE 0.
        01 WS-FP-HASH PIC 9(14) VALUE 0.
        01 WS-FINGERPRINT PIC X(24) VALUE SPACES.
        01 WS-LIM-MIN PIC 9(9) VALUE 0.
        01 WS-NOGO-COUNT PIC 9(3) VALUE 0.
        01 WS-STEP-COUNT PIC 9(3) VALUE 0.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE44_PREFLIGHT'.
            PERFORM READ-OPERATOR-AUTH
               THRU READ-OPERATOR-AUTH-DONE.
            OPEN OUTPUT PREFLIGHT-REPORT-FILE.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXPREFLT' TO WS-CTLFP-PROGRAM-ID.
            MOVE WS-PLAN-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT JOB-PLAN-FILE.
            IF WS-PLAN-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-PLAN-NAME)
               END-READ
            END-PERFORM.
            CLOSE JOB-PLAN-FILE.
            PERFORM CHECK-STORAGE-FITS THRU CHECK-STORAGE-FITS.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-NOGO-COUNT EQUAL 0 AND STORAGE-GO THEN
               STRING 'VERDICT GO: all ' DELIMITED BY SIZE
                      WS-STEP-COUNT DELIMITED BY SIZE
                      ' step(s) preflighted clean'
                      INTO WS-REPORT-LINE
               END-STRING
            ELSE
               IF WS-NOGO-COUNT EQUAL 0 THEN
                  STRING 'VERDICT NO-GO: the window would not fit '
                            DELIMITED BY SIZE
                         'on disk' DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  END-STRING
               ELSE
                  STRING 'VERDICT NO-GO: ' DELIMITED BY SIZE
                         WS-NOGO-COUNT DELIMITED BY SIZE
                         ' of ' DELIMITED BY SIZE
                         WS-STEP-COUNT DELIMITED BY SIZE
                         ' step(s) would fail tonight'
                            DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  END-STRING
               END-IF
            END-IF.
            WRITE PREFLIGHT-REPORT-RECORD FROM WS-REPORT-LINE.
            CLOSE PREFLIGHT-REPORT-FILE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            IF WS-NOGO-COUNT NOT EQUAL 0 OR STORAGE-NOGO THEN
               STOP RUN RETURNING 1
            END-IF.
            STOP RUN RETURNING 0.
        CHECK-ONE-STEP-EXIT.
            EXIT.
      *
      * The storage guard: tonight's loader rows against the trail
      * growth forecast.  Only a clear "would not fit" blocks.
      *
        CHECK-STORAGE-FITS.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'EXAMPLE61_STORAGE VERDICT ROWS=' DELIMITED BY SIZE
                   WS-PLAN-ROWS DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-PROBE-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-PROBE-RC > 255 THEN
               DIVIDE 256 INTO WS-PROBE-RC
            END-IF.
            MOVE WS-PROBE-RC TO WS-STORAGE-RC.
            MOVE SPACES TO WS-REPORT-LINE.
            EVALUATE WS-STORAGE-RC
               WHEN 0
                  STRING 'GO    storage: tonight''s ' DELIMITED BY SIZE
                         WS-PLAN-ROWS DELIMITED BY SIZE
                         ' input row(s) fit on disk' DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  END-STRING
               WHEN 1
                  SET STORAGE-NOGO TO TRUE
                  STRING 'NO-GO storage: tonight''s ' DELIMITED BY SIZE
                         WS-PLAN-ROWS DELIMITED BY SIZE
                         ' input row(s) would not fit on disk - see '
                            DELIMITED BY SIZE
                         'EXAMPLE61_STORAGE FORECAST' DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  END-STRING
               WHEN OTHER
                  STRING 'NOTE  storage: not judged (EXAMPLE61_STORAGE'
                            DELIMITED BY SIZE
                         ' VERDICT ended ' DELIMITED BY SIZE
                         WS-STORAGE-RC DELIMITED BY SIZE
                         ') - not blocking' DELIMITED BY SIZE
                         INTO WS-REPORT-LINE
                  END-STRING
            END-EVALUATE.
            WRITE PREFLIGHT-REPORT-RECORD FROM WS-REPORT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
      *
      * One finding: reported under the step it belongs to.
      *
        NOTE-FINDING.
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-INPUT-FILE.
            ADD WS-GATE-ROWS TO WS-PLAN-ROWS.
            MOVE SPACES TO WS-FINGERPRINT.
            STRING WS-GATE-ROWS DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
            END-STRING.
      * Volume against the same limits the gate will apply
            MOVE 'N' TO WS-LIMITS-PRESENT.
            MOVE WS-LIMITS-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT LOAD-LIMITS-FILE.
            IF WS-LIMITS-STATUS EQUAL '00' THEN
               READ LOAD-LIMITS-FILE
            CLOSE OPERATOR-AUTH-FILE.
        READ-OPERATOR-AUTH-DONE.
            EXIT.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
