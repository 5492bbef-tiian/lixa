      * partition's own BATCH-CONTROL-Pnn history, PARTS absent
      * rewrites the classic LOAD-LIMITS from BATCH-CONTROL.  The
      * reasoning is displayed and appended to CALIBRATION-LOG.
      *
      * Each rewritten limits file is registered in
      * CONTROL-REGISTRY as its next version, by BATCH-OPERATOR
      * (EXCALIBR when unset), with the calibration as the reason
      * (see EXAMPLE63_CTLREG).  A rewrite made while the file is
      * checked out for a hand edit makes that check-in refuse:
      * the edit started from content that is no longer live.
      *
      * Each run is logged to JOB-LOG as 'EXCALIBR' against the day
      * it calibrated for (see JL-BUSINESS-DATE in JOBLOG.cpy), so a
      * day the window skipped is found and run by
      * EXAMPLE75_CATCHUP.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE43-CALIB.
            SELECT OPTIONAL CALIBRATION-LOG-FILE
                ASSIGN TO "CALIBRATION-LOG"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Every rewrite of a limits file is registered as its next
      * version (see CTLREG.cpy and CTLREGWR.cpy)
            SELECT OPTIONAL CONTROL-REGISTRY-FILE
                ASSIGN TO "CONTROL-REGISTRY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLREG-STATUS.
            SELECT OPTIONAL CONTROL-USAGE-FILE
                ASSIGN TO "CONTROL-USAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLUSE-STATUS.
            SELECT OPTIONAL CONTROL-SCAN-FILE
                ASSIGN TO DYNAMIC WS-CTLFP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLFP-STATUS.
            SELECT CONTROL-COPY-OUT-FILE
                ASSIGN TO DYNAMIC WS-CTLREG-COPY-TO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLREG-COPY-STATUS.
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
        FD BATCH-CONTROL-FILE.
           COPY LOADLIM.
        FD CALIBRATION-LOG-FILE.
        01 CALIBRATION-LOG-RECORD PIC X(132).
        FD CONTROL-REGISTRY-FILE.
        01 CONTROL-REGISTRY-RECORD.
           COPY CTLREG.
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-COPY-OUT-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLREG-COPY-LENGTH.
        01 CONTROL-COPY-OUT-RECORD PIC X(600).
        FD WINDOW-ID-FILE.
        01 WINDOW-ID-RECORD.
           COPY WNDID.
        FD JOB-LOG-FILE.
        01 JOB-LOG-RECORD.
           COPY JOBLOG.
        WORKING-STORAGE SECTION.
        01 WS-CONTROL-NAME PIC X(40) VALUE 'BATCH-CONTROL'.
        01 WS-LIMITS-NAME PIC X(40) VALUE 'LOAD-LIMITS'.
        01 WS-THIS-PART PIC 9(2) VALUE 0.
        01 WS-LOG-LINE PIC X(132) VALUE SPACES.
        01 WS-REWRITTEN-COUNT PIC 9(2) VALUE 0.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
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
      * Control-file fingerprint and registration work fields (see
      * CTLFPWS.cpy and CTLREGWS.cpy)
           COPY CTLFPWS.
           COPY CTLREGWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE43_CALIB'.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-TARGET-DATE.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'EXCALIBR' TO WS-OPERATOR-ID
            END-IF.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 2
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
                  END-EVALUATE
               END-IF
            END-PERFORM.
            PERFORM READ-WINDOW-ID THRU READ-WINDOW-ID.
            PERFORM WRITE-JOBLOG-START THRU WRITE-JOBLOG-START.
            IF WS-NPARTS > 16 THEN
               DISPLAY 'PARTS= is limited to 16'
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-TARGET-DATE TO WS-DATE-NUM.
            END-IF.
            DISPLAY 'CALIBRATION RESULT: ' WS-REWRITTEN-COUNT
                    ' limit file(s) rewritten'.
            MOVE 0 TO WS-JOB-RC.
            PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END.
            STOP RUN RETURNING 0.
      *
      * One file pair (BATCH-CONTROL history in, LOAD-LIMITS out);
            WRITE LOAD-LIMITS-RECORD.
            CLOSE LOAD-LIMITS-FILE.
            ADD 1 TO WS-REWRITTEN-COUNT.
      * The new limits become the file's next registered version
            MOVE WS-LIMITS-NAME TO WS-CTLREG-FILE-NAME.
            MOVE WS-LIMITS-NAME TO WS-CTLREG-SOURCE.
            MOVE WS-OPERATOR-ID TO WS-CTLREG-OPERATOR.
            MOVE SPACES TO WS-CTLREG-RUN-ID.
            MOVE SPACES TO WS-CTLREG-REASON.
            STRING 'calibrated for ' DELIMITED BY SIZE
                   WS-TARGET-DATE DELIMITED BY SIZE
                   ' from ' DELIMITED BY SIZE
                   WS-PICK-COUNT DELIMITED BY SIZE
                   ' sample(s)' DELIMITED BY SIZE
                   INTO WS-CTLREG-REASON
            END-STRING.
            PERFORM REGISTER-CONTROL-VERSION
               THRU REGISTER-CONTROL-VERSION-EXIT.
            DISPLAY '  ' FUNCTION TRIM(WS-LIMITS-NAME) ': '
                    WS-NEW-MIN ' - ' WS-NEW-MAX ' from '
                    WS-PICK-COUNT ' sample(s) ('
      * a truncated count that would halve the derived minimum,
      * and a one-time BULK conversion seed (CTL-BULK-FLAG 'B')
      * would double the maximum off a volume no nightly file
      * will ever match.  The referential sweep's trailer
      * (EXRISWEP) counts database rows it examined, not an input
      * file, and is no evidence at all - nor are the balancing
      * proof's (EXBALANC, tables proved) and the catch-up
      * controller's (EXCATCHU, jobs run for a missed day).
      *
        SAMPLE-ONE-TRAILER.
            IF CTL-TIMESTAMP(1:8) IS NOT NUMERIC OR
               CTL-PROGRAM-ID EQUAL 'PARTMERG' OR
               CTL-PROGRAM-ID EQUAL 'EXRISWEP' OR
               CTL-PROGRAM-ID EQUAL 'EXBALANC' OR
               CTL-PROGRAM-ID EQUAL 'EXCATCHU' OR
               CTL-DRAIN-FLAG EQUAL 'D' OR
               CTL-BULK-FLAG EQUAL 'B' OR
               CTL-ROWS-READ EQUAL 0 THEN
            END-IF.
        SAMPLE-ONE-TRAILER-EXIT.
            EXIT.
      *
      * The suite-wide job log (see JOBLOG.cpy): the start record at
      * entry, and the end record - return code, duration and the
      * day calibrated for - each controlled exit writes on its way
      * out.
      *
        WRITE-JOBLOG-START.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE 'EXCALIBR' TO JL-PROGRAM-ID.
            MOVE 'S' TO JL-RECORD-TYPE.
            MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
            MOVE 0 TO JL-RETURN-CODE.
            MOVE 0 TO JL-ELAPSED-CS.
            MOVE SPACES TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE WS-TARGET-DATE TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
            ACCEPT WS-JOB-START FROM TIME.
        WRITE-JOBLOG-END.
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
            MOVE 'EXCALIBR' TO JL-PROGRAM-ID.
            MOVE 'E' TO JL-RECORD-TYPE.
            MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
            MOVE WS-JOB-RC TO JL-RETURN-CODE.
            MOVE WS-JOB-ELAPSED TO JL-ELAPSED-CS.
            MOVE SPACES TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE WS-TARGET-DATE TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
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
      * Control-file fingerprint and registration, shared with
      * EXAMPLE63_CTLREG (see CTLFP.cpy, CTLREGWR.cpy, CTLREG.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
           COPY CTLREGWR.
