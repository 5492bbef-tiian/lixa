      * master is known to be behind (an EXAMPLE17_MASTER VERIFY
      * mismatch) - the operator chooses the source, the totals
      * protocol stays identical.
      *
      * Either file is a numbered delivery: the header carries this
      * run's id and the per-file delivery sequence, the trailer a
      * hash total of the keys' numeric ids beside the counts, the
      * finished file is kept as the archived generation
      * "name-GEN-nnnnnn", and the OUTBOUND-REGISTER (see
      * OUTREG.cpy) records it, so EXAMPLE50_OUTREG can match the
      * warehouse team's receipt against it.
      *
      * A delta is logged to JOB-LOG as 'EXWHEXTR' against the day
      * it extracted (see JL-BUSINESS-DATE in JOBLOG.cpy), and it
      * refuses to run while an earlier working day has no clean
      * delta: a skipped window used to leave a hole in the
      * warehouse nobody saw for weeks.  EXAMPLE75_CATCHUP runs the
      * missed days, oldest first, and the refusal lifts once the
      * last one has ended clean (see CATCHGAP.cpy).
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE20-WHEXTRACT.
            SELECT AUTHORS-MASTER-FILE ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
      * The shop-wide run-number issuer (see RUNCTL.cpy and
      * ISSUE-RUN-ID)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The identity of the batch window now running, when any
      * (see WNDID.cpy and READ-WINDOW-ID)
            SELECT OPTIONAL WINDOW-ID-FILE ASSIGN TO "WINDOW-ID"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WID-STATUS.
      * Common start/end job log shared by the whole suite (see
      * JOBLOG.cpy), and the calendar the gap scan walks (see
      * BIZCAL.cpy and CATCHGAP.cpy)
            SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOB-LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBLOG-STATUS.
            SELECT OPTIONAL BUSINESS-CALENDAR-FILE
                ASSIGN TO "BUSINESS-CALENDAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
      * The outbound delivery register and the generation copy (see
      * OUTREG.cpy and OUTREGWR.cpy)
            SELECT OPTIONAL OUTBOUND-REGISTER-FILE
                ASSIGN TO "OUTBOUND-REGISTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-STATUS.
            SELECT OUTBOUND-COPY-IN-FILE
                ASSIGN TO DYNAMIC WS-OUTREG-SOURCE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-COPY-STATUS.
            SELECT OUTBOUND-COPY-OUT-FILE
                ASSIGN TO DYNAMIC WS-OUTREG-ARCHIVE
                ORGANIZATION IS LINE SEQUENTIAL.
      * The control-file usage log and the fingerprint scan of the
      * calendar read (see CTLUSE.cpy and CTLFP.cpy)
            SELECT OPTIONAL CONTROL-USAGE-FILE
                ASSIGN TO "CONTROL-USAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLUSE-STATUS.
            SELECT OPTIONAL CONTROL-SCAN-FILE
                ASSIGN TO DYNAMIC WS-CTLFP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLFP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-AUDIT-FILE.
           05 WHH-RECORD-TYPE  PIC X(1).
           05 WHH-EXTRACT-DATE PIC X(8).
           05 WHH-TIMESTAMP    PIC X(21).
           05 WHH-RUN-ID       PIC X(13).
      * The delivery sequence and, on a resend, the sequence it
      * repeats (see OUTREG.cpy)
           05 WHH-SEQUENCE     PIC 9(6).
           05 WHH-RESEND-OF    PIC 9(6).
      * 'T' trailer: the control totals the warehouse loader
      * verifies before applying anything
        01 WAREHOUSE-TRAILER-RECORD.
           05 WHT-INSERT-COUNT  PIC 9(9).
           05 WHT-UPDATE-COUNT  PIC 9(9).
           05 WHT-DELETE-COUNT  PIC 9(9).
      * Sum of the keys' numeric ids ('B' prefix dropped), the
      * VENDROW.cpy hash-total convention
           05 WHT-HASH-TOTAL    PIC 9(15).
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD WINDOW-ID-FILE.
        01 WINDOW-ID-RECORD.
           COPY WNDID.
        FD JOB-LOG-FILE.
        01 JOB-LOG-RECORD.
           COPY JOBLOG.
        FD BUSINESS-CALENDAR-FILE.
        01 BUSINESS-CALENDAR-RECORD.
           COPY BIZCAL.
        FD OUTBOUND-REGISTER-FILE.
        01 OUTBOUND-REGISTER-RECORD.
           COPY OUTREG.
        FD OUTBOUND-COPY-IN-FILE.
        01 OUTBOUND-COPY-IN-RECORD PIC X(200).
        FD OUTBOUND-COPY-OUT-FILE.
        01 OUTBOUND-COPY-OUT-RECORD PIC X(200).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        WORKING-STORAGE SECTION.
      * This execution's shop-wide run id (see RUNCTL.cpy), carried
      * in the header and the register entry
           COPY RUNIDWS.
           COPY OUTREGWS.
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
      * The missed-day scan (see CATCHGAP.cpy)
           COPY CATCHGWS.
      * Control-file fingerprint work fields (see CTLFPWS.cpy)
           COPY CTLFPWS.
      * Include TX definitions (SOURCE=TABLE seed only)
        01 TX-RETURN-STATUS.
           COPY TXSTATUS.
        01 WS-INSERT-COUNT PIC 9(9) VALUE 0.
        01 WS-UPDATE-COUNT PIC 9(9) VALUE 0.
        01 WS-DELETE-COUNT PIC 9(9) VALUE 0.
        01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE20_WHEXTRACT'.
                  END-EVALUATE
               END-IF
            END-PERFORM.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM READ-WINDOW-ID THRU READ-WINDOW-ID.
            PERFORM WRITE-JOBLOG-START THRU WRITE-JOBLOG-START-EXIT.
      * A delta is never cut past a day the feed still owes the
      * warehouse (see CATCHGAP.cpy)
            IF MODE-DELTA THEN
               MOVE 'EXWHEXTR' TO WS-GAP-PROGRAM-ID
               MOVE WS-EXTRACT-DATE TO WS-GAP-THROUGH-DATE
               MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID
               MOVE 'EXWHEXTR' TO WS-CTLFP-PROGRAM-ID
               MOVE 'BUSINESS-CALENDAR' TO WS-CTLFP-FILE-NAME
               PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT
               PERFORM FIND-JOB-GAPS THRU FIND-JOB-GAPS-EXIT
               IF GAP-COUNT NOT EQUAL 0 THEN
                  DISPLAY 'REFUSED: ' GAP-COUNT ' earlier working '
                          'day(s) have no clean delta, the oldest '
                          GAP-DATE (1) ' - run EXAMPLE75_CATCHUP '
                          'to close the gap before extracting '
                          WS-EXTRACT-DATE
                  MOVE 1 TO WS-JOB-RC
                  PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END-EXIT
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            IF MODE-SEED THEN
               PERFORM RUN-SEED-EXTRACT THRU RUN-SEED-EXTRACT-GATHERED
               PERFORM WRITE-DELTA-FILE THRU WRITE-DELTA-FILE
               PERFORM REGISTER-OUTBOUND THRU REGISTER-OUTBOUND-EXIT
               DISPLAY 'SEED RESULT: ' WS-DETAIL-COUNT
                       ' current-state record(s) written to '
                       'WAREHOUSE-SEED; extract point '
            END-IF.
            PERFORM NET-THE-DAY THRU NET-THE-DAY.
            PERFORM WRITE-DELTA-FILE THRU WRITE-DELTA-FILE.
            PERFORM REGISTER-OUTBOUND THRU REGISTER-OUTBOUND-EXIT.
            DISPLAY 'EXTRACT RESULT: ' WS-DAY-COUNT ' change(s) on '
                    WS-EXTRACT-DATE ' netted to ' WS-DETAIL-COUNT
                    ' delta record(s), ' WS-SUPPRESSED-COUNT
                    ' same-day insert+delete pair(s) suppressed'.
            MOVE 0 TO WS-JOB-RC.
            PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END-EXIT.
            STOP RUN RETURNING 0.
      *
      * The day's CHANGE-AUDIT records, netted per key.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY 'CHANGE-AUDIT not available (status '
                       WS-CHG-STATUS ')'
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END-EXIT
               STOP RUN RETURNING 1
            END-IF.
            PERFORM UNTIL END-OF-CHG
               IF DELTA-COUNT EQUAL 10000 THEN
                  DISPLAY 'EXTRACT: more than 10000 distinct keys '
                          'in one day - split the extract'
                  MOVE 1 TO WS-JOB-RC
                  PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END-EXIT
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO DELTA-COUNT
      * Header, netted details, trailer.
      *
        WRITE-DELTA-FILE.
            MOVE WS-OUTPUT-NAME TO WS-OUTREG-FILE-NAME.
            PERFORM NEXT-OUTBOUND-SEQUENCE
               THRU NEXT-OUTBOUND-SEQUENCE-EXIT.
            OPEN OUTPUT WAREHOUSE-DELTA-FILE.
            MOVE 'H' TO WHH-RECORD-TYPE.
            MOVE WS-EXTRACT-DATE TO WHH-EXTRACT-DATE.
            MOVE FUNCTION CURRENT-DATE TO WHH-TIMESTAMP.
            MOVE WS-RUN-ID TO WHH-RUN-ID.
            MOVE WS-OUTREG-SEQUENCE TO WHH-SEQUENCE.
            MOVE 0 TO WHH-RESEND-OF.
            WRITE WAREHOUSE-HEADER-RECORD.
            PERFORM VARYING DLT-IX FROM 1 BY 1
                     UNTIL DLT-IX > DELTA-COUNT
            MOVE WS-INSERT-COUNT TO WHT-INSERT-COUNT.
            MOVE WS-UPDATE-COUNT TO WHT-UPDATE-COUNT.
            MOVE WS-DELETE-COUNT TO WHT-DELETE-COUNT.
            MOVE WS-HASH-TOTAL TO WHT-HASH-TOTAL.
            WRITE WAREHOUSE-TRAILER-RECORD.
            CLOSE WAREHOUSE-DELTA-FILE.
            MOVE WS-DETAIL-COUNT TO WS-OUTREG-COUNT.
            MOVE WS-HASH-TOTAL TO WS-OUTREG-HASH.
      *
      * One key's net effect: born and deleted the same day means
      * nothing to send; born today means 'I' whatever refinements
               MOVE DLT-SURNAME (DLT-IX) TO WHD-SURNAME
            END-IF.
            ADD 1 TO WS-DETAIL-COUNT.
            IF DLT-KEY (DLT-IX) (1:1) EQUAL 'B' THEN
               ADD FUNCTION NUMVAL(DLT-KEY (DLT-IX) (2:19))
                 TO WS-HASH-TOTAL
            ELSE
               ADD FUNCTION NUMVAL(DLT-KEY (DLT-IX)) TO WS-HASH-TOTAL
            END-IF.
            WRITE WAREHOUSE-DELTA-RECORD.
        WRITE-ONE-DELTA-EXIT.
            EXIT.
               SET RESULT-POINTER UP BY 1
               SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER
            END-PERFORM.
      *
      * The suite-wide job log (see JOBLOG.cpy), for the dated delta
      * only: the start record at entry, and the end record -
      * return code, duration and the day extracted - each
      * controlled exit writes on its way out.  The clean end
      * record is what marks the day done for the gap scan.
      *
        WRITE-JOBLOG-START.
            IF NOT MODE-DELTA THEN
               GO TO WRITE-JOBLOG-START-EXIT
            END-IF.
            OPEN EXTEND JOB-LOG-FILE.
            MOVE 'EXWHEXTR' TO JL-PROGRAM-ID.
            MOVE 'S' TO JL-RECORD-TYPE.
            MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
            MOVE 0 TO JL-RETURN-CODE.
            MOVE 0 TO JL-ELAPSED-CS.
            MOVE WS-RUN-ID TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE WS-EXTRACT-DATE TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
            ACCEPT WS-JOB-START FROM TIME.
        WRITE-JOBLOG-START-EXIT.
            EXIT.
        WRITE-JOBLOG-END.
            IF NOT MODE-DELTA THEN
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
            MOVE 'EXWHEXTR' TO JL-PROGRAM-ID.
            MOVE 'E' TO JL-RECORD-TYPE.
            MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP.
            MOVE WS-JOB-RC TO JL-RETURN-CODE.
            MOVE WS-JOB-ELAPSED TO JL-ELAPSED-CS.
            MOVE WS-RUN-ID TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE WS-EXTRACT-DATE TO JL-BUSINESS-DATE.
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
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Outbound delivery numbering and registration, shared by
      * every extractor (see OUTREGWR.cpy and OUTREG.cpy).
           COPY OUTREGWR.
      * Shared TX-STATUS remediation routing (see TXDISPAT.cpy)
           COPY TXDISPAT.
      * The missed-day scan shared with the catch-up controller
      * (see CATCHGAP.cpy)
           COPY CATCHGAP.
      * Control-file fingerprint and usage log (see CTLFP.cpy and
      * CTLUSE.cpy)
           COPY CTLFP.
