      * attention before the online day starts:
      *
      *   RED   - fatal or program-defect counts, a manual-review
      *           (TX-HAZARD/TX-MIXED) outcome, a self-test that
      *           did not run in the window, or a table the daily
      *           balancing proof (EXAMPLE73_BALANCE) found out of
      *           balance - its rejected rows, or its queue entry
      *           while that is still open;
      *   AMBER - rollbacks, retries, rejected rows, or open
      *           exception-queue entries (any age - yesterday's
      *           unworked hazard is still today's problem);
      * exception-queue entries and the self-test gather keep
      * their date behavior - an unworked exception needs
      * attention whatever window wrote it.
      *
      * The fingerprint of the BUSINESS-CALENDAR and the JOB-PLAN it
      * reads is logged to CONTROL-USAGE as 'EXMORNIN' (no run id:
      * against the program and the time of the read), so
      * EXAMPLE63_CTLREG USED can say which registered version the run
      * was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE12-MORNING.
                ASSIGN TO DYNAMIC WS-PLAN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PLAN-STATUS.
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
        FD RUNSTATS-FILE.
        FD JOB-PLAN-FILE.
        01 JOB-PLAN-RECORD.
           COPY JOBPLAN.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
        01 WS-RUNSTATS-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
      * Known PROGRAM-IDs, the same population EXAMPLE7_INDOUBT
      * sweeps, gathered per program across all four files
        01 PROGRAM-SUMMARY-TABLE.
           05 PROG-COUNT PIC 9(2) VALUE 10.
           05 PROG-ENTRY OCCURS 10 TIMES.
              10 PROG-NAME           PIC X(8).
      * The executable name the JOB-PLAN commands carry, for the
      * expected-run check against the date's plan
      * normal flow, so their rollback counters are not a finding;
      * the loaders' rollback rule stays in force.
        01 WS-JUDGED-ROLLBACKS PIC 9(9) VALUE 0.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE12_MORNING'.
      * window's totals would not appear on the dashboard at all.
            MOVE 'PARTMERG' TO PROG-NAME (8).
            MOVE 'EXAMPLE14_PARTMERGE' TO PROG-EXEC-NAME (8).
      * The nightly referential sweep (see EXAMPLE51_RISWEEP): its
      * findings arrive as rejected rows and open queue entries,
      * so a night that found orphans shows AMBER.
            MOVE 'EXRISWEP' TO PROG-NAME (9).
            MOVE 'EXAMPLE51_RISWEEP' TO PROG-EXEC-NAME (9).
      * The daily balancing proof (see EXAMPLE73_BALANCE): a table
      * out of balance arrives as a rejected row and an open queue
      * entry, and is RED - the tables no longer add up.
            MOVE 'EXBALANC' TO PROG-NAME (10).
            MOVE 'EXAMPLE73_BALANCE' TO PROG-EXEC-NAME (10).
            PERFORM VARYING PROG-IX FROM 1 BY 1
                     UNTIL PROG-IX > PROG-COUNT
               MOVE 'N' TO PROG-EXPECTED (PROG-IX)
      * steps were expected (see BIZCAL.cpy).
      *
        READ-BUSINESS-CALENDAR.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXMORNIN' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'BUSINESS-CALENDAR' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-CAL-STATUS NOT EQUAL '00' AND
               WS-CAL-STATUS NOT EQUAL '05' THEN
                      INTO WS-PLAN-NAME
               END-STRING
            END-IF.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXMORNIN' TO WS-CTLFP-PROGRAM-ID.
            MOVE WS-PLAN-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT JOB-PLAN-FILE.
            IF WS-PLAN-STATUS NOT EQUAL '00' THEN
               IF WS-PLAN-STATUS EQUAL '05' THEN
                       PROG-DEFECT (PROG-IX) NOT EQUAL 0 OR
                       PROG-MANUAL (PROG-IX) NOT EQUAL 0
                     MOVE 'RED' TO PROG-VERDICT (PROG-IX)
      * An out-of-balance table is not a row to rework but a proof
      * that failed
                  WHEN PROG-NAME (PROG-IX) EQUAL 'EXBALANC' AND
                       (PROG-ROWS-REJECTED (PROG-IX) NOT EQUAL 0 OR
                        PROG-OPEN-EXCQ (PROG-IX) NOT EQUAL 0)
                     MOVE 'RED' TO PROG-VERDICT (PROG-IX)
                  WHEN WS-JUDGED-ROLLBACKS NOT EQUAL 0 OR
                       PROG-RETRY (PROG-IX) NOT EQUAL 0 OR
                       PROG-ROWS-REJECTED (PROG-IX) NOT EQUAL 0 OR
            DISPLAY 'VERDICT SUMMARY: ' WS-RED-COUNT ' red, '
                    WS-AMBER-COUNT ' amber - return code 2=red '
                    '1=amber 0=green'.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
