      * clean a WINDOW-CLOSEOUT record (see WCLOREC.cpy) is
      * appended: steps run and skipped, elapsed time, and the rows
      * committed across the window's BATCH-CONTROL trailers.
      * EXAMPLE52_WINPROJ runs alongside this controller and
      * projects, from the same WINDOW-CONTROL log, when the window
      * will finish against the deadline the calendar keeps for the
      * plan variant.
      *
      * After a DR outage the window is held until the failback is
      * done: while the newest FAILBACK-COMPLETE record (see
      * FBKCOMP.cpy, written by EXAMPLE25_DRREPLAY FAILBACK) says
      * the primary is NOT yet safe - a failback started and never
      * ended, or ended with conflicts, failures or a reverse verify
      * that still diverges - no step is started, so nothing is
      * written to a primary the suite must not yet be pointed at.
      * No FAILBACK-COMPLETE file means no failback was ever begun.
      *
      * Before the first step the controller also asks the delivery
      * monitor (EXAMPLE77_DELIVERY CHECK, against the
      * DELIVERY-SCHEDULE, see DLVSCHED.cpy) whether tonight's
      * senders are in: return code 0 runs the window (with or
      * without the senders the monitor names), 4 holds it - the
      * controller ends 4 without starting anything, and a rerun
      * once the file is in or its deadline has passed starts it -
      * and 1 stops it, a required sender's file being MISSING.  A
      * monitor that cannot answer is reported but does not block.
      *
      * The fingerprint of the BUSINESS-CALENDAR and the JOB-PLAN it
      * reads is logged to CONTROL-USAGE as 'EXWINCTL' (no run id:
      * against the program and the time of the read), so
      * EXAMPLE63_CTLREG USED can say which registered version the run
      * was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE18-WINDOWCTL.
            SELECT OPTIONAL WINDOW-CLOSEOUT-FILE
                ASSIGN TO "WINDOW-CLOSEOUT"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The DR failback's completion log (see FBKCOMP.cpy)
            SELECT OPTIONAL FAILBACK-COMPLETE-FILE
                ASSIGN TO "FAILBACK-COMPLETE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBK-STATUS.
      * The trailers whose committed rows the close-out totals
            SELECT OPTIONAL BATCH-CONTROL-FILE
                ASSIGN TO "BATCH-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
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
        FD WINDOW-CLOSEOUT-FILE.
        01 WINDOW-CLOSEOUT-RECORD.
           COPY WCLOREC.
        FD FAILBACK-COMPLETE-FILE.
        01 FAILBACK-COMPLETE-RECORD.
           COPY FBKCOMP.
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
        01 WS-PLAN-STATUS PIC X(2) VALUE '00'.
        01 WS-WCTL-STATUS PIC X(2) VALUE '00'.
      * rerun of the same date keeps the same id
        01 WS-WINDOW-ID PIC X(10) VALUE SPACES.
        01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
      * The newest failback record, kept whole
        01 WS-FBK-STATUS PIC X(2) VALUE '00'.
        01 WS-FBK-EOF PIC X(1) VALUE 'N'.
           88 END-OF-FBK VALUE 'Y'.
        01 WS-FBK-LAST PIC X(200) VALUE SPACES.
        01 WS-CONTROL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CONTROL VALUE 'Y'.
      * Close-out accounting: wall-clock start for the elapsed
        01 WS-RC-STATUS PIC X(2) VALUE '00'.
        01 WS-MEMBER-RC PIC S9(9) VALUE 0.
        01 WS-GROUP-WORST-RC PIC S9(9) VALUE 0.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE18_WINDOWCTL'.
               DISPLAY 'Calendar: tonight runs '
                       FUNCTION TRIM(WS-PLAN-NAME)
            END-IF.
      * A failback in progress, or not yet proven, holds the window.
            PERFORM CHECK-FAILBACK-STATE
               THRU CHECK-FAILBACK-STATE-DONE.
      * Tonight's senders: wait for a file still due, stop on a
      * required one missing (see EXAMPLE77_DELIVERY).
            PERFORM CHECK-DELIVERIES THRU CHECK-DELIVERIES.
      * The window identity: one id for the whole night, the same
      * one on rerun, published before the first step starts so
      * every step stamps it (see WNDID.cpy).
      * the standard plan.
      *
        READ-BUSINESS-CALENDAR.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXWINCTL' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'BUSINESS-CALENDAR' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-CAL-STATUS NOT EQUAL '00' AND
               WS-CAL-STATUS NOT EQUAL '05' THEN
        READ-BUSINESS-CALENDAR-DONE.
            EXIT.
      *
      * The newest FAILBACK-COMPLETE record decides: SAFE, or no
      * failback ever begun, lets the window run; anything else is
      * refused with the failback's own figures.
      *
        CHECK-FAILBACK-STATE.
            OPEN INPUT FAILBACK-COMPLETE-FILE.
            IF WS-FBK-STATUS NOT EQUAL '00' THEN
               IF WS-FBK-STATUS EQUAL '05' THEN
                  CLOSE FAILBACK-COMPLETE-FILE
               END-IF
               GO TO CHECK-FAILBACK-STATE-DONE
            END-IF.
            PERFORM UNTIL END-OF-FBK
               READ FAILBACK-COMPLETE-FILE
                  AT END
                     SET END-OF-FBK TO TRUE
                  NOT AT END
                     MOVE FAILBACK-COMPLETE-RECORD TO WS-FBK-LAST
               END-READ
            END-PERFORM.
            CLOSE FAILBACK-COMPLETE-FILE.
            IF WS-FBK-LAST EQUAL SPACES THEN
               GO TO CHECK-FAILBACK-STATE-DONE
            END-IF.
            MOVE WS-FBK-LAST TO FAILBACK-COMPLETE-RECORD.
            IF FBK-ENDED AND FBK-SAFE THEN
               DISPLAY 'Failback: run ' FBK-RUN-ID ' verified the '
                       'primary clean - running on the primary'
               GO TO CHECK-FAILBACK-STATE-DONE
            END-IF.
            IF FBK-STARTED THEN
               DISPLAY 'REFUSED: failback run ' FBK-RUN-ID
                       ' started ' FBK-TIMESTAMP(1:14)
                       ' and never ended - rerun EXAMPLE25_DRREPLAY '
                       'FAILBACK before this window'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'REFUSED: failback run ' FBK-RUN-ID ' left '
                    FBK-CONFLICTS ' conflict(s), ' FBK-FAILED
                    ' failure(s), reverse verify rc '
                    FBK-VERIFY-RC ' - the primary is not yet safe; '
                    'settle them and rerun EXAMPLE25_DRREPLAY '
                    'FAILBACK before this window'.
            STOP RUN RETURNING 1.
        CHECK-FAILBACK-STATE-DONE.
            EXIT.
      *
      * The delivery monitor's answer for tonight: 0 run, 4 wait,
      * 1 stop; anything else means it could not judge, and only
      * a clear answer holds or stops the window.
      *
        CHECK-DELIVERIES.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'EXAMPLE77_DELIVERY CHECK' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE 0 TO RETURN-CODE.
      * system() hands back the raw wait status on this platform:
      * the exit code travels in the high byte.
            IF WS-STEP-RC > 255 THEN
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
            END-IF.
            EVALUATE WS-STEP-RC
               WHEN 0
                  CONTINUE
               WHEN 4
                  DISPLAY 'HELD: a scheduled sender''s file is still '
                          'due - rerun the window once it is in or '
                          'its deadline has passed'
                  STOP RUN RETURNING 4
               WHEN 1
                  DISPLAY 'REFUSED: a required sender''s file is '
                          'MISSING past its deadline - see the '
                          'EXCEPTION-QUEUE; the window is stopped'
                  STOP RUN RETURNING 1
               WHEN OTHER
                  DISPLAY 'NOTE: deliveries not judged '
                          '(EXAMPLE77_DELIVERY CHECK ended '
                          WS-STEP-RC ') - not blocking'
            END-EVALUATE.
      *
      * The plan, in file order.
      *
        LOAD-JOB-PLAN.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXWINCTL' TO WS-CTLFP-PROGRAM-ID.
            MOVE WS-PLAN-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            OPEN INPUT JOB-PLAN-FILE.
            IF WS-PLAN-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-PLAN-NAME)
            END-IF.
            WRITE WINDOW-CONTROL-RECORD.
            CLOSE WINDOW-CONTROL-FILE.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
