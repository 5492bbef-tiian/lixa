      * Usage: EXAMPLE25_DRREPLAY FROM=timestamp [RMID=n]
      *        EXAMPLE25_DRREPLAY CATCHUP [RMID=n]
      *        EXAMPLE25_DRREPLAY CHECK [LAG=hours]
      *        EXAMPLE25_DRREPLAY FAILBACK SINCE=timestamp
      *                           [UNTIL=timestamp] [RMID=n]
      *
      * Disaster-recovery replay: apply CHANGE-AUDIT forward to the
      * standby database.  The DR PostgreSQL is refreshed by a
      * A FROM= run updates the bookmark too, provided nothing
      * failed; a run with failures leaves it where it was, so the
      * next CATCHUP re-covers the failed window.
      *
      * An explicit FROM= replay reaching back into a period the
      * month-end close has CLOSED (see EXAMPLE53_MONTHCLOSE and
      * MCLOSECK.cpy) refuses until the period is reopened.
      * CATCHUP only carries the standby forward from its own
      * bookmark - it re-applies nothing the standby already holds
      * - and is not held back by a close; CHECK reads only.
      *
      * FAILBACK runs the other way, after a DR outage, to carry the
      * changes committed while the suite was pointed at the standby
      * back to the primary.  The standby period is SINCE= (the
      * failover) through UNTIL= (default: up to now); every run id
      * JOB-LOG places in it is taken, together with every run of
      * any batch window (see WNDID.cpy) that ran in it, so a window
      * straddling the failover comes back whole.  CHANGE-AUDIT
      * records carrying those run ids, or timed inside the period
      * (ad hoc runs JOB-LOG never saw), are checked, oldest first,
      * against the primary's current row, read FOR UPDATE under the
      * same LIXA transaction that applies them:
      *
      *   - the primary already holds the after-image: in place;
      *   - the primary holds the before-image (or, for an insert,
      *     nothing): applied, with a CHANGE-AUDIT record under this
      *     run's own run id and XID, stamped with the operator;
      *   - anything else was changed on the primary behind the
      *     outage: a CONFLICT, left alone and written to
      *     EXCEPTION-QUEUE (once - a rerun does not duplicate an
      *     open entry).
      *
      * It then runs EXAMPLE33_DRVERIFY REVERSE (the standby as the
      * reference) and appends a FAILBACK-COMPLETE record (see
      * FBKCOMP.cpy): SAFE only with no conflict, no failure and a
      * clean reverse verify.  EXAMPLE18_WINDOWCTL reads it and
      * holds the window until it is.  A failback reaching into a
      * CLOSED period refuses like FROM=; BATCH-OPERATOR is
      * required, since every applied change is signed.  A BULK
      * summary record carries no row values and cannot be carried
      * back: it is counted as failed and named for a hand copy.
      *
      * Both directions honour the legal-hold freeze (see
      * LGLHOLD.cpy and LGLHCK.cpy): a change made after a hold on
      * its author or book went into force is HELD - not applied,
      * and queued to EXCEPTION-QUEUE naming the hold (once, like a
      * failback conflict).  Changes made before the hold are still
      * carried, so the two databases keep agreeing on what was
      * committed before the freeze.  A failback with a held change
      * is never SAFE.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE25-DRREPLAY.
                ASSIGN TO "DR-REPLAY-BOOKMARK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BOOKMARK-STATUS.
      * The period close log (see MCLOSE.cpy)
            SELECT OPTIONAL MONTH-CLOSE-FILE ASSIGN TO "MONTH-CLOSE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MCLOSE-STATUS.
      * FAILBACK: the run/window log that places runs in the
      * standby period (see JOBLOG.cpy), the queue conflicts go to,
      * the shop-wide run-number issuer, and the completion log the
      * window controller reads (see FBKCOMP.cpy)
            SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOB-LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBLOG-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT OPTIONAL FAILBACK-COMPLETE-FILE
                ASSIGN TO "FAILBACK-COMPLETE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FBK-STATUS.
      * Authors and books frozen by a legal hold (see LGLHOLD.cpy)
            SELECT OPTIONAL LEGAL-HOLD-FILE
                ASSIGN TO "LEGAL-HOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LGLHOLD-STATUS.
      * The id ranges each imprint owns, stamped onto every
      * CHANGE-AUDIT record (see OWNDOM.cpy and OWNDOMST.cpy)
            SELECT OPTIONAL OWNERSHIP-DOMAINS-FILE
                ASSIGN TO "OWNERSHIP-DOMAINS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OWNDOM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-AUDIT-FILE.
        FD DR-BOOKMARK-FILE.
        01 DR-BOOKMARK-RECORD.
           COPY DRBOOK.
        FD MONTH-CLOSE-FILE.
        01 MONTH-CLOSE-RECORD.
           COPY MCLOSE.
        FD JOB-LOG-FILE.
        01 JOB-LOG-RECORD.
           COPY JOBLOG.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD FAILBACK-COMPLETE-FILE.
        01 FAILBACK-COMPLETE-RECORD.
           COPY FBKCOMP.
        FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-RECORD.
           COPY LGLHOLD.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        WORKING-STORAGE SECTION.
      * Include TX definitions
        01 TX-RETURN-STATUS.
        01 WS-FROM-LENGTH PIC 9(2) VALUE 0.
      * Mode word: a bare FROM= run is the classic shape, CATCHUP
      * replays from the bookmark, CHECK only measures currency
        01 WS-MODE PIC X(8) VALUE 'REPLAY'.
           88 MODE-REPLAY   VALUE 'REPLAY'.
           88 MODE-CATCHUP  VALUE 'CATCHUP'.
           88 MODE-CHECK    VALUE 'CHECK'.
           88 MODE-FAILBACK VALUE 'FAILBACK'.
      * Bookmark bookkeeping: the stored refresh point, the highest
      * timestamp this run applied, and the CHECK threshold
        01 WS-BOOKMARK-STATUS PIC X(2) VALUE '00'.
        01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
        01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
        01 WS-FAILED-COUNT PIC 9(9) VALUE 0.
        01 WS-HELD-COUNT PIC 9(9) VALUE 0.
           COPY MCLOSEWS.
      * FAILBACK: the standby period, as timestamp prefixes
        01 WS-SINCE-TS PIC X(21) VALUE SPACES.
        01 WS-SINCE-LENGTH PIC 9(2) VALUE 0.
        01 WS-UNTIL-TS PIC X(21) VALUE SPACES.
        01 WS-UNTIL-LENGTH PIC 9(2) VALUE 0.
        01 WS-PERIOD-TS PIC X(21) VALUE SPACES.
        01 WS-IN-PERIOD PIC X(1) VALUE 'N'.
           88 IN-STANDBY-PERIOD VALUE 'Y'.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-JOBLOG-STATUS PIC X(2) VALUE '00'.
        01 WS-JOBLOG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-JOBLOG VALUE 'Y'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
        01 WS-FBK-STATUS PIC X(2) VALUE '00'.
           COPY RUNIDWS.
      * The runs and windows JOB-LOG places in the standby period
        01 FAILBACK-RUN-TABLE.
           05 FBR-COUNT PIC 9(5) VALUE 0.
           05 FBR-ENTRY OCCURS 5000 TIMES.
              10 FBR-RUN-ID PIC X(13).
        01 FBR-IX PIC 9(5).
        01 FAILBACK-WINDOW-TABLE.
           05 FBW-COUNT PIC 9(5) VALUE 0.
           05 FBW-ENTRY OCCURS 500 TIMES.
              10 FBW-WINDOW-ID PIC X(10).
        01 FBW-IX PIC 9(5).
        01 WS-FB-FOUND PIC X(1) VALUE 'N'.
           88 FB-ENTRY-FOUND VALUE 'Y'.
      * The selected changes, held in trail order: CHANGE-AUDIT is
      * closed for reading before this run appends its own records
        01 FAILBACK-CHANGE-TABLE.
           05 FBC-COUNT PIC 9(5) VALUE 0.
           05 FBC-ENTRY OCCURS 5000 TIMES.
              10 FBC-SER-XID        PIC X(200).
              10 FBC-TIMESTAMP      PIC X(21).
              10 FBC-BUSINESS-KEY   PIC X(20).
              10 FBC-OPERATION      PIC X(1).
              10 FBC-BEFORE-NAME    PIC X(30).
              10 FBC-BEFORE-SURNAME PIC X(30).
              10 FBC-AFTER-NAME     PIC X(30).
              10 FBC-AFTER-SURNAME  PIC X(30).
        01 FBC-IX PIC 9(5).
      * Conflicts already waiting in EXCEPTION-QUEUE from an earlier
      * failback run, so a rerun does not queue them twice
        01 FAILBACK-OPEN-TABLE.
           05 FBO-COUNT PIC 9(5) VALUE 0.
           05 FBO-ENTRY OCCURS 2000 TIMES.
              10 FBO-BUSINESS-KEY PIC X(20).
              10 FBO-SER-XID      PIC X(200).
        01 FBO-IX PIC 9(5).
      * The primary, and its current row for the key in hand
        01 PRICONN USAGE POINTER.
        01 RESULT-POINTER USAGE POINTER.
        01 RESULT-CHAR PIC X BASED.
        01 WS-PQGETVAL-ROW USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-COL USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-RESULT PIC X(30) VALUE SPACES.
        01 WS-PQGETVAL-LENGTH PIC 9(4) VALUE 0.
        01 WS-PRI-COL-A PIC X(30) VALUE SPACES.
        01 WS-PRI-COL-B PIC X(30) VALUE SPACES.
        01 WS-PRI-STATE PIC X(1) VALUE SPACE.
           88 PRIMARY-HOLDS-AFTER  VALUE 'A'.
           88 PRIMARY-HOLDS-BEFORE VALUE 'B'.
           88 PRIMARY-CONFLICTS    VALUE 'C'.
        01 WS-FB-REASON PIC X(60) VALUE SPACES.
        01 WS-CONFLICT-COUNT PIC 9(9) VALUE 0.
        01 WS-CONFLICT-QUEUED PIC 9(9) VALUE 0.
      * The reverse verify, run as its own program
        01 WS-VERIFY-COMMAND PIC X(121) VALUE SPACES.
        01 WS-VERIFY-RC PIC S9(9) VALUE 0.
        01 WS-RMID-DISP PIC Z(8)9.
      * The legal holds in force (see LGLHWS.cpy)
           COPY LGLHWS.
      * The imprint map the CHANGE-AUDIT stamp reads (see
      * OWNDOMWS.cpy)
           COPY OWNDOMWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE25_DRREPLAY'.
            MOVE 1 TO LIXA-RES-MNGR-ID.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 4
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                        COMPUTE WS-LAG-LIMIT-HOURS =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN 'FAILBACK'
                        SET MODE-FAILBACK TO TRUE
                     WHEN 'SINCE'
                        MOVE WS-ARG-VALUE(1:21) TO WS-SINCE-TS
                     WHEN 'UNTIL'
                        MOVE WS-ARG-VALUE(1:21) TO WS-UNTIL-TS
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
            IF MODE-CHECK THEN
               PERFORM RUN-CHECK-MODE THRU RUN-CHECK-MODE
            END-IF.
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'REFUSED: LEGAL-HOLD holds more than 500 '
                       'holds - the list cannot be read whole'
               STOP RUN RETURNING 1
            END-IF.
      * Failback runs against the primary, not the standby, and
      * ends the program itself.
            IF MODE-FAILBACK THEN
               PERFORM RUN-FAILBACK-MODE THRU RUN-FAILBACK-MODE-EXIT
            END-IF.
      * The scheduled catch-up takes its FROM= from the bookmark
      * instead of an operator's memory; a missing bookmark means
      * the standby has never been brought forward by this replay,
            IF MODE-REPLAY AND WS-FROM-TS EQUAL SPACES THEN
               DISPLAY 'Usage: EXAMPLE25_DRREPLAY FROM=timestamp '
                       '[RMID=n] / CATCHUP [RMID=n] / CHECK '
                       '[LAG=hours] / FAILBACK SINCE=timestamp '
                       '[UNTIL=timestamp] [RMID=n]'
               STOP RUN RETURNING 1
            END-IF.
      * An operator's FROM= replay must not reach into a closed
      * period.
            IF MODE-REPLAY THEN
               MOVE WS-FROM-TS(1:8) TO WS-MCLOSE-FROM-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MCLOSE-TO-DATE
               PERFORM CHECK-CLOSED-PERIODS
                  THRU CHECK-CLOSED-PERIODS-EXIT
               IF CLOSED-PERIOD-HIT THEN
                  DISPLAY 'REFUSED: period ' WS-MCLOSE-PERIOD
                          ' is CLOSED (countersigned by '
                          WS-MCLOSE-CLOSED-BY ') - run '
                          'EXAMPLE53_MONTHCLOSE REOPEN PERIOD='
                          WS-MCLOSE-PERIOD ' REASON=... first'
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            IF WS-FROM-TS EQUAL SPACES THEN
               MOVE 0 TO WS-FROM-LENGTH
            ELSE
               DISPLAY 'Error: standby connection not OK'
               STOP RUN RETURNING 1
            END-IF.
      * Held changes are queued as the replay meets them; one an
      * earlier replay already queued is not queued again.
            PERFORM LOAD-OPEN-CONFLICTS
               THRU LOAD-OPEN-CONFLICTS-EXIT.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' AND
               WS-EXCQ-STATUS NOT EQUAL '05' THEN
               DISPLAY 'EXCEPTION-QUEUE not writable (status '
                       WS-EXCQ-STATUS ') - nothing replayed'
               STOP RUN RETURNING 1
            END-IF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY 'CHANGE-AUDIT not available (status '
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
            CLOSE EXCEPTION-QUEUE-FILE.
      * A clean run moves the durable refresh point forward; a run
      * with failures leaves it put, so the next CATCHUP re-covers
      * the failed window.
                    ' change(s) from ' FUNCTION TRIM(WS-FROM-TS)
                    ' onward: ' WS-APPLIED-COUNT ' applied, '
                    WS-SKIPPED-COUNT ' already in place, '
                    WS-HELD-COUNT ' held, '
                    WS-FAILED-COUNT ' failed'.
            IF WS-FAILED-COUNT NOT EQUAL 0 THEN
               STOP RUN RETURNING 1
               END-COMPUTE
            END-IF.
            MOVE WS-KEY-DIGITS TO DISP-ID.
            PERFORM CHECK-CHANGE-HOLD THRU CHECK-CHANGE-HOLD-EXIT.
            IF LEGAL-HOLD-HIT THEN
               PERFORM QUEUE-HELD-CHANGE THRU QUEUE-HELD-CHANGE-EXIT
               GO TO REPLAY-ONE-CHANGE-EXIT
            END-IF.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-BEGINS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
               MOVE 0 TO WS-LAG-HOURS
            END-IF.
      *
      * FAILBACK: carry the changes committed while the suite ran
      * on the standby back to the primary, verify the primary
      * against the standby, and leave the completion record the
      * window controller reads (see the header and FBKCOMP.cpy).
      *
        RUN-FAILBACK-MODE.
            IF WS-SINCE-TS EQUAL SPACES THEN
               DISPLAY 'Usage: EXAMPLE25_DRREPLAY FAILBACK '
                       'SINCE=timestamp [UNTIL=timestamp] [RMID=n]'
               STOP RUN RETURNING 1
            END-IF.
            COMPUTE WS-SINCE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SINCE-TS))
            END-COMPUTE.
            IF WS-UNTIL-TS NOT EQUAL SPACES THEN
               COMPUTE WS-UNTIL-LENGTH =
                  FUNCTION LENGTH(FUNCTION TRIM(WS-UNTIL-TS))
               END-COMPUTE
            END-IF.
      * Every change applied to the primary is signed by the
      * operator who ran the failback.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES OR
               WS-OPERATOR-ID EQUAL 'UNKNOWN' THEN
               DISPLAY 'REFUSED: no operator identity '
                       '(BATCH-OPERATOR) - every change FAILBACK '
                       'applies to the primary is signed'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-SINCE-TS(1:8) TO WS-MCLOSE-FROM-DATE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MCLOSE-TO-DATE.
            PERFORM CHECK-CLOSED-PERIODS
               THRU CHECK-CLOSED-PERIODS-EXIT.
            IF CLOSED-PERIOD-HIT THEN
               DISPLAY 'REFUSED: period ' WS-MCLOSE-PERIOD
                       ' is CLOSED (countersigned by '
                       WS-MCLOSE-CLOSED-BY ') - run '
                       'EXAMPLE53_MONTHCLOSE REOPEN PERIOD='
                       WS-MCLOSE-PERIOD ' REASON=... first'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            IF WS-UNTIL-TS EQUAL SPACES THEN
               DISPLAY 'FAILBACK run ' WS-RUN-ID ' by '
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       ': standby period from '
                       FUNCTION TRIM(WS-SINCE-TS) ' to now'
            ELSE
               DISPLAY 'FAILBACK run ' WS-RUN-ID ' by '
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       ': standby period from '
                       FUNCTION TRIM(WS-SINCE-TS) ' through '
                       FUNCTION TRIM(WS-UNTIL-TS)
            END-IF.
            PERFORM COLLECT-FAILBACK-RUNS
               THRU COLLECT-FAILBACK-RUNS-EXIT.
            PERFORM LOAD-OPEN-CONFLICTS
               THRU LOAD-OPEN-CONFLICTS-EXIT.
            PERFORM SELECT-FAILBACK-CHANGES
               THRU SELECT-FAILBACK-CHANGES-EXIT.
      * From here on the newest FAILBACK-COMPLETE row says a
      * failback is under way, until this run writes its end row.
            MOVE 'S' TO FBK-STAGE.
            PERFORM WRITE-FAILBACK-COMPLETE
               THRU WRITE-FAILBACK-COMPLETE.
            IF FBC-COUNT > 0 THEN
               PERFORM APPLY-FAILBACK-CHANGES
                  THRU APPLY-FAILBACK-CHANGES-EXIT
            END-IF.
            DISPLAY 'FAILBACK RESULT: ' FBC-COUNT
                    ' change(s) from the standby period: '
                    WS-APPLIED-COUNT ' applied, '
                    WS-SKIPPED-COUNT ' already in place, '
                    WS-CONFLICT-COUNT ' conflict(s) ('
                    WS-CONFLICT-QUEUED ' newly queued), '
                    WS-HELD-COUNT ' held, '
                    WS-FAILED-COUNT ' failed'.
            PERFORM RUN-REVERSE-VERIFY THRU RUN-REVERSE-VERIFY.
            MOVE 'E' TO FBK-STAGE.
            PERFORM WRITE-FAILBACK-COMPLETE
               THRU WRITE-FAILBACK-COMPLETE.
            IF FBK-SAFE THEN
               DISPLAY 'FAILBACK COMPLETE: the primary holds every '
                       'standby-period change and verifies clean '
                       'against the standby - safe to point the '
                       'suite back at the primary'
               STOP RUN RETURNING 0
            END-IF.
            DISPLAY 'FAILBACK NOT COMPLETE: ' WS-CONFLICT-COUNT
                    ' conflict(s) and ' WS-HELD-COUNT ' held '
                    'change(s) in EXCEPTION-QUEUE, '
                    WS-FAILED-COUNT ' failed, reverse verify '
                    'returned ' FBK-VERIFY-RC ' (detail in '
                    'DR-DIVERGENCE) - settle them and rerun; the '
                    'suite stays on the standby'.
            STOP RUN RETURNING 1.
        RUN-FAILBACK-MODE-EXIT.
            EXIT.
      *
      * The runs of the standby period: every run id JOB-LOG shows
      * inside it, and every run of a batch window that ran inside
      * it, so a window straddling the failover comes back whole.
      *
        COLLECT-FAILBACK-RUNS.
            OPEN INPUT JOB-LOG-FILE.
            IF WS-JOBLOG-STATUS NOT EQUAL '00' THEN
               IF WS-JOBLOG-STATUS EQUAL '05' THEN
                  CLOSE JOB-LOG-FILE
               END-IF
               DISPLAY 'JOB-LOG not available (status '
                       WS-JOBLOG-STATUS ') - selecting the standby '
                       'period by CHANGE-AUDIT timestamp only'
               GO TO COLLECT-FAILBACK-RUNS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-JOBLOG
               READ JOB-LOG-FILE
                  AT END
                     SET END-OF-JOBLOG TO TRUE
                  NOT AT END
                     MOVE JL-TIMESTAMP TO WS-PERIOD-TS
                     PERFORM CHECK-STANDBY-PERIOD
                        THRU CHECK-STANDBY-PERIOD-EXIT
                     IF IN-STANDBY-PERIOD THEN
                        PERFORM NOTE-FAILBACK-RUN
                           THRU NOTE-FAILBACK-RUN-EXIT
                        PERFORM NOTE-FAILBACK-WINDOW
                           THRU NOTE-FAILBACK-WINDOW-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE JOB-LOG-FILE.
      * Second pass: the other runs of those windows.
            IF FBW-COUNT > 0 THEN
               MOVE 'N' TO WS-JOBLOG-EOF
               OPEN INPUT JOB-LOG-FILE
               PERFORM UNTIL END-OF-JOBLOG
                  READ JOB-LOG-FILE
                     AT END
                        SET END-OF-JOBLOG TO TRUE
                     NOT AT END
                        MOVE 'N' TO WS-FB-FOUND
                        PERFORM VARYING FBW-IX FROM 1 BY 1
                                 UNTIL FBW-IX > FBW-COUNT OR
                                       FB-ENTRY-FOUND
                           IF JL-WINDOW-ID NOT EQUAL SPACES AND
                              JL-WINDOW-ID EQUAL
                                 FBW-WINDOW-ID (FBW-IX) THEN
                              SET FB-ENTRY-FOUND TO TRUE
                           END-IF
                        END-PERFORM
                        IF FB-ENTRY-FOUND THEN
                           PERFORM NOTE-FAILBACK-RUN
                              THRU NOTE-FAILBACK-RUN-EXIT
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
            END-IF.
            DISPLAY 'Standby period: ' FBR-COUNT ' run(s) in '
                    FBW-COUNT ' window(s) from JOB-LOG'.
        COLLECT-FAILBACK-RUNS-EXIT.
            EXIT.
      *
      * Remember JL-RUN-ID / JL-WINDOW-ID once each.
      *
        NOTE-FAILBACK-RUN.
            IF JL-RUN-ID EQUAL SPACES THEN
               GO TO NOTE-FAILBACK-RUN-EXIT
            END-IF.
            MOVE 'N' TO WS-FB-FOUND.
            PERFORM VARYING FBR-IX FROM 1 BY 1
                     UNTIL FBR-IX > FBR-COUNT OR FB-ENTRY-FOUND
               IF FBR-RUN-ID (FBR-IX) EQUAL JL-RUN-ID THEN
                  SET FB-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF FB-ENTRY-FOUND THEN
               GO TO NOTE-FAILBACK-RUN-EXIT
            END-IF.
            IF FBR-COUNT EQUAL 5000 THEN
               DISPLAY 'More than 5000 runs in the standby period - '
                       'split it with UNTIL='
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO FBR-COUNT.
            MOVE JL-RUN-ID TO FBR-RUN-ID (FBR-COUNT).
        NOTE-FAILBACK-RUN-EXIT.
            EXIT.
        NOTE-FAILBACK-WINDOW.
            IF JL-WINDOW-ID EQUAL SPACES THEN
               GO TO NOTE-FAILBACK-WINDOW-EXIT
            END-IF.
            MOVE 'N' TO WS-FB-FOUND.
            PERFORM VARYING FBW-IX FROM 1 BY 1
                     UNTIL FBW-IX > FBW-COUNT OR FB-ENTRY-FOUND
               IF FBW-WINDOW-ID (FBW-IX) EQUAL JL-WINDOW-ID THEN
                  SET FB-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF FB-ENTRY-FOUND THEN
               GO TO NOTE-FAILBACK-WINDOW-EXIT
            END-IF.
            IF FBW-COUNT EQUAL 500 THEN
               DISPLAY 'More than 500 windows in the standby period '
                       '- split it with UNTIL='
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO FBW-COUNT.
            MOVE JL-WINDOW-ID TO FBW-WINDOW-ID (FBW-COUNT).
        NOTE-FAILBACK-WINDOW-EXIT.
            EXIT.
      *
      * Is WS-PERIOD-TS inside SINCE= .. UNTIL= (timestamp
      * prefixes, both ends inclusive)?
      *
        CHECK-STANDBY-PERIOD.
            MOVE 'N' TO WS-IN-PERIOD.
            IF WS-PERIOD-TS(1:WS-SINCE-LENGTH) <
               WS-SINCE-TS(1:WS-SINCE-LENGTH) THEN
               GO TO CHECK-STANDBY-PERIOD-EXIT
            END-IF.
            IF WS-UNTIL-LENGTH > 0 AND
               WS-PERIOD-TS(1:WS-UNTIL-LENGTH) >
                  WS-UNTIL-TS(1:WS-UNTIL-LENGTH) THEN
               GO TO CHECK-STANDBY-PERIOD-EXIT
            END-IF.
            SET IN-STANDBY-PERIOD TO TRUE.
        CHECK-STANDBY-PERIOD-EXIT.
            EXIT.
      *
      * Conflicts an earlier failback - and held changes an earlier
      * replay or failback - already queued and nobody has resolved
      * yet: a rerun names them again but does not queue them twice.
      *
        LOAD-OPEN-CONFLICTS.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               IF WS-EXCQ-STATUS EQUAL '05' THEN
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
               GO TO LOAD-OPEN-CONFLICTS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     IF EXCQ-PROGRAM-ID EQUAL 'EXDRREPL' AND
                        NOT EXCQ-IS-RESOLVED AND
                        (EXCQ-REASON(1:9) EQUAL 'FAILBACK ' OR
                         EXCQ-REASON(1:11) EQUAL 'LEGAL HOLD ') AND
                        FBO-COUNT < 2000 THEN
                        ADD 1 TO FBO-COUNT
                        MOVE EXCQ-BUSINESS-KEY
                          TO FBO-BUSINESS-KEY (FBO-COUNT)
                        MOVE EXCQ-SER-XID TO FBO-SER-XID (FBO-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
        LOAD-OPEN-CONFLICTS-EXIT.
            EXIT.
      *
      * The standby period's changes, in trail order: a run id of
      * the period, or any record timed inside it.  This program's
      * own failback records are never selected again.
      *
        SELECT-FAILBACK-CHANGES.
            MOVE 'N' TO WS-CHG-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY 'CHANGE-AUDIT not available (status '
                       WS-CHG-STATUS ') - nothing to carry back'
               GO TO SELECT-FAILBACK-CHANGES-EXIT
            END-IF.
            PERFORM UNTIL END-OF-CHG
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM SELECT-ONE-FAILBACK-CHANGE
                        THRU SELECT-ONE-FAILBACK-CHANGE-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
            DISPLAY 'Selected ' FBC-COUNT ' change(s) of '
                    WS-READ-COUNT ' CHANGE-AUDIT record(s)'.
        SELECT-FAILBACK-CHANGES-EXIT.
            EXIT.
        SELECT-ONE-FAILBACK-CHANGE.
            IF CHG-PROGRAM-ID EQUAL 'EXDRREPL' THEN
               GO TO SELECT-ONE-FAILBACK-CHANGE-EXIT
            END-IF.
            MOVE CHG-TIMESTAMP TO WS-PERIOD-TS.
            PERFORM CHECK-STANDBY-PERIOD
               THRU CHECK-STANDBY-PERIOD-EXIT.
            IF NOT IN-STANDBY-PERIOD AND
               CHG-RUN-ID NOT EQUAL SPACES THEN
               PERFORM VARYING FBR-IX FROM 1 BY 1
                        UNTIL FBR-IX > FBR-COUNT OR
                              IN-STANDBY-PERIOD
                  IF FBR-RUN-ID (FBR-IX) EQUAL CHG-RUN-ID THEN
                     SET IN-STANDBY-PERIOD TO TRUE
                  END-IF
               END-PERFORM
            END-IF.
            IF NOT IN-STANDBY-PERIOD THEN
               GO TO SELECT-ONE-FAILBACK-CHANGE-EXIT
            END-IF.
      * A BULK summary carries no row values to carry back; the
      * reverse verify will show those rows missing on the primary.
            IF CHG-AFTER-NAME(1:14) EQUAL 'BULK BATCH OF ' THEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'FAILBACK CANNOT APPLY: BULK summary of run '
                       CHG-RUN-ID ' carries no row values - take '
                       'those rows from the standby by hand'
               GO TO SELECT-ONE-FAILBACK-CHANGE-EXIT
            END-IF.
            IF FBC-COUNT EQUAL 5000 THEN
               DISPLAY 'More than 5000 changes in the standby '
                       'period - split it with UNTIL='
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO FBC-COUNT.
            MOVE CHG-SER-XID TO FBC-SER-XID (FBC-COUNT).
            MOVE CHG-TIMESTAMP TO FBC-TIMESTAMP (FBC-COUNT).
            MOVE CHG-BUSINESS-KEY TO FBC-BUSINESS-KEY (FBC-COUNT).
            MOVE CHG-OPERATION TO FBC-OPERATION (FBC-COUNT).
            MOVE CHG-BEFORE-NAME TO FBC-BEFORE-NAME (FBC-COUNT).
            MOVE CHG-BEFORE-SURNAME
              TO FBC-BEFORE-SURNAME (FBC-COUNT).
            MOVE CHG-AFTER-NAME TO FBC-AFTER-NAME (FBC-COUNT).
            MOVE CHG-AFTER-SURNAME TO FBC-AFTER-SURNAME (FBC-COUNT).
        SELECT-ONE-FAILBACK-CHANGE-EXIT.
            EXIT.
      *
      * The apply pass, against the primary, with CHANGE-AUDIT and
      * EXCEPTION-QUEUE open for this run's own records.
      *
        APPLY-FAILBACK-CHANGES.
            MOVE ZERO TO TX-RETURN-STATUS.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            DISPLAY 'TXOPEN returned value ' TX-STATUS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'Exiting...'
               STOP RUN RETURNING WS-TX-EXIT-CODE
            END-IF.
            CALL "LIXAPQGETCONN" RETURNING PRICONN.
            IF PRICONN EQUAL NULL THEN
               DISPLAY 'Error: unable to retrieve the primary '
                       'connection'
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQstatus" USING BY VALUE PRICONN RETURNING RESULT.
            MOVE RESULT TO PQ-CONN-STATUS.
            IF NOT PQ-CONNECTION-OK THEN
               DISPLAY 'Error: primary connection not OK'
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY 'CHANGE-AUDIT not writable (status '
                       WS-CHG-STATUS ') - nothing applied'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'WARNING: OWNERSHIP-DOMAINS not usable ('
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
                       ') - changes recorded without an imprint'
            END-IF.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' AND
               WS-EXCQ-STATUS NOT EQUAL '05' THEN
               DISPLAY 'EXCEPTION-QUEUE not writable (status '
                       WS-EXCQ-STATUS ') - nothing applied'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM VARYING FBC-IX FROM 1 BY 1
                     UNTIL FBC-IX > FBC-COUNT
               PERFORM FAILBACK-ONE-CHANGE
                  THRU FAILBACK-ONE-CHANGE-EXIT
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
            CLOSE CHANGE-AUDIT-FILE.
            CALL "TXCLOSE" USING TX-RETURN-STATUS.
            DISPLAY 'TXCLOSE returned value ' TX-STATUS.
            OPEN EXTEND RUNSTATS-FILE.
            PERFORM WRITE-RUNSTATS THRU WRITE-RUNSTATS.
            CLOSE RUNSTATS-FILE.
        APPLY-FAILBACK-CHANGES-EXIT.
            EXIT.
      *
      * One standby-period change against the primary's current
      * row, read FOR UPDATE under the transaction that applies it.
      * The change is staged in the CHANGE-AUDIT record area, so
      * BUILD-REPLAY-SQL builds the same idempotent statement the
      * replay does, and the audit record of the application is the
      * same image re-stamped for this run.
      *
        FAILBACK-ONE-CHANGE.
            MOVE FBC-SER-XID (FBC-IX) TO CHG-SER-XID.
            MOVE FBC-TIMESTAMP (FBC-IX) TO CHG-TIMESTAMP.
            MOVE FBC-BUSINESS-KEY (FBC-IX) TO CHG-BUSINESS-KEY.
            MOVE FBC-OPERATION (FBC-IX) TO CHG-OPERATION.
            MOVE FBC-BEFORE-NAME (FBC-IX) TO CHG-BEFORE-NAME.
            MOVE FBC-BEFORE-SURNAME (FBC-IX) TO CHG-BEFORE-SURNAME.
            MOVE FBC-AFTER-NAME (FBC-IX) TO CHG-AFTER-NAME.
            MOVE FBC-AFTER-SURNAME (FBC-IX) TO CHG-AFTER-SURNAME.
            MOVE 'N' TO WS-IS-BOOK.
            IF CHG-BUSINESS-KEY(1:1) NOT EQUAL 'B' AND
               CHG-BUSINESS-KEY(1:1) NOT EQUAL SPACE AND
               CHG-BUSINESS-KEY(1:1) IS NOT NUMERIC THEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'FAILBACK CANNOT APPLY: key '
                       FUNCTION TRIM(CHG-BUSINESS-KEY)
                       ' belongs to a table this failback does '
                       'not know - carry it back by hand'
               GO TO FAILBACK-ONE-CHANGE-EXIT
            END-IF.
            IF CHG-BUSINESS-KEY(1:1) EQUAL 'B' THEN
               SET REPLAYING-BOOK TO TRUE
               MOVE CHG-BUSINESS-KEY(2:9) TO WS-KEY-DIGITS
            ELSE
               COMPUTE WS-KEY-DIGITS =
                  FUNCTION NUMVAL(CHG-BUSINESS-KEY)
               END-COMPUTE
            END-IF.
            MOVE WS-KEY-DIGITS TO DISP-ID.
            PERFORM CHECK-CHANGE-HOLD THRU CHECK-CHANGE-HOLD-EXIT.
            IF LEGAL-HOLD-HIT THEN
               PERFORM QUEUE-HELD-CHANGE THRU QUEUE-HELD-CHANGE-EXIT
               GO TO FAILBACK-ONE-CHANGE-EXIT
            END-IF.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-BEGINS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'TXBEGIN failed - failback abandoned'
               STOP RUN RETURNING WS-TX-EXIT-CODE
            END-IF.
            PERFORM READ-PRIMARY-ROW THRU READ-PRIMARY-ROW-EXIT.
            IF WS-PRI-STATE EQUAL 'F' THEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'FAILBACK FAILED for key '
                       FUNCTION TRIM(CHG-BUSINESS-KEY)
                       ' - the primary row could not be read'
               CALL "TXROLLBACK" USING TX-RETURN-STATUS
               ADD 1 TO RSTAT-ROLLBACKS
               GO TO FAILBACK-ONE-CHANGE-EXIT
            END-IF.
            IF PRIMARY-HOLDS-AFTER THEN
               ADD 1 TO WS-SKIPPED-COUNT
               CALL "TXROLLBACK" USING TX-RETURN-STATUS
               ADD 1 TO RSTAT-ROLLBACKS
               GO TO FAILBACK-ONE-CHANGE-EXIT
            END-IF.
            IF PRIMARY-CONFLICTS THEN
               CALL "TXROLLBACK" USING TX-RETURN-STATUS
               ADD 1 TO RSTAT-ROLLBACKS
               PERFORM QUEUE-FAILBACK-CONFLICT
                  THRU QUEUE-FAILBACK-CONFLICT-EXIT
               GO TO FAILBACK-ONE-CHANGE-EXIT
            END-IF.
            PERFORM BUILD-REPLAY-SQL THRU BUILD-REPLAY-SQL-EXIT.
            CALL "PQexec" USING
                BY VALUE PRICONN
                BY REFERENCE SQL-STATEMENT
                RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                 RETURNING RESULT.
            CALL "PQclear" USING BY VALUE PGRES.
            IF RESULT NOT EQUAL 1 THEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'FAILBACK FAILED for key '
                       FUNCTION TRIM(CHG-BUSINESS-KEY)
                       ' - rolled back, continuing'
               CALL "TXROLLBACK" USING TX-RETURN-STATUS
               ADD 1 TO RSTAT-ROLLBACKS
               GO TO FAILBACK-ONE-CHANGE-EXIT
            END-IF.
            CALL "TXINFORM" USING TX-INFO-AREA TX-RETURN-STATUS.
            CALL "LIXAXIDSERIALIZE" USING TX-INFO-AREA LIXA-SER-XID
                 TX-RETURN-STATUS.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-COMMITS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'FAILBACK COMMIT not clean for key '
                       FUNCTION TRIM(CHG-BUSINESS-KEY)
                       ' - review before rerun'
               GO TO FAILBACK-ONE-CHANGE-EXIT
            END-IF.
            ADD 1 TO WS-APPLIED-COUNT.
      * The application's own CHANGE-AUDIT record: the same
      * before/after images (the primary held the before-image),
      * under this run's XID, run id and operator.
            MOVE LIXA-SER-XID TO CHG-SER-XID.
            MOVE 'EXDRREPL' TO CHG-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP.
            MOVE WS-OPERATOR-ID TO CHG-OPERATOR-ID.
            MOVE WS-RUN-ID TO CHG-RUN-ID.
            MOVE SPACES TO CHG-APPROVED-BY.
            PERFORM STAMP-CHANGE-DOMAIN
               THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY 'ALERT: CHANGE-AUDIT write failed (status '
                       WS-CHG-STATUS ') after key '
                       FUNCTION TRIM(CHG-BUSINESS-KEY)
                       ' was committed on the primary'
               STOP RUN RETURNING 99
            END-IF.
        FAILBACK-ONE-CHANGE-EXIT.
            EXIT.
      *
      * The primary's current row for the key in hand, and how it
      * stands against the change: already holding the after-image,
      * holding the before-image (an insert: holding nothing), or
      * neither - a conflict.  'F' when the row could not be read.
      *
        READ-PRIMARY-ROW.
            MOVE 'N' TO WS-ROW-EXISTS.
            MOVE SPACES TO WS-PRI-COL-A.
            MOVE SPACES TO WS-PRI-COL-B.
            MOVE SPACES TO SQL-STATEMENT.
            IF REPLAYING-BOOK THEN
               STRING 'SELECT title,author_id FROM books WHERE id='
                      DELIMITED BY SIZE
                      DISP-ID DELIMITED BY SIZE
                      ' FOR UPDATE;' DELIMITED BY SIZE
                      x"00" DELIMITED BY SIZE
                      INTO SQL-STATEMENT
               END-STRING
            ELSE
               STRING 'SELECT name,surname FROM authors WHERE id='
                      DELIMITED BY SIZE
                      DISP-ID DELIMITED BY SIZE
                      ' FOR UPDATE;' DELIMITED BY SIZE
                      x"00" DELIMITED BY SIZE
                      INTO SQL-STATEMENT
               END-STRING
            END-IF.
            CALL "PQexec" USING
                BY VALUE PRICONN
                BY REFERENCE SQL-STATEMENT
                RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                 RETURNING RESULT.
            IF RESULT NOT EQUAL 2 THEN
               CALL "PQclear" USING BY VALUE PGRES
               MOVE 'F' TO WS-PRI-STATE
               GO TO READ-PRIMARY-ROW-EXIT
            END-IF.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING WS-NTUPLES.
            IF WS-NTUPLES > 0 THEN
               SET ROW-EXISTS TO TRUE
               MOVE 0 TO WS-PQGETVAL-ROW
               MOVE 0 TO WS-PQGETVAL-COL
               PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN
               MOVE WS-PQGETVAL-RESULT TO WS-PRI-COL-A
               MOVE 1 TO WS-PQGETVAL-COL
               PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN
               MOVE WS-PQGETVAL-RESULT TO WS-PRI-COL-B
            END-IF.
            CALL "PQclear" USING BY VALUE PGRES.
            SET PRIMARY-CONFLICTS TO TRUE.
            IF CHG-OP-DELETE THEN
               IF NOT ROW-EXISTS THEN
                  SET PRIMARY-HOLDS-AFTER TO TRUE
               ELSE
                  IF FUNCTION TRIM(WS-PRI-COL-A) EQUAL
                        FUNCTION TRIM(CHG-BEFORE-NAME) AND
                     ((REPLAYING-BOOK AND
                       FUNCTION NUMVAL(WS-PRI-COL-B) EQUAL
                       FUNCTION NUMVAL(CHG-BEFORE-SURNAME)) OR
                      (NOT REPLAYING-BOOK AND
                       FUNCTION TRIM(WS-PRI-COL-B) EQUAL
                       FUNCTION TRIM(CHG-BEFORE-SURNAME))) THEN
                     SET PRIMARY-HOLDS-BEFORE TO TRUE
                  END-IF
               END-IF
               GO TO READ-PRIMARY-ROW-EXIT
            END-IF.
            IF NOT ROW-EXISTS THEN
               IF CHG-OP-INSERT THEN
                  SET PRIMARY-HOLDS-BEFORE TO TRUE
               END-IF
               GO TO READ-PRIMARY-ROW-EXIT
            END-IF.
            IF FUNCTION TRIM(WS-PRI-COL-A) EQUAL
                  FUNCTION TRIM(CHG-AFTER-NAME) AND
               ((REPLAYING-BOOK AND
                 FUNCTION NUMVAL(WS-PRI-COL-B) EQUAL
                 FUNCTION NUMVAL(CHG-AFTER-SURNAME)) OR
                (NOT REPLAYING-BOOK AND
                 FUNCTION TRIM(WS-PRI-COL-B) EQUAL
                 FUNCTION TRIM(CHG-AFTER-SURNAME))) THEN
               SET PRIMARY-HOLDS-AFTER TO TRUE
               GO TO READ-PRIMARY-ROW-EXIT
            END-IF.
            IF CHG-OP-UPDATE AND
               FUNCTION TRIM(WS-PRI-COL-A) EQUAL
                  FUNCTION TRIM(CHG-BEFORE-NAME) AND
               ((REPLAYING-BOOK AND
                 FUNCTION NUMVAL(WS-PRI-COL-B) EQUAL
                 FUNCTION NUMVAL(CHG-BEFORE-SURNAME)) OR
                (NOT REPLAYING-BOOK AND
                 FUNCTION TRIM(WS-PRI-COL-B) EQUAL
                 FUNCTION TRIM(CHG-BEFORE-SURNAME))) THEN
               SET PRIMARY-HOLDS-BEFORE TO TRUE
            END-IF.
        READ-PRIMARY-ROW-EXIT.
            EXIT.
      *
      * A conflicted change goes to EXCEPTION-QUEUE under the SER-XID
      * of the standby transaction that made it - unless an earlier
      * failback already queued it and it is still open.
      *
        QUEUE-FAILBACK-CONFLICT.
            ADD 1 TO WS-CONFLICT-COUNT.
            DISPLAY 'FAILBACK CONFLICT: key '
                    FUNCTION TRIM(CHG-BUSINESS-KEY) ' change of '
                    FUNCTION TRIM(CHG-TIMESTAMP) ' - primary holds '
                    FUNCTION TRIM(WS-PRI-COL-A) '/'
                    FUNCTION TRIM(WS-PRI-COL-B).
            MOVE 'N' TO WS-FB-FOUND.
            PERFORM VARYING FBO-IX FROM 1 BY 1
                     UNTIL FBO-IX > FBO-COUNT OR FB-ENTRY-FOUND
               IF FBO-BUSINESS-KEY (FBO-IX) EQUAL CHG-BUSINESS-KEY
                  AND FBO-SER-XID (FBO-IX) EQUAL CHG-SER-XID THEN
                  SET FB-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF FB-ENTRY-FOUND THEN
               GO TO QUEUE-FAILBACK-CONFLICT-EXIT
            END-IF.
            IF NOT ROW-EXISTS THEN
               MOVE 'FAILBACK CONFLICT: row deleted on the primary'
                 TO WS-FB-REASON
            ELSE
               MOVE 'FAILBACK CONFLICT: primary row changed meanwhile'
                 TO WS-FB-REASON
            END-IF.
            MOVE CHG-BUSINESS-KEY TO EXCQ-BUSINESS-KEY.
            MOVE CHG-SER-XID TO EXCQ-SER-XID.
            MOVE 'EXDRREPL' TO EXCQ-PROGRAM-ID.
            MOVE 0 TO EXCQ-TX-STATUS.
            MOVE WS-FB-REASON TO EXCQ-REASON.
            MOVE FUNCTION CURRENT-DATE TO EXCQ-TIMESTAMP.
            MOVE 'N' TO EXCQ-RESOLVED.
            MOVE SPACES TO EXCQ-RESOLUTION-CODE.
            MOVE SPACES TO EXCQ-RESOLVED-BY.
            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE WS-RUN-ID TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
            WRITE EXCEPTION-QUEUE-RECORD.
            ADD 1 TO WS-CONFLICT-QUEUED.
            IF FBO-COUNT < 2000 THEN
               ADD 1 TO FBO-COUNT
               MOVE CHG-BUSINESS-KEY TO FBO-BUSINESS-KEY (FBO-COUNT)
               MOVE CHG-SER-XID TO FBO-SER-XID (FBO-COUNT)
            END-IF.
        QUEUE-FAILBACK-CONFLICT-EXIT.
            EXIT.
      *
      * Is the change in hand frozen?  Only by a hold already in
      * force when it was made (see CHECK-LEGAL-HOLD).  A book is
      * checked on itself and on its owner after the change, then
      * on its owner before it.
      *
        CHECK-CHANGE-HOLD.
            MOVE CHG-TIMESTAMP TO WS-LGH-CHANGE-TS.
            IF NOT REPLAYING-BOOK THEN
               MOVE WS-KEY-DIGITS TO WS-LGH-AUTHOR-ID
               MOVE 0 TO WS-LGH-BOOK-ID
               PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT
               GO TO CHECK-CHANGE-HOLD-EXIT
            END-IF.
            MOVE WS-KEY-DIGITS TO WS-LGH-BOOK-ID.
            MOVE 0 TO WS-LGH-AUTHOR-ID.
            IF CHG-AFTER-SURNAME NOT EQUAL SPACES THEN
               COMPUTE WS-LGH-AUTHOR-ID =
                  FUNCTION NUMVAL(CHG-AFTER-SURNAME)
               END-COMPUTE
            END-IF.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
            IF LEGAL-HOLD-HIT OR CHG-BEFORE-SURNAME EQUAL SPACES THEN
               GO TO CHECK-CHANGE-HOLD-EXIT
            END-IF.
            COMPUTE WS-LGH-AUTHOR-ID =
               FUNCTION NUMVAL(CHG-BEFORE-SURNAME)
            END-COMPUTE.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
        CHECK-CHANGE-HOLD-EXIT.
            EXIT.
      *
      * A held change is left alone and queued under the SER-XID of
      * the transaction that made it, once.
      *
        QUEUE-HELD-CHANGE.
            ADD 1 TO WS-HELD-COUNT.
            DISPLAY 'HELD: key ' FUNCTION TRIM(CHG-BUSINESS-KEY)
                    ' change of ' FUNCTION TRIM(CHG-TIMESTAMP) ' - '
                    FUNCTION TRIM(WS-LGH-REASON-TEXT).
            MOVE 'N' TO WS-FB-FOUND.
            PERFORM VARYING FBO-IX FROM 1 BY 1
                     UNTIL FBO-IX > FBO-COUNT OR FB-ENTRY-FOUND
               IF FBO-BUSINESS-KEY (FBO-IX) EQUAL CHG-BUSINESS-KEY
                  AND FBO-SER-XID (FBO-IX) EQUAL CHG-SER-XID THEN
                  SET FB-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF FB-ENTRY-FOUND THEN
               GO TO QUEUE-HELD-CHANGE-EXIT
            END-IF.
            MOVE 'EXDRREPL' TO WS-LGH-PROGRAM-ID.
            MOVE WS-RUN-ID TO WS-LGH-RUN-ID.
            PERFORM BUILD-LEGAL-HOLD-EXCEPTION
               THRU BUILD-LEGAL-HOLD-EXCEPTION.
            MOVE CHG-BUSINESS-KEY TO EXCQ-BUSINESS-KEY.
            MOVE CHG-SER-XID TO EXCQ-SER-XID.
            WRITE EXCEPTION-QUEUE-RECORD.
            IF FBO-COUNT < 2000 THEN
               ADD 1 TO FBO-COUNT
               MOVE CHG-BUSINESS-KEY TO FBO-BUSINESS-KEY (FBO-COUNT)
               MOVE CHG-SER-XID TO FBO-SER-XID (FBO-COUNT)
            END-IF.
        QUEUE-HELD-CHANGE-EXIT.
            EXIT.
      *
      * EXAMPLE33_DRVERIFY with the standby as the reference: the
      * primary must now hold exactly what the standby holds.
      *
        RUN-REVERSE-VERIFY.
            MOVE LIXA-RES-MNGR-ID TO WS-RMID-DISP.
            MOVE SPACES TO WS-VERIFY-COMMAND.
            STRING 'EXAMPLE33_DRVERIFY REVERSE RMID='
                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RMID-DISP) DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-VERIFY-COMMAND
            END-STRING.
            DISPLAY 'Reverse verify: EXAMPLE33_DRVERIFY REVERSE RMID='
                    FUNCTION TRIM(WS-RMID-DISP).
            CALL "SYSTEM" USING WS-VERIFY-COMMAND.
            MOVE RETURN-CODE TO WS-VERIFY-RC.
            MOVE 0 TO RETURN-CODE.
      * system() hands back the raw wait status on this platform:
      * the exit code travels in the high byte.
            IF WS-VERIFY-RC > 255 THEN
               DIVIDE WS-VERIFY-RC BY 256 GIVING WS-VERIFY-RC
            END-IF.
            IF WS-VERIFY-RC < 0 THEN
               MOVE 9999 TO WS-VERIFY-RC
            END-IF.
      *
      * One FAILBACK-COMPLETE row (see FBKCOMP.cpy), FBK-STAGE set
      * by the caller.  A failback the window controller cannot see
      * is paged, not ignored.
      *
        WRITE-FAILBACK-COMPLETE.
            MOVE WS-RUN-ID TO FBK-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO FBK-TIMESTAMP.
            MOVE WS-OPERATOR-ID TO FBK-OPERATOR-ID.
            MOVE WS-SINCE-TS TO FBK-SINCE.
            MOVE WS-UNTIL-TS TO FBK-UNTIL.
            MOVE FBR-COUNT TO FBK-RUNS-FOUND.
            MOVE FBW-COUNT TO FBK-WINDOWS-FOUND.
            MOVE FBC-COUNT TO FBK-SELECTED.
            MOVE WS-APPLIED-COUNT TO FBK-APPLIED.
            MOVE WS-SKIPPED-COUNT TO FBK-ALREADY.
            MOVE WS-CONFLICT-COUNT TO FBK-CONFLICTS.
            MOVE WS-FAILED-COUNT TO FBK-FAILED.
            MOVE WS-VERIFY-RC TO FBK-VERIFY-RC.
            SET FBK-NOT-SAFE TO TRUE.
            IF FBK-ENDED AND WS-CONFLICT-COUNT EQUAL 0 AND
               WS-HELD-COUNT EQUAL 0 AND
               WS-FAILED-COUNT EQUAL 0 AND WS-VERIFY-RC EQUAL 0 THEN
               SET FBK-SAFE TO TRUE
            END-IF.
            OPEN EXTEND FAILBACK-COMPLETE-FILE.
            IF WS-FBK-STATUS NOT EQUAL '00' AND
               WS-FBK-STATUS NOT EQUAL '05' THEN
               DISPLAY 'ALERT: FAILBACK-COMPLETE not writable (status '
                       WS-FBK-STATUS ') - the window controller '
                       'cannot see failback run ' WS-RUN-ID
               STOP RUN RETURNING 99
            END-IF.
            WRITE FAILBACK-COMPLETE-RECORD.
            CLOSE FAILBACK-COMPLETE-FILE.
      *
      * One text column from the result set in PGRES, the usual
      * null-terminated walk.
      *
        EXTRACT-PQ-COLUMN.
            CALL "PQgetvalue" USING BY VALUE PGRES
                 BY VALUE WS-PQGETVAL-ROW BY VALUE WS-PQGETVAL-COL
                 RETURNING RESULT-POINTER
            END-CALL.
            MOVE SPACES TO WS-PQGETVAL-RESULT.
            MOVE 0 TO WS-PQGETVAL-LENGTH.
            SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER.
            PERFORM UNTIL RESULT-CHAR EQUAL x"00"
               IF WS-PQGETVAL-LENGTH < 30 THEN
                  ADD 1 TO WS-PQGETVAL-LENGTH
                  MOVE RESULT-CHAR
                    TO WS-PQGETVAL-RESULT (WS-PQGETVAL-LENGTH:1)
               END-IF
               SET RESULT-POINTER UP BY 1
               SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER
            END-PERFORM.
      *
      * One-line-per-run summary of every TX call this program
      * made, the same record every other driver leaves, so this
      * program shows up in the REPORT command and the trend
            MOVE 0 TO RSTAT-REC-PQEXEC-CALLS.
            MOVE 0 TO RSTAT-REC-COMMIT-ELAPSED.
            MOVE 0 TO RSTAT-REC-COMMIT-CALLS.
      * Only FAILBACK issues a run id (it signs what it applies);
      * the other modes leave it SPACES.
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE SPACES TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      * Shared TX-STATUS remediation routing (see TXDISPAT.cpy)
           COPY TXDISPAT.
      * Closed-period guard shared by backout, purge and DR replay
      * (see MCLOSECK.cpy, MCLOSEWS.cpy and MCLOSE.cpy).
           COPY MCLOSECK.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Legal-hold freeze shared by every change path (see
      * LGLHCK.cpy, LGLHWS.cpy and LGLHOLD.cpy).
           COPY LGLHCK.
      * Imprint map and the CHANGE-AUDIT stamp (see OWNDOMCK.cpy,
      * OWNDOMST.cpy and OWNDOM.cpy)
           COPY OWNDOMCK.
           COPY OWNDOMST.
