      *   (via EXAMPLE16_BACKOUT) as a normal load.  Authors still
      *   owning books are skipped and reported, never cascaded.
      *
      * An author under legal hold (see LGLHOLD.cpy) is never
      * purged: PREVIEW marks it HOLD, and COMMIT skips it with an
      * EXCEPTION-QUEUE entry naming the hold (see LGLHCK.cpy).
      *
      * PREVIEW shows the imprint owning each candidate (see
      * OWNDOM.cpy); COMMIT by an operator whose DELETE grant is
      * scoped to other imprints skips the candidate as DOMN,
      * the rule every change path applies (see OWNDOMCK.cpy).
      *
      * The operator needs DELETE authority in OPERATOR-AUTH, and
      * COMMIT refuses while today's period is CLOSED by the
      * month-end close (see EXAMPLE53_MONTHCLOSE and
      * MCLOSECK.cpy) until it is explicitly reopened.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE28-PURGE.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The period close log (see MCLOSE.cpy)
            SELECT OPTIONAL MONTH-CLOSE-FILE ASSIGN TO "MONTH-CLOSE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MCLOSE-STATUS.
            SELECT OPTIONAL OPERATOR-AUTH-FILE
                ASSIGN TO "OPERATOR-AUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AUTHORS-MASTER-FILE ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Authors and books frozen by a legal hold, and where a
      * skipped candidate is queued (see LGLHOLD.cpy)
            SELECT OPTIONAL LEGAL-HOLD-FILE
                ASSIGN TO "LEGAL-HOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LGLHOLD-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
      * The id ranges each imprint owns (see OWNDOM.cpy)
            SELECT OPTIONAL OWNERSHIP-DOMAINS-FILE
                ASSIGN TO "OWNERSHIP-DOMAINS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OWNDOM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PURGE-CRITERIA-FILE.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD MONTH-CLOSE-FILE.
        01 MONTH-CLOSE-RECORD.
           COPY MCLOSE.
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        FD AUTHORS-MASTER-FILE.
        01 AUTHORS-MASTER-RECORD.
           COPY MSTREC.
        FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-RECORD.
           COPY LGLHOLD.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        WORKING-STORAGE SECTION.
      * Include TX definitions
        01 TX-RETURN-STATUS.
        01 WS-SCANNED-COUNT PIC 9(9) VALUE 0.
        01 WS-QUALIFIED-COUNT PIC 9(9) VALUE 0.
        01 WS-BLOCKED-COUNT PIC 9(9) VALUE 0.
        01 WS-HELD-COUNT PIC 9(9) VALUE 0.
        01 WS-DOMAIN-COUNT PIC 9(9) VALUE 0.
        01 WS-PURGED-COUNT PIC 9(9) VALUE 0.
        01 WS-FAILED-COUNT PIC 9(9) VALUE 0.
      * Operator identity/authority and the shop-wide run id
           88 END-OF-AUTH-FILE VALUE 'Y'.
        01 WS-OP-CAN-DELETE PIC X(1) VALUE 'N'.
           88 OP-CAN-DELETE VALUE 'Y'.
           COPY MCLOSEWS.
           COPY RUNIDWS.
      * The legal holds in force (see LGLHWS.cpy)
           COPY LGLHWS.
      * The imprint map and the operator's scope (see OWNDOMWS.cpy)
           COPY OWNDOMWS.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE28_PURGE'.
                          'OPERATOR-AUTH)'
                  STOP RUN RETURNING 1
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MCLOSE-FROM-DATE
               MOVE WS-MCLOSE-FROM-DATE TO WS-MCLOSE-TO-DATE
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
            PERFORM LOAD-CRITERIA THRU LOAD-CRITERIA.
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'REFUSED: LEGAL-HOLD holds more than 500 '
                       'holds - the list cannot be read whole'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            IF CMD-COMMIT THEN
               MOVE WS-OPERATOR-ID TO WS-OWD-OPERATOR
               PERFORM LOAD-OPERATOR-SCOPE
                  THRU LOAD-OPERATOR-SCOPE-DONE
            END-IF.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'REFUSED: OWNERSHIP-DOMAINS cannot be used - '
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
               STOP RUN RETURNING 1
            END-IF.
            MOVE ZERO TO TX-RETURN-STATUS.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            DISPLAY 'TXOPEN returned value ' TX-STATUS.
               OPEN EXTEND XREF-CONTROL-FILE
               OPEN EXTEND CHANGE-AUDIT-FILE
               OPEN EXTEND AUTHORS-MASTER-FILE
               OPEN EXTEND EXCEPTION-QUEUE-FILE
            ELSE
               OPEN OUTPUT PURGE-PREVIEW-FILE
            END-IF.
               CLOSE XREF-CONTROL-FILE
               CLOSE CHANGE-AUDIT-FILE
               CLOSE AUTHORS-MASTER-FILE
               CLOSE EXCEPTION-QUEUE-FILE
            ELSE
               CLOSE PURGE-PREVIEW-FILE
            END-IF.
               DISPLAY 'PREVIEW RESULT: ' WS-SCANNED-COUNT
                       ' row(s) scanned, ' WS-QUALIFIED-COUNT
                       ' qualify (' WS-BLOCKED-COUNT
                       ' of them still own books and '
                       WS-HELD-COUNT ' are under legal hold; both '
                       'would be skipped) - list in PURGE-PREVIEW; '
                       'nothing was touched'
            ELSE
               DISPLAY 'PURGE RESULT: ' WS-QUALIFIED-COUNT
                       ' candidate(s): ' WS-PURGED-COUNT
                       ' deleted, ' WS-BLOCKED-COUNT
                       ' skipped (own books), ' WS-HELD-COUNT
                       ' skipped (legal hold), ' WS-DOMAIN-COUNT
                       ' skipped (other imprint), ' WS-FAILED-COUNT
                       ' failed'
            END-IF.
            IF WS-FAILED-COUNT NOT EQUAL 0 THEN
            MOVE WS-CAND-ID TO DISP-ID.
            PERFORM CHECK-CANDIDATE-BOOKS
               THRU CHECK-CANDIDATE-BOOKS.
            MOVE WS-CAND-ID TO WS-LGH-AUTHOR-ID.
            MOVE 0 TO WS-LGH-BOOK-ID.
            MOVE SPACES TO WS-LGH-CHANGE-TS.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
            MOVE WS-CAND-ID TO WS-OWD-AUTHOR-ID.
            MOVE 'DELETE' TO WS-OWD-COMMAND.
            PERFORM CHECK-OWNERSHIP-DOMAIN
               THRU CHECK-OWNERSHIP-DOMAIN-EXIT.
            IF CMD-PREVIEW THEN
               MOVE SPACES TO PURGE-PREVIEW-RECORD
               STRING DISP-ID DELIMITED BY SIZE
                  ADD 1 TO WS-BLOCKED-COUNT
                  MOVE 'BOOKS' TO PURGE-PREVIEW-RECORD(73:5)
               END-IF
               IF LEGAL-HOLD-HIT THEN
                  ADD 1 TO WS-HELD-COUNT
                  MOVE 'HOLD' TO PURGE-PREVIEW-RECORD(79:4)
               END-IF
               MOVE WS-OWD-ROW-DOMAIN TO PURGE-PREVIEW-RECORD(83:8)
               WRITE PURGE-PREVIEW-RECORD
               GO TO CONSIDER-ONE-ROW-EXIT
            END-IF.
            IF LEGAL-HOLD-HIT THEN
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'SKIPPED (HOLD): id ' DISP-ID ' '
                       FUNCTION TRIM(WS-LGH-REASON-TEXT)
               MOVE 'EXPURGE ' TO WS-LGH-PROGRAM-ID
               MOVE WS-RUN-ID TO WS-LGH-RUN-ID
               PERFORM BUILD-LEGAL-HOLD-EXCEPTION
                  THRU BUILD-LEGAL-HOLD-EXCEPTION
               WRITE EXCEPTION-QUEUE-RECORD
               GO TO CONSIDER-ONE-ROW-EXIT
            END-IF.
            IF OWNERSHIP-OUT-OF-DOMAIN THEN
               ADD 1 TO WS-DOMAIN-COUNT
               DISPLAY 'SKIPPED (DOMN): id ' DISP-ID ' '
                       FUNCTION TRIM(WS-OWD-REASON-TEXT)
               GO TO CONSIDER-ONE-ROW-EXIT
            END-IF.
            IF CAND-OWNS-BOOKS THEN
               ADD 1 TO WS-BLOCKED-COUNT
               DISPLAY 'SKIPPED: id ' DISP-ID
            MOVE SPACES TO CHG-AFTER-NAME.
            MOVE SPACES TO CHG-AFTER-SURNAME.
            MOVE SPACES TO CHG-APPROVED-BY.
            PERFORM STAMP-CHANGE-DOMAIN THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
            MOVE WS-CAND-ID TO MST-ID.
            MOVE WS-CAND-NAME TO MST-NAME.
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
      * The legal-hold freeze every change path honours (see
      * LGLHCK.cpy, LGLHWS.cpy and LGLHOLD.cpy)
           COPY LGLHCK.
      * The imprint scoping every change path honours, and the
      * imprint stamp on the change trail (see OWNDOMCK.cpy,
      * OWNDOMST.cpy, OWNDOMWS.cpy and OWNDOM.cpy)
           COPY OWNDOMCK.
           COPY OWNDOMSC.
           COPY OWNDOMST.
