      * the clean keys only, leaving the conflicted ones named for
      * a human decision.  The classic FROM=/TO=/XID= invocation
      * keeps its direct-write behavior unchanged.
      *
      * A backout that would write reversals (direct or COMMIT)
      * refuses when the changes it selected, or today's date,
      * fall inside a period the month-end close has CLOSED (see
      * EXAMPLE53_MONTHCLOSE and MCLOSECK.cpy); REOPEN the period
      * first.  PREVIEW writes nothing and is always allowed.
      *
      * A change on an author or book under legal hold (see
      * LGLHOLD.cpy) is never reversed: PREVIEW lists it as HELD,
      * and a direct or COMMIT backout skips it with an
      * EXCEPTION-QUEUE entry naming the hold (see LGLHCK.cpy).  A
      * book is frozen by a hold on the book itself or on the
      * author owning it before or after the change.
      *
      * The operator (BATCH-OPERATOR) reverses only inside the
      * imprints their grants are scoped to (see OWNDOM.cpy and
      * OWNDOMCK.cpy): undoing an insert needs DELETE there,
      * undoing an update UPDATE, undoing a delete an INSERT.  A
      * change of another imprint is listed as DOMAIN by PREVIEW
      * and skipped by a direct or COMMIT backout; a book is
      * judged by its owner both before and after the change.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE16-BACKOUT.
      * What a RUN= preview found, for review before COMMIT
            SELECT BACKOUT-PREVIEW-FILE ASSIGN TO "BACKOUT-PREVIEW"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The period close log (see MCLOSE.cpy)
            SELECT OPTIONAL MONTH-CLOSE-FILE ASSIGN TO "MONTH-CLOSE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MCLOSE-STATUS.
      * Authors and books frozen by a legal hold, and where a
      * skipped reversal is queued (see LGLHOLD.cpy)
            SELECT OPTIONAL LEGAL-HOLD-FILE
                ASSIGN TO "LEGAL-HOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LGLHOLD-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
      * The id ranges each imprint owns, and the grants that scope
      * the operator to some of them (see OWNDOM.cpy, OPAUTH.cpy)
            SELECT OPTIONAL OWNERSHIP-DOMAINS-FILE
                ASSIGN TO "OWNERSHIP-DOMAINS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OWNDOM-STATUS.
            SELECT OPTIONAL OPERATOR-AUTH-FILE
                ASSIGN TO "OPERATOR-AUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CHANGE-AUDIT-FILE.
           COPY BOOKROW.
        FD BACKOUT-PREVIEW-FILE.
        01 BACKOUT-PREVIEW-RECORD PIC X(132).
        FD MONTH-CLOSE-FILE.
        01 MONTH-CLOSE-RECORD.
           COPY MCLOSE.
        FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-RECORD.
           COPY LGLHOLD.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        WORKING-STORAGE SECTION.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
              10 SEL-BEFORE-SURNAME  PIC X(30).
              10 SEL-CONFLICT        PIC X(1).
              10 SEL-CONFLICT-RUN    PIC X(13).
              10 SEL-AFTER-SURNAME   PIC X(30).
        01 SEL-IX PIC 9(5).
        01 SEL-JX PIC 9(5).
        01 WS-OVERFLOW PIC X(1) VALUE 'N'.
           88 TABLE-OVERFLOWED VALUE 'Y'.
        01 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
        01 WS-CONFLICT-COUNT PIC 9(5) VALUE 0.
        01 WS-HELD-COUNT PIC 9(5) VALUE 0.
        01 WS-DOMAIN-COUNT PIC 9(5) VALUE 0.
        01 WS-BOOK-ID PIC 9(9) VALUE 0.
        01 WS-PREVIEW-LINE PIC X(132) VALUE SPACES.
      * Dates of the oldest and newest selected change
        01 WS-SELECTED-FIRST-DATE PIC X(8) VALUE SPACES.
        01 WS-SELECTED-LAST-DATE PIC X(8) VALUE SPACES.
        01 WS-TODAY-DATE PIC X(8) VALUE SPACES.
           COPY MCLOSEWS.
      * The legal holds in force (see LGLHWS.cpy)
           COPY LGLHWS.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
      * Who is running the backout, and the imprints their grants
      * reach (see OWNDOMWS.cpy)
        01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY OWNDOMWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE16_BACKOUT'.
               FUNCTION LENGTH(FUNCTION TRIM(WS-FROM-TS)).
            COMPUTE WS-TO-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TO-TS)).
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'REFUSED: LEGAL-HOLD holds more than 500 '
                       'holds - the list cannot be read whole'
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
            END-IF.
            DISPLAY 'Operator: ' WS-OPERATOR-ID.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            MOVE WS-OPERATOR-ID TO WS-OWD-OPERATOR.
            PERFORM LOAD-OPERATOR-SCOPE THRU LOAD-OPERATOR-SCOPE-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'REFUSED: OWNERSHIP-DOMAINS cannot be used - '
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
               STOP RUN RETURNING 1
            END-IF.
            PERFORM SELECT-AUDIT-RECORDS
               THRU SELECT-AUDIT-RECORDS-DONE.
            IF NOT PHASE-PREVIEW THEN
               PERFORM CHECK-BACKOUT-PERIOD
                  THRU CHECK-BACKOUT-PERIOD-EXIT
            END-IF.
            IF PHASE-PREVIEW THEN
               PERFORM WRITE-PREVIEW-FILE THRU WRITE-PREVIEW-FILE
               DISPLAY 'PREVIEW RESULT: run '
                       FUNCTION TRIM(WS-RUN-FILTER) ': '
                       SELECTED-COUNT ' change(s), '
                       WS-CONFLICT-COUNT ' key(s) in conflict, '
                       WS-HELD-COUNT ' under legal hold, '
                       WS-DOMAIN-COUNT ' of other imprints - '
                       'list in BACKOUT-PREVIEW; nothing written'
            ELSE
               PERFORM WRITE-BACKOUT-FILE THRU WRITE-BACKOUT-FILE
                          'change(s) were SKIPPED - see the '
                          'console lines above for the keys'
               END-IF
               IF WS-HELD-COUNT NOT EQUAL 0 THEN
                  DISPLAY '  ' WS-HELD-COUNT ' change(s) under '
                          'legal hold were SKIPPED and queued to '
                          'EXCEPTION-QUEUE'
               END-IF
               IF WS-DOMAIN-COUNT NOT EQUAL 0 THEN
                  DISPLAY '  ' WS-DOMAIN-COUNT ' change(s) of '
                          'imprints outside the operator''s scope '
                          'were SKIPPED'
               END-IF
            END-IF.
            IF TABLE-OVERFLOWED THEN
               DISPLAY 'WARNING: selection exceeded 10000 records - '
               GO TO SELECT-THIS-RECORD-EXIT
            END-IF.
            ADD 1 TO SELECTED-COUNT.
            IF WS-SELECTED-FIRST-DATE EQUAL SPACES OR
               CHG-TIMESTAMP(1:8) < WS-SELECTED-FIRST-DATE THEN
               MOVE CHG-TIMESTAMP(1:8) TO WS-SELECTED-FIRST-DATE
            END-IF.
            IF CHG-TIMESTAMP(1:8) > WS-SELECTED-LAST-DATE THEN
               MOVE CHG-TIMESTAMP(1:8) TO WS-SELECTED-LAST-DATE
            END-IF.
            MOVE CHG-BUSINESS-KEY TO SEL-KEY (SELECTED-COUNT).
            MOVE CHG-OPERATION TO SEL-OPERATION (SELECTED-COUNT).
            MOVE CHG-BEFORE-NAME
              TO SEL-BEFORE-SURNAME (SELECTED-COUNT).
            MOVE 'N' TO SEL-CONFLICT (SELECTED-COUNT).
            MOVE SPACES TO SEL-CONFLICT-RUN (SELECTED-COUNT).
            MOVE CHG-AFTER-SURNAME
              TO SEL-AFTER-SURNAME (SELECTED-COUNT).
        SELECT-THIS-RECORD-EXIT.
            EXIT.
      *
      *
        WRITE-BACKOUT-FILE.
            OPEN OUTPUT BACKOUT-FILE.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            PERFORM VARYING SEL-IX FROM SELECTED-COUNT BY -1
                     UNTIL SEL-IX < 1
               PERFORM WRITE-ONE-REVERSAL
                  THRU WRITE-ONE-REVERSAL-EXIT
            END-PERFORM.
            CLOSE BACKOUT-FILE.
            CLOSE EXCEPTION-QUEUE-FILE.
      *
      * One reversing row: I becomes D, U restores the before
      * values, D re-inserts them.
                       SEL-CONFLICT-RUN (SEL-IX)
               GO TO WRITE-ONE-REVERSAL-EXIT
            END-IF.
      * Nor is a frozen one: the hold wins, and the skipped
      * reversal is queued for counsel to see.
            PERFORM CHECK-SELECTED-HOLD THRU CHECK-SELECTED-HOLD-EXIT.
            IF LEGAL-HOLD-HIT THEN
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'HELD SKIPPED: key '
                       FUNCTION TRIM(SEL-KEY (SEL-IX)) ' '
                       FUNCTION TRIM(WS-LGH-REASON-TEXT)
               MOVE 'EXBACKOT' TO WS-LGH-PROGRAM-ID
               MOVE SPACES TO WS-LGH-RUN-ID
               PERFORM BUILD-LEGAL-HOLD-EXCEPTION
                  THRU BUILD-LEGAL-HOLD-EXCEPTION
               WRITE EXCEPTION-QUEUE-RECORD
               GO TO WRITE-ONE-REVERSAL-EXIT
            END-IF.
      * Nor is one of an imprint the operator may not change.
            PERFORM CHECK-SELECTED-DOMAIN
               THRU CHECK-SELECTED-DOMAIN-EXIT.
            IF OWNERSHIP-OUT-OF-DOMAIN THEN
               ADD 1 TO WS-DOMAIN-COUNT
               DISPLAY 'DOMAIN SKIPPED: key '
                       FUNCTION TRIM(SEL-KEY (SEL-IX)) ' '
                       FUNCTION TRIM(WS-OWD-REASON-TEXT)
               GO TO WRITE-ONE-REVERSAL-EXIT
            END-IF.
            IF SEL-KEY (SEL-IX) (1:1) EQUAL 'B' THEN
               PERFORM WRITE-BOOK-REVERSAL
                  THRU WRITE-BOOK-REVERSAL-EXIT
            EXIT.
      *
      * The preview: one line per selected change, REVERSE for the
      * clean set, CONFLICT - with the later run's id - HELD - with
      * the hold that freezes it - and DOMAIN - with the imprint
      * that owns it - for the keys a COMMIT would skip.
      *
        WRITE-PREVIEW-FILE.
            OPEN OUTPUT BACKOUT-PREVIEW-FILE.
            PERFORM VARYING SEL-IX FROM SELECTED-COUNT BY -1
                     UNTIL SEL-IX < 1
               MOVE SPACES TO WS-PREVIEW-LINE
               PERFORM CHECK-SELECTED-HOLD
                  THRU CHECK-SELECTED-HOLD-EXIT
               IF SEL-CONFLICT (SEL-IX) NOT EQUAL 'Y' AND
                  LEGAL-HOLD-HIT THEN
                  ADD 1 TO WS-HELD-COUNT
               END-IF
               PERFORM CHECK-SELECTED-DOMAIN
                  THRU CHECK-SELECTED-DOMAIN-EXIT
               IF SEL-CONFLICT (SEL-IX) NOT EQUAL 'Y' AND
                  NOT LEGAL-HOLD-HIT AND OWNERSHIP-OUT-OF-DOMAIN THEN
                  ADD 1 TO WS-DOMAIN-COUNT
               END-IF
               EVALUATE TRUE
                  WHEN SEL-CONFLICT (SEL-IX) EQUAL 'Y'
                     STRING 'CONFLICT ' DELIMITED BY SIZE
                            FUNCTION TRIM(SEL-KEY (SEL-IX))
                               DELIMITED BY SIZE
                            ' op=' DELIMITED BY SIZE
                            SEL-OPERATION (SEL-IX) DELIMITED BY SIZE
                            ' modified later by run '
                               DELIMITED BY SIZE
                            SEL-CONFLICT-RUN (SEL-IX)
                               DELIMITED BY SIZE
                            INTO WS-PREVIEW-LINE
                     END-STRING
                  WHEN LEGAL-HOLD-HIT
                     STRING 'HELD     ' DELIMITED BY SIZE
                            FUNCTION TRIM(SEL-KEY (SEL-IX))
                               DELIMITED BY SIZE
                            ' op=' DELIMITED BY SIZE
                            SEL-OPERATION (SEL-IX) DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            FUNCTION TRIM(WS-LGH-REASON-TEXT)
                               DELIMITED BY SIZE
                            INTO WS-PREVIEW-LINE
                     END-STRING
                  WHEN OWNERSHIP-OUT-OF-DOMAIN
                     STRING 'DOMAIN   ' DELIMITED BY SIZE
                            FUNCTION TRIM(SEL-KEY (SEL-IX))
                               DELIMITED BY SIZE
                            ' op=' DELIMITED BY SIZE
                            SEL-OPERATION (SEL-IX) DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            FUNCTION TRIM(WS-OWD-REASON-TEXT)
                               DELIMITED BY SIZE
                            INTO WS-PREVIEW-LINE
                     END-STRING
                  WHEN OTHER
                     STRING 'REVERSE  ' DELIMITED BY SIZE
                            FUNCTION TRIM(SEL-KEY (SEL-IX))
                               DELIMITED BY SIZE
                            ' op=' DELIMITED BY SIZE
                            SEL-OPERATION (SEL-IX) DELIMITED BY SIZE
                            ' restores ' DELIMITED BY SIZE
                            FUNCTION TRIM(SEL-BEFORE-NAME (SEL-IX))
                               DELIMITED BY SIZE
                            '/' DELIMITED BY SIZE
                            FUNCTION TRIM(
                               SEL-BEFORE-SURNAME (SEL-IX))
                               DELIMITED BY SIZE
                            INTO WS-PREVIEW-LINE
                     END-STRING
               END-EVALUATE
               WRITE BACKOUT-PREVIEW-RECORD FROM WS-PREVIEW-LINE
            END-PERFORM.
            CLOSE BACKOUT-PREVIEW-FILE.
            WRITE BACKOUT-RECORD.
        WRITE-BOOK-REVERSAL-EXIT.
            EXIT.
      *
      * Is the selected change frozen?  An author row is checked on
      * its own id; a book row on the book and on its owner after
      * the change, then - when the reversal would hand the book
      * back to someone else - on its owner before it.
      *
        CHECK-SELECTED-HOLD.
            MOVE SPACES TO WS-LGH-CHANGE-TS.
            IF SEL-KEY (SEL-IX) (1:1) NOT EQUAL 'B' THEN
               COMPUTE WS-LGH-AUTHOR-ID =
                  FUNCTION NUMVAL(SEL-KEY (SEL-IX))
               MOVE 0 TO WS-LGH-BOOK-ID
               PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT
               GO TO CHECK-SELECTED-HOLD-EXIT
            END-IF.
            MOVE SEL-KEY (SEL-IX) (2:9) TO WS-LGH-BOOK-ID.
            MOVE 0 TO WS-LGH-AUTHOR-ID.
            IF SEL-AFTER-SURNAME (SEL-IX) NOT EQUAL SPACES THEN
               COMPUTE WS-LGH-AUTHOR-ID =
                  FUNCTION NUMVAL(SEL-AFTER-SURNAME (SEL-IX))
            END-IF.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
            IF LEGAL-HOLD-HIT OR
               SEL-BEFORE-SURNAME (SEL-IX) EQUAL SPACES THEN
               GO TO CHECK-SELECTED-HOLD-EXIT
            END-IF.
            COMPUTE WS-LGH-AUTHOR-ID =
               FUNCTION NUMVAL(SEL-BEFORE-SURNAME (SEL-IX)).
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
        CHECK-SELECTED-HOLD-EXIT.
            EXIT.
      *
      * Is the selected change outside the operator's imprints?
      * The reversal needs the opposite authority (I is undone by
      * a DELETE, U by an UPDATE, D by an INSERT); an author row
      * is judged on its own id, a book row on its owner after the
      * change and, when it differs, before it.
      *
        CHECK-SELECTED-DOMAIN.
            MOVE 'N' TO WS-OWD-OUT.
            IF NOT OPERATOR-IS-SCOPED THEN
               GO TO CHECK-SELECTED-DOMAIN-EXIT
            END-IF.
            EVALUATE SEL-OPERATION (SEL-IX)
               WHEN 'I'
                  MOVE 'DELETE' TO WS-OWD-COMMAND
               WHEN 'D'
                  MOVE 'INSERT' TO WS-OWD-COMMAND
               WHEN OTHER
                  MOVE 'UPDATE' TO WS-OWD-COMMAND
            END-EVALUATE.
            IF SEL-KEY (SEL-IX) (1:1) NOT EQUAL 'B' THEN
               COMPUTE WS-OWD-AUTHOR-ID =
                  FUNCTION NUMVAL(SEL-KEY (SEL-IX))
               PERFORM CHECK-OWNERSHIP-DOMAIN
                  THRU CHECK-OWNERSHIP-DOMAIN-EXIT
               GO TO CHECK-SELECTED-DOMAIN-EXIT
            END-IF.
            IF SEL-AFTER-SURNAME (SEL-IX) NOT EQUAL SPACES THEN
               COMPUTE WS-OWD-AUTHOR-ID =
                  FUNCTION NUMVAL(SEL-AFTER-SURNAME (SEL-IX))
               PERFORM CHECK-OWNERSHIP-DOMAIN
                  THRU CHECK-OWNERSHIP-DOMAIN-EXIT
            END-IF.
            IF OWNERSHIP-OUT-OF-DOMAIN OR
               SEL-BEFORE-SURNAME (SEL-IX) EQUAL SPACES THEN
               GO TO CHECK-SELECTED-DOMAIN-EXIT
            END-IF.
            COMPUTE WS-OWD-AUTHOR-ID =
               FUNCTION NUMVAL(SEL-BEFORE-SURNAME (SEL-IX)).
            PERFORM CHECK-OWNERSHIP-DOMAIN
               THRU CHECK-OWNERSHIP-DOMAIN-EXIT.
        CHECK-SELECTED-DOMAIN-EXIT.
            EXIT.
      *
      * Reversals dated inside a CLOSED period - by the changes
      * they undo or by the day they are generated - wait for an
      * explicit REOPEN.
      *
        CHECK-BACKOUT-PERIOD.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            IF SELECTED-COUNT NOT EQUAL 0 THEN
               MOVE WS-SELECTED-FIRST-DATE TO WS-MCLOSE-FROM-DATE
               MOVE WS-SELECTED-LAST-DATE TO WS-MCLOSE-TO-DATE
               PERFORM CHECK-CLOSED-PERIODS
                  THRU CHECK-CLOSED-PERIODS-EXIT
               IF CLOSED-PERIOD-HIT THEN
                  GO TO CHECK-BACKOUT-PERIOD-REFUSED
               END-IF
            END-IF.
            MOVE WS-TODAY-DATE TO WS-MCLOSE-FROM-DATE.
            MOVE WS-TODAY-DATE TO WS-MCLOSE-TO-DATE.
            PERFORM CHECK-CLOSED-PERIODS
               THRU CHECK-CLOSED-PERIODS-EXIT.
            IF NOT CLOSED-PERIOD-HIT THEN
               GO TO CHECK-BACKOUT-PERIOD-EXIT
            END-IF.
        CHECK-BACKOUT-PERIOD-REFUSED.
            DISPLAY 'REFUSED: period ' WS-MCLOSE-PERIOD ' is CLOSED '
                    '(countersigned by ' WS-MCLOSE-CLOSED-BY
                    ') - run EXAMPLE53_MONTHCLOSE REOPEN PERIOD='
                    WS-MCLOSE-PERIOD ' REASON=... first'.
            STOP RUN RETURNING 1.
        CHECK-BACKOUT-PERIOD-EXIT.
            EXIT.
      * Closed-period guard shared by backout, purge and DR replay
      * (see MCLOSECK.cpy, MCLOSEWS.cpy and MCLOSE.cpy).
           COPY MCLOSECK.
      * Legal-hold freeze shared by every change path (see
      * LGLHCK.cpy, LGLHWS.cpy and LGLHOLD.cpy).
           COPY LGLHCK.
      * Imprint scoping shared by every change path (see
      * OWNDOMCK.cpy, OWNDOMWS.cpy and OWNDOM.cpy).
           COPY OWNDOMCK.
           COPY OWNDOMSC.
