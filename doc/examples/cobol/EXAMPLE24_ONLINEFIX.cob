      * operator stamp and all.  The operator needs UPDATE
      * authority in OPERATOR-AUTH, exactly as for a batch
      * correction.  'END' at the id prompt finishes the session.
      *
      * Every readback puts a row on the screen whether or not a
      * fix follows, so each one is logged to INQUIRY-ACCESS
      * against the operator (see INQACC.cpy); with no
      * BATCH-OPERATOR identity the session is refused.
      *
      * An author under legal hold (see LGLHOLD.cpy) is shown but
      * cannot be corrected: the refusal names the hold and leaves
      * an EXCEPTION-QUEUE entry, the same as a held row in a batch
      * load (see LGLHCK.cpy).
      *
      * An operator whose UPDATE grant is scoped to an imprint (see
      * OWNDOM.cpy) is shown an author of another imprint but
      * cannot correct it - the refusal names the owning imprint,
      * the same DOMN rule the batch load applies (see
      * OWNDOMCK.cpy).  Every committed fix carries its imprint on
      * CHANGE-AUDIT.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE24-ONLINEFIX.
                ASSIGN TO "OPERATOR-AUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
      * Who viewed what (see INQACC.cpy)
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO "INQUIRY-ACCESS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQACC-STATUS.
      * Authors and books frozen by a legal hold, and where a
      * refused correction is queued (see LGLHOLD.cpy)
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
        FD RUN-CONTROL-FILE.
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
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
        01 WS-OP-CAN-UPDATE PIC X(1) VALUE 'N'.
           88 OP-CAN-UPDATE VALUE 'Y'.
           COPY RUNIDWS.
      * The inquiry access log (see INQACCWR.cpy)
           COPY INQACCWS.
      * The legal holds in force (see LGLHWS.cpy)
           COPY LGLHWS.
      * The imprint map and the operator's scope (see OWNDOMWS.cpy)
           COPY OWNDOMWS.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE24_ONLINEFIX'.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE 'EXONLFIX' TO WS-INQ-PROGRAM-ID.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            PERFORM READ-OPERATOR-AUTH
               THRU READ-OPERATOR-AUTH-DONE.
            IF NOT OP-CAN-UPDATE THEN
                       'OPERATOR-AUTH)'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'REFUSED: LEGAL-HOLD holds more than 500 '
                       'holds - the list cannot be read whole'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            MOVE WS-OPERATOR-ID TO WS-OWD-OPERATOR.
            PERFORM LOAD-OPERATOR-SCOPE THRU LOAD-OPERATOR-SCOPE-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'REFUSED: OWNERSHIP-DOMAINS cannot be used - '
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND TRANSACTION-AUDIT-FILE.
            OPEN EXTEND RUNSTATS-FILE.
            OPEN EXTEND XREF-CONTROL-FILE.
      * The readback that proves the lookup - the same SELECT the
      * batch loader's CAPTURE-BEFORE-IMAGE performs.
            PERFORM READ-CURRENT-ROW THRU READ-CURRENT-ROW-EXIT.
            MOVE 'K' TO WS-INQ-KIND.
            MOVE DISP-ID TO WS-INQ-ASKED.
            MOVE WS-NTUPLES TO WS-INQ-ROWS.
            PERFORM LOG-INQUIRY-ACCESS THRU LOG-INQUIRY-ACCESS-EXIT.
            IF WS-NTUPLES EQUAL 0 THEN
               DISPLAY 'No author row with id ' DISP-ID
               GO TO ONE-CORRECTION-EXIT
            END-IF.
            DISPLAY 'Current: name=' WS-CURRENT-NAME.
            DISPLAY '         surname=' WS-CURRENT-SURNAME.
            MOVE WS-FIX-ID TO WS-LGH-AUTHOR-ID.
            MOVE 0 TO WS-LGH-BOOK-ID.
            MOVE SPACES TO WS-LGH-CHANGE-TS.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
            IF LEGAL-HOLD-HIT THEN
               DISPLAY 'REFUSED (HOLD): '
                       FUNCTION TRIM(WS-LGH-REASON-TEXT)
                       ' - no correction possible'
               MOVE 'EXONLFIX' TO WS-LGH-PROGRAM-ID
               MOVE WS-RUN-ID TO WS-LGH-RUN-ID
               OPEN EXTEND EXCEPTION-QUEUE-FILE
               PERFORM BUILD-LEGAL-HOLD-EXCEPTION
                  THRU BUILD-LEGAL-HOLD-EXCEPTION
               WRITE EXCEPTION-QUEUE-RECORD
               CLOSE EXCEPTION-QUEUE-FILE
               GO TO ONE-CORRECTION-EXIT
            END-IF.
            MOVE WS-FIX-ID TO WS-OWD-AUTHOR-ID.
            MOVE 'UPDATE' TO WS-OWD-COMMAND.
            PERFORM CHECK-OWNERSHIP-DOMAIN
               THRU CHECK-OWNERSHIP-DOMAIN-EXIT.
            IF OWNERSHIP-OUT-OF-DOMAIN THEN
               DISPLAY 'REFUSED (DOMN): '
                       FUNCTION TRIM(WS-OWD-REASON-TEXT)
               GO TO ONE-CORRECTION-EXIT
            END-IF.
            DISPLAY 'New name (blank keeps current): '.
            MOVE SPACES TO WS-NEW-NAME.
            ACCEPT WS-NEW-NAME FROM CONSOLE.
            MOVE WS-NEW-NAME TO CHG-AFTER-NAME.
            MOVE WS-NEW-SURNAME TO CHG-AFTER-SURNAME.
            MOVE SPACES TO CHG-APPROVED-BY.
            PERFORM STAMP-CHANGE-DOMAIN THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
            MOVE WS-FIX-ID TO MST-ID.
            MOVE WS-NEW-NAME TO MST-NAME.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
            END-IF.
            OPEN INPUT OPERATOR-AUTH-FILE.
            IF WS-AUTH-STATUS NOT EQUAL '00' AND
               WS-AUTH-STATUS NOT EQUAL '05' THEN
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE SPACES TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      * Shared TX-STATUS remediation routing (see TXDISPAT.cpy)
           COPY TXDISPAT.
      * The inquiry access log, shared by every inquiry program
      * (see INQACCWR.cpy, INQACCWS.cpy and INQACC.cpy).
           COPY INQACCWR.
      * The legal-hold freeze every change path honours (see
      * LGLHCK.cpy, LGLHWS.cpy and LGLHOLD.cpy)
           COPY LGLHCK.
      * The imprint scoping every change path honours, and the
      * imprint stamp on the change trail (see OWNDOMCK.cpy,
      * OWNDOMST.cpy, OWNDOMWS.cpy and OWNDOM.cpy)
           COPY OWNDOMCK.
           COPY OWNDOMSC.
           COPY OWNDOMST.
