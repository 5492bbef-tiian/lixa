      * lets the operator correct the offending fields (blank
      * keeps the current value), re-checks the corrected row on
      * the spot with the same in-isolation rules VALIDATE
      * applies (the CONTENT-RULES table included), and appends
      * a properly formed record to AUTHOR-RECYCLE.  Each worked
      * entry is stamped REJ-WORKED in the rewritten queue
      * (AUTHOR-REJECT-NEW, swap convention as elsewhere), so
      * nothing is recycled twice or lost.
      *
      * A stale-update conflict (reason CNFL) shows both versions:
      * the values the sender expected the row to hold and what it
      * actually held when the loader refused the change.  The
      * operator decides; a corrected row goes to AUTHOR-RECYCLE
      * expecting what the row held when it was judged here, so a
      * change landing in the meantime is still caught.  Any other
      * reject keeps the expectation and lineage it arrived with.
      *
      * The operator (BATCH-OPERATOR) corrects only rows of the
      * imprints their grants are scoped to (see OWNDOM.cpy): a
      * corrected row owned by another imprint is not accepted,
      * the same DOMN rule the load applies (see OWNDOMCK.cpy).
      *
      * Per entry: C corrects, S skips (stays unworked for next
      * session), Q quits the session; everything not yet reached
      * passes through unchanged.
      *
      * The fingerprints of CONTENT-RULES and OWNERSHIP-DOMAINS
      * are logged to
      * CONTROL-USAGE as 'EXREJWRK' (no run id: against the program
      * and the time of the read), so EXAMPLE63_CTLREG USED can say
      * which registered version the run was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE47-REJWORK.
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AUTHOR-RECYCLE-FILE ASSIGN TO "AUTHOR-RECYCLE"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The table-driven content checks VALIDATE and the load
      * apply (see CNTRULE.cpy)
            SELECT OPTIONAL CONTENT-RULES-FILE
                ASSIGN TO "CONTENT-RULES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CNTRULE-STATUS.
      * The holder note beside the suite enqueue this session
      * takes on the recycle file (see TXENQ.cpy/ENQREC.cpy)
            SELECT ENQ-HOLDER-FILE
                ASSIGN TO DYNAMIC WS-ENQ-HOLDER-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ENQ-HOLDER-STATUS.
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
        FD RUN-CONTROL-FILE.
        01 AUTHOR-REJECT-RECORD.
           COPY REJROW.
        FD REJECT-NEW-FILE.
        01 REJECT-NEW-RECORD PIC X(344).
        FD AUTHOR-RECYCLE-FILE.
        01 AUTHOR-RECYCLE-RECORD.
           COPY REJROW REPLACING LEADING ==REJ== BY ==RCY==.
        FD CONTENT-RULES-FILE.
        01 CONTENT-RULE-RECORD.
           COPY CNTRULE.
        FD ENQ-HOLDER-FILE.
        01 ENQ-HOLDER-RECORD.
           COPY ENQREC.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        WORKING-STORAGE SECTION.
      * Run id and enqueue work fields, the suite's shared shapes
      * (see RUNIDWS.cpy/ENQWS.cpy)
           COPY RUNIDWS.
           COPY ENQWS.
      * The loaded content rules and a row's verdict (see
      * CNTRULWS.cpy)
           COPY CNTRULWS.
        01 WS-REJECT-STATUS PIC X(2) VALUE '00'.
        01 WS-REJECT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-REJECTS VALUE 'Y'.
        01 WS-SHOWN-COUNT PIC 9(9) VALUE 0.
        01 WS-WORKED-COUNT PIC 9(9) VALUE 0.
        01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
      * Who is at the keyboard, and the imprints their grants
      * reach (see OWNDOMWS.cpy)
        01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           COPY OWNDOMWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE47_REJWORK'.
      * suite enqueue keeps the two from interleaving (see
      * TXENQ.cpy).
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM LOAD-CONTENT-RULES THRU LOAD-CONTENT-RULES-DONE.
            IF CONTENT-RULES-UNUSABLE THEN
               DISPLAY 'CONTENT-RULES refused: '
                       FUNCTION TRIM(WS-CNTRULE-LOAD-TEXT)
               CLOSE AUTHOR-REJECT-FILE
               STOP RUN RETURNING 1
            END-IF.
      * Which version of the control file steers this run (see
      * CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXREJWRK' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'CONTENT-RULES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE 'OWNERSHIP-DOMAINS' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
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
               DISPLAY 'OWNERSHIP-DOMAINS refused: '
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
               CLOSE AUTHOR-REJECT-FILE
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'EXREJWRK' TO WS-ENQ-PROGRAM-ID.
            MOVE 'AUTHOR-RECYCLE' TO WS-ENQ-RESOURCE.
            PERFORM ACQUIRE-ENQ THRU ACQUIRE-ENQ-EXIT.
               GO TO WORK-ONE-ENTRY-EXIT
            END-IF.
            ADD 1 TO WS-SHOWN-COUNT.
            MOVE REJ-INPUT-IMAGE TO WORK-ROW.
            MOVE REJ-ORIGIN-RUN-ID TO WRK-ORIGIN-RUN-ID.
            MOVE REJ-EXPECT-FLAG TO WRK-EXPECT-FLAG.
            MOVE REJ-EXPECTED-NAME TO WRK-EXPECTED-NAME.
            MOVE REJ-EXPECTED-SURNAME TO WRK-EXPECTED-SURNAME.
            DISPLAY ' '.
            DISPLAY 'REJECT ' WS-SHOWN-COUNT ': run ' REJ-RUN-ID
                    ' row ' REJ-ROW-NUMBER ' reason '
                    REJ-REASON-CODE.
            DISPLAY '  ' FUNCTION TRIM(REJ-REASON-TEXT).
            IF REJ-REASON-CODE EQUAL 'CNFL' THEN
               DISPLAY '  sender ' FUNCTION TRIM(REJ-SENDER-ID)
                       ' expected: '
                       FUNCTION TRIM(REJ-EXPECTED-NAME) ' / '
                       FUNCTION TRIM(REJ-EXPECTED-SURNAME)
               DISPLAY '  row held:  '
                       FUNCTION TRIM(REJ-CURRENT-NAME) ' / '
                       FUNCTION TRIM(REJ-CURRENT-SURNAME)
            END-IF.
            IF WRK-TYPE-BOOK THEN
               MOVE WRKB-ID TO DISP-ID
               DISPLAY '  book id=' DISP-ID ' author-id='
               MOVE FUNCTION UPPER-CASE(WS-CONSOLE-LINE(1:1))
                 TO WRK-OPERATION
            END-IF.
            PERFORM REVALIDATE-ROW THRU REVALIDATE-ROW-JUDGED.
            IF NOT CORRECTED-ROW-VALID THEN
               DISPLAY 'NOT ACCEPTED: '
                       FUNCTION TRIM(WS-VALID-REASON)
      * The recycle record: the reject's own metadata with the
      * corrected image, the shape RUN-RECYCLE-COMMAND re-drives
            MOVE AUTHOR-REJECT-RECORD TO AUTHOR-RECYCLE-RECORD.
            MOVE WORK-ROW(1:80) TO RCY-INPUT-IMAGE.
            MOVE WRK-ORIGIN-RUN-ID TO RCY-ORIGIN-RUN-ID.
      * A conflict the operator has now corrected was judged
      * against what the row held: that is what the recycled row
      * expects, so a change landing since is still caught.
            IF REJ-REASON-CODE EQUAL 'CNFL' AND WRK-HAS-EXPECTED
               THEN
               MOVE REJ-CURRENT-NAME TO WRK-EXPECTED-NAME
               MOVE REJ-CURRENT-SURNAME TO WRK-EXPECTED-SURNAME
            END-IF.
            MOVE WRK-EXPECT-FLAG TO RCY-EXPECT-FLAG.
            MOVE WRK-EXPECTED-NAME TO RCY-EXPECTED-NAME.
            MOVE WRK-EXPECTED-SURNAME TO RCY-EXPECTED-SURNAME.
            MOVE SPACE TO RCY-WORKED.
            WRITE AUTHOR-RECYCLE-RECORD.
            MOVE 'Y' TO REJ-WORKED.
      *
      * The same in-isolation rules RUN-VALIDATE-COMMAND applies:
      * a 'D' row legitimately carries blank values, everything
      * else must be whole and pass the content rules.  A
      * warn-severity rule is shown but does not hold the row
      * back; the load writes the warning when it meets the row.
      * A row of an imprint outside the operator's scope is not
      * accepted either (a row without its own operation code is
      * judged as an insert; the RECYCLE load judges it again
      * under the verb it actually runs).
      *
        REVALIDATE-ROW.
            MOVE 'N' TO WS-ROW-VALID.
               MOVE 'bad record type' TO WS-VALID-REASON
               GO TO REVALIDATE-ROW-JUDGED
            END-IF.
            IF NOT WRK-OP-DELETE THEN
               MOVE WRK-REC-TYPE TO WS-CRC-REC-TYPE
               IF WRK-TYPE-BOOK THEN
                  MOVE 'C' TO WS-CRC-LAYOUT
               ELSE
                  MOVE 'P' TO WS-CRC-LAYOUT
               END-IF
               MOVE WRK-NAME TO WS-CRC-NAME
               MOVE WRK-SURNAME TO WS-CRC-SURNAME
               MOVE WRKB-TITLE TO WS-CRC-TITLE
               PERFORM APPLY-CONTENT-RULES
                  THRU APPLY-CONTENT-RULES-EXIT
               PERFORM VARYING CRW-IX FROM 1 BY 1
                        UNTIL CRW-IX > CRC-WARN-COUNT
                  DISPLAY 'WARNING (' CRW-RULE-ID (CRW-IX) '): '
                          FUNCTION TRIM(CRW-FIELD (CRW-IX)) ' - '
                          FUNCTION TRIM(CRW-DESCRIPTION (CRW-IX))
               END-PERFORM
               IF WS-CRC-REJECT-RULE NOT EQUAL SPACES THEN
                  MOVE WS-CRC-REJECT-TEXT TO WS-VALID-REASON
                  GO TO REVALIDATE-ROW-JUDGED
               END-IF
            END-IF.
            IF OPERATOR-IS-SCOPED THEN
               EVALUATE TRUE
                  WHEN WRK-OP-DELETE
                     MOVE 'DELETE' TO WS-OWD-COMMAND
                  WHEN WRK-OP-UPDATE
                     MOVE 'UPDATE' TO WS-OWD-COMMAND
                  WHEN OTHER
                     MOVE 'INSERT' TO WS-OWD-COMMAND
               END-EVALUATE
               MOVE 0 TO WS-OWD-AUTHOR-ID
               IF WRK-TYPE-BOOK THEN
                  IF WRKB-AUTHOR-ID IS NUMERIC THEN
                     MOVE WRKB-AUTHOR-ID TO WS-OWD-AUTHOR-ID
                  END-IF
               ELSE
                  MOVE WRK-ID TO WS-OWD-AUTHOR-ID
               END-IF
               PERFORM CHECK-OWNERSHIP-DOMAIN
                  THRU CHECK-OWNERSHIP-DOMAIN-EXIT
               IF OWNERSHIP-OUT-OF-DOMAIN THEN
                  MOVE WS-OWD-REASON-TEXT TO WS-VALID-REASON
                  GO TO REVALIDATE-ROW-JUDGED
               END-IF
            END-IF.
            SET CORRECTED-ROW-VALID TO TRUE.
        REVALIDATE-ROW-JUDGED.
            EXIT.
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Table-driven content rules, shared with EXAMPLE5_PQL (see
      * CNTRULCK.cpy, CNTRULWS.cpy and CNTRULE.cpy)
           COPY CNTRULCK.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
      * Imprint scoping shared by every change path (see
      * OWNDOMCK.cpy, OWNDOMWS.cpy and OWNDOM.cpy)
           COPY OWNDOMCK.
           COPY OWNDOMSC.
