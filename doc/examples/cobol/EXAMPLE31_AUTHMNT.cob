      *
      * Usage: EXAMPLE31_AUTHMNT LIST
      *        EXAMPLE31_AUTHMNT GRANT operator command
      *                          [EXPIRES=yyyymmdd] [DOMAIN=imprint]
      *        EXAMPLE31_AUTHMNT COUNTERSIGN operator command
      *                          [DOMAIN=imprint]
      *        EXAMPLE31_AUTHMNT CANCEL operator command
      *                          [DOMAIN=imprint]
      *        EXAMPLE31_AUTHMNT REVOKE operator command
      *                          [DOMAIN=imprint]
      *        EXAMPLE31_AUTHMNT REVOKE RECERTIFY
      *        EXAMPLE31_AUTHMNT APPROVE fingerprint verb
      *
      * Maintenance for the OPERATOR-AUTH file that gates
      * UPDATE/DELETE authority in EXAMPLE5_PQL, EXAMPLE24_ONLINEFIX
      * and EXAMPLE28_PURGE, MERGE authority in EXAMPLE49_MERGE,
      * and PROMOTE authority - taking a new sender from TEST to
      * LIVE - in EXAMPLE72_CERTIFY.  The file used to be
      * hand-edited, so
      * nobody could say who granted whom DELETE authority or when,
      * and a typo silently locked an operator out of the window.
      * Now:
      *                 AUTH-PENDING (see AUTHPEND.cpy), touching
      *                 nothing yet.  EXPIRES= makes the grant
      *                 temporary (see AUTH-EXPIRY-DATE in
      *                 OPAUTH.cpy); DOMAIN= scopes it to the rows
      *                 one imprint owns (see AUTH-DOMAIN and
      *                 OWNDOM.cpy), and must name an imprint the
      *                 OWNERSHIP-DOMAINS map knows.
      *   COUNTERSIGN - the SECOND signature, by a DIFFERENT
      *                 operator: the pending request becomes a real
      *                 OPERATOR-AUTH grant.  A countersign by the
      *   CANCEL      - withdraw a pending request.
      *   REVOKE      - remove a grant (one signature suffices:
      *                 taking authority away is the safe
      *                 direction).  Without DOMAIN= every grant
      *                 of the command goes, whatever its scope.
      *                 The rewritten file goes to
      *                 OPERATOR-AUTH-NEW, swap convention as
      *                 elsewhere.  REVOKE RECERTIFY removes, in
      *                 one pass, every grant whose periodic review
      *                 (see RECERT.cpy and EXAMPLE76_RECERT) was
      *                 dropped by its supervisor or expired
      *                 unanswered, each audit row naming why
      *                 (AAU-REASON RECERT-DROPPED / RECERT-MISSED),
      *                 and marks those reviews revoke-written; a
      *                 later pass that finds the grant gone from
      *                 OPERATOR-AUTH (the swap taken) marks them
      *                 revoked, and one that still finds it
      *                 removes it again.
      *   LIST        - the grants (expiry and lapsed state shown)
      *                 and the open pending requests.
      *   APPROVE     - the second signature on a destructive RUN:
      *                 a DELETE/UPDATE load whose volume exceeds
      *                 the APPROVAL-LIMIT threshold is held by
      *                 the loader as a pending RUN-APPROVALS
      *                 record (see APPRREC.cpy), as is every
      *                 author MERGE (EXAMPLE49_MERGE); a DIFFERENT
      *                 operator holding the verb's authority
      *                 approves it here, naming the input's
      *                 fingerprint and the verb.
            SELECT OPTIONAL AUTH-AUDIT-FILE
                ASSIGN TO "OPERATOR-AUTH-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The imprint map a scoped grant must name a domain of (see
      * OWNDOM.cpy)
            SELECT OPTIONAL OWNERSHIP-DOMAINS-FILE
                ASSIGN TO "OWNERSHIP-DOMAINS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OWNDOM-STATUS.
      * The big-run approval queue the loader holds runs in (see
      * APPRREC.cpy and the APPROVE command)
            SELECT OPTIONAL RUN-APPROVALS-FILE
                ASSIGN TO "RUN-APPROVALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPR-STATUS.
      * The periodic grant reviews a REVOKE RECERTIFY carries out
      * (see RECERT.cpy)
            SELECT OPTIONAL RECERTIFY-FILE
                ASSIGN TO "RECERTIFY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RCT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        FD AUTH-NEW-FILE.
        01 AUTH-NEW-RECORD PIC X(34).
        FD AUTH-PENDING-FILE.
        01 AUTH-PENDING-RECORD.
           COPY AUTHPEND.
        FD RUN-APPROVALS-FILE.
        01 RUN-APPROVAL-RECORD.
           COPY APPRREC.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        FD RECERTIFY-FILE.
        01 RECERTIFY-RECORD.
           COPY RECERT.
        WORKING-STORAGE SECTION.
        01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
        01 WS-PEND-STATUS PIC X(2) VALUE '00'.
        01 WS-TARGET-OPERATOR PIC X(8) VALUE SPACES.
        01 WS-TARGET-COMMAND PIC X(10) VALUE SPACES.
        01 WS-TARGET-EXPIRY PIC X(8) VALUE SPACES.
        01 WS-TARGET-DOMAIN PIC X(8) VALUE SPACES.
        01 WS-DOMAIN-GIVEN PIC X(1) VALUE 'N'.
           88 DOMAIN-WAS-GIVEN VALUE 'Y'.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
      * Who is at the keyboard (the acting signature)
              10 PT-REQUESTED-BY PIC X(8).
              10 PT-REQUEST-TIME PIC X(21).
              10 PT-STATUS       PIC X(1).
              10 PT-DOMAIN       PIC X(8).
        01 PT-IX PIC 9(3).
        01 WS-PEND-FOUND PIC X(1) VALUE 'N'.
           88 PENDING-ENTRY-FOUND VALUE 'Y'.
      * REVOKE RECERTIFY: the review file netted to the last record
      * per (cycle, operator, command, domain), kept whole so the
      * revoked stamp can be appended from it, and the reason the
      * audit row carries
        01 WS-RCT-STATUS PIC X(2) VALUE '00'.
        01 WS-RCT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-RECERTIFY VALUE 'Y'.
        01 WS-RECERT-FLAG PIC X(1) VALUE 'N'.
           88 REVOKE-BY-RECERT VALUE 'Y'.
        01 WS-REVOKE-REASON PIC X(16) VALUE SPACES.
        01 RECERT-TABLE.
           05 RT-COUNT PIC 9(3) VALUE 0.
           05 RT-ENTRY OCCURS 500 TIMES.
              10 RT-IMAGE.
                 15 RT-KEY.
                    20 RT-CYCLE       PIC X(6).
                    20 RT-OPERATOR-ID PIC X(8).
                    20 RT-COMMAND     PIC X(10).
                    20 RT-DOMAIN      PIC X(8).
                 15 RT-EXPIRY         PIC X(8).
                 15 FILLER            PIC X(39).
                 15 RT-STATUS         PIC X(1).
                    88 RT-REVOKE-DUE  VALUE 'D' 'X' 'V'.
                    88 RT-REVOKE-WRITTEN VALUE 'V'.
                 15 FILLER            PIC X(29).
              10 RT-REMOVED PIC X(1).
        01 RT-IX PIC 9(3).
        01 WS-RT-FOUND PIC X(1) VALUE 'N'.
           88 RECERT-ENTRY-FOUND VALUE 'Y'.
        01 WS-RECERT-DUE PIC 9(4) VALUE 0.
      * Work tallies
        01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
        01 WS-REMOVED-COUNT PIC 9(4) VALUE 0.
        01 WS-KEPT-COUNT PIC 9(4) VALUE 0.
      * The imprint map, for checking a scoped grant's domain (see
      * OWNDOMWS.cpy)
           COPY OWNDOMWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE31_AUTHMNT'.
                     THRU RUN-COUNTERSIGN-COMMAND
               WHEN CMD-CANCEL
                  PERFORM RUN-CANCEL-COMMAND THRU RUN-CANCEL-COMMAND
               WHEN CMD-REVOKE AND REVOKE-BY-RECERT
                  PERFORM RUN-RECERT-REVOKE THRU RUN-RECERT-REVOKE-EXIT
               WHEN CMD-REVOKE
                  PERFORM RUN-REVOKE-COMMAND THRU RUN-REVOKE-COMMAND
               WHEN CMD-APPROVE
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
      * operator command [EXPIRES=yyyymmdd] [DOMAIN=imprint], the
      * options in either order.  UPDATE, DELETE, MERGE, PROMOTE
      * and ALL are the only authorities the readers know; anything
      * else is a typo that used to lock someone out silently, and
      * is refused by name instead.
      *
        PARSE-TARGET-ARGS.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
      * RECERTIFY is longer than any operator id can be
            IF CMD-REVOKE AND
               FUNCTION UPPER-CASE(ARGV) EQUAL 'RECERTIFY' THEN
               SET REVOKE-BY-RECERT TO TRUE
            ELSE
               PERFORM PARSE-TARGET-REST THRU PARSE-TARGET-REST
            END-IF.
        PARSE-TARGET-REST.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-TARGET-OPERATOR.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-TARGET-COMMAND.
            PERFORM PARSE-TARGET-OPTION THRU PARSE-TARGET-OPTION.
            PERFORM PARSE-TARGET-OPTION THRU PARSE-TARGET-OPTION.
            IF WS-TARGET-OPERATOR EQUAL SPACES OR
               WS-TARGET-COMMAND EQUAL SPACES THEN
               DISPLAY 'An operator id and a command are required'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-TARGET-COMMAND NOT EQUAL 'UPDATE' AND
               WS-TARGET-COMMAND NOT EQUAL 'DELETE' AND
               WS-TARGET-COMMAND NOT EQUAL 'MERGE' AND
               WS-TARGET-COMMAND NOT EQUAL 'PROMOTE' AND
               WS-TARGET-COMMAND NOT EQUAL 'ALL' THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-TARGET-COMMAND)
                       ' is not an authority the suite grants '
                       '(UPDATE, DELETE, MERGE, PROMOTE or ALL)'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-TARGET-DOMAIN EQUAL 'ALL' THEN
               MOVE SPACES TO WS-TARGET-DOMAIN
            END-IF.
            IF CMD-GRANT AND WS-TARGET-DOMAIN NOT EQUAL SPACES THEN
               PERFORM CHECK-TARGET-DOMAIN THRU CHECK-TARGET-DOMAIN
            END-IF.
        PARSE-TARGET-OPTION.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV NOT EQUAL SPACES THEN
               UNSTRING FUNCTION UPPER-CASE(ARGV) DELIMITED BY '='
                  INTO WS-ARG-KEYWORD WS-ARG-VALUE
               END-UNSTRING
               EVALUATE TRUE
                  WHEN WS-ARG-KEYWORD EQUAL 'EXPIRES' AND
                       WS-ARG-VALUE(1:8) IS NUMERIC
                     MOVE WS-ARG-VALUE(1:8) TO WS-TARGET-EXPIRY
                  WHEN WS-ARG-KEYWORD EQUAL 'DOMAIN' AND
                       WS-ARG-VALUE NOT EQUAL SPACES
                     MOVE WS-ARG-VALUE(1:8) TO WS-TARGET-DOMAIN
                     SET DOMAIN-WAS-GIVEN TO TRUE
                  WHEN OTHER
                     DISPLAY 'Ignoring unknown argument ' ARGV
               END-EVALUATE
            END-IF.
      *
      * A scoped grant must name an imprint the OWNERSHIP-DOMAINS
      * map knows: a misspelt domain would otherwise be a grant
      * that reaches no row at all, the silent lock-out the
      * command check above exists to prevent.
      *
        CHECK-TARGET-DOMAIN.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'REFUSED: OWNERSHIP-DOMAINS is unusable ('
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT) ')'
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'N' TO WS-OWD-IN-SCOPE.
            PERFORM VARYING OWD-IX FROM 1 BY 1
                     UNTIL OWD-IX > OWDT-COUNT OR OWD-IN-SCOPE
               IF OWDT-DOMAIN (OWD-IX) EQUAL WS-TARGET-DOMAIN THEN
                  SET OWD-IN-SCOPE TO TRUE
               END-IF
            END-PERFORM.
            IF NOT OWD-IN-SCOPE THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-TARGET-DOMAIN)
                       ' is not an imprint of the OWNERSHIP-DOMAINS '
                       'map'
               STOP RUN RETURNING 1
            END-IF.
      *
      * The pending file, netted to the last record per (operator,
      * command, domain) - the surviving state of each request.
      *
        LOAD-PENDING.
            OPEN INPUT AUTH-PENDING-FILE.
                     UNTIL PT-IX > PEND-COUNT OR
                           PENDING-ENTRY-FOUND
               IF PT-OPERATOR-ID (PT-IX) EQUAL PND-OPERATOR-ID AND
                  PT-COMMAND (PT-IX) EQUAL PND-COMMAND AND
                  PT-DOMAIN (PT-IX) EQUAL PND-DOMAIN THEN
                  SET PENDING-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
               MOVE PEND-COUNT TO PT-IX
               MOVE PND-OPERATOR-ID TO PT-OPERATOR-ID (PT-IX)
               MOVE PND-COMMAND TO PT-COMMAND (PT-IX)
               MOVE PND-DOMAIN TO PT-DOMAIN (PT-IX)
            END-IF.
            MOVE PND-EXPIRY-DATE TO PT-EXPIRY (PT-IX).
            MOVE PND-REQUESTED-BY TO PT-REQUESTED-BY (PT-IX).
                        SET END-OF-AUTH TO TRUE
                     NOT AT END
                        ADD 1 TO WS-LISTED-COUNT
                        IF AUTH-DOMAIN EQUAL SPACES THEN
                           MOVE 'ALL' TO WS-TARGET-DOMAIN
                        ELSE
                           MOVE AUTH-DOMAIN TO WS-TARGET-DOMAIN
                        END-IF
                        IF AUTH-EXPIRY-DATE EQUAL SPACES THEN
                           DISPLAY AUTH-OPERATOR-ID ' '
                                   AUTH-COMMAND ' permanent'
                                   ' domain ' WS-TARGET-DOMAIN
                        ELSE
                           IF AUTH-EXPIRY-DATE <
                              WS-CURRENT-DATE(1:8) THEN
                              DISPLAY AUTH-OPERATOR-ID ' '
                                      AUTH-COMMAND ' LAPSED '
                                      AUTH-EXPIRY-DATE
                                      ' domain ' WS-TARGET-DOMAIN
                           ELSE
                              DISPLAY AUTH-OPERATOR-ID ' '
                                      AUTH-COMMAND ' until '
                                      AUTH-EXPIRY-DATE
                                      ' domain ' WS-TARGET-DOMAIN
                           END-IF
                        END-IF
                  END-READ
                     UNTIL PT-IX > PEND-COUNT
               IF PT-STATUS (PT-IX) EQUAL 'P' THEN
                  DISPLAY 'PENDING: ' PT-OPERATOR-ID (PT-IX) ' '
                          PT-COMMAND (PT-IX) ' domain '
                          PT-DOMAIN (PT-IX) ' requested by '
                          PT-REQUESTED-BY (PT-IX) ' at '
                          PT-REQUEST-TIME (PT-IX)
                          ' - awaiting countersign'
            MOVE WS-TARGET-OPERATOR TO PND-OPERATOR-ID.
            MOVE WS-TARGET-COMMAND TO PND-COMMAND.
            MOVE WS-TARGET-EXPIRY TO PND-EXPIRY-DATE.
            MOVE WS-TARGET-DOMAIN TO PND-DOMAIN.
            MOVE WS-OPERATOR-ID TO PND-REQUESTED-BY.
            MOVE FUNCTION CURRENT-DATE TO PND-REQUEST-TIME.
            MOVE 'P' TO PND-STATUS.
            MOVE WS-TARGET-OPERATOR TO AUTH-OPERATOR-ID.
            MOVE WS-TARGET-COMMAND TO AUTH-COMMAND.
            MOVE WS-TARGET-EXPIRY TO AUTH-EXPIRY-DATE.
            MOVE WS-TARGET-DOMAIN TO AUTH-DOMAIN.
            WRITE OPERATOR-AUTH-RECORD.
            CLOSE OPERATOR-AUTH-FILE.
            PERFORM STAMP-PENDING-STATUS THRU STAMP-PENDING-STATUS.
                  NOT AT END
                     IF AUTH-OPERATOR-ID EQUAL
                        WS-TARGET-OPERATOR AND
                        AUTH-COMMAND EQUAL WS-TARGET-COMMAND AND
                        (NOT DOMAIN-WAS-GIVEN OR
                         AUTH-DOMAIN EQUAL WS-TARGET-DOMAIN) THEN
                        ADD 1 TO WS-REMOVED-COUNT
                     ELSE
                        ADD 1 TO WS-KEPT-COUNT
                           PENDING-ENTRY-FOUND
               IF PT-OPERATOR-ID (PT-IX) EQUAL
                  WS-TARGET-OPERATOR AND
                  PT-COMMAND (PT-IX) EQUAL WS-TARGET-COMMAND AND
                  PT-DOMAIN (PT-IX) EQUAL WS-TARGET-DOMAIN THEN
                  SET PENDING-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            MOVE PT-OPERATOR-ID (PT-IX) TO PND-OPERATOR-ID.
            MOVE PT-COMMAND (PT-IX) TO PND-COMMAND.
            MOVE PT-EXPIRY (PT-IX) TO PND-EXPIRY-DATE.
            MOVE PT-DOMAIN (PT-IX) TO PND-DOMAIN.
            MOVE PT-REQUESTED-BY (PT-IX) TO PND-REQUESTED-BY.
            MOVE PT-REQUEST-TIME (PT-IX) TO PND-REQUEST-TIME.
            IF CMD-COUNTERSIGN THEN
            MOVE WS-TARGET-OPERATOR TO AAU-OPERATOR-ID.
            MOVE WS-TARGET-COMMAND TO AAU-COMMAND.
            MOVE WS-TARGET-EXPIRY TO AAU-EXPIRY-DATE.
            MOVE WS-TARGET-DOMAIN TO AAU-DOMAIN.
            IF CMD-COUNTERSIGN THEN
               MOVE PT-REQUESTED-BY (PT-IX) TO AAU-REQUESTED-BY
            ELSE
               MOVE WS-OPERATOR-ID TO AAU-REQUESTED-BY
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO AAU-TIMESTAMP.
            MOVE WS-REVOKE-REASON TO AAU-REASON.
            WRITE AUTH-AUDIT-RECORD.
            CLOSE AUTH-AUDIT-FILE.
      *
      * REVOKE RECERTIFY: the grants whose periodic review was
      * dropped or expired come out of the rewritten file in one
      * pass - the same OPERATOR-AUTH-NEW and swap as a single
      * REVOKE.  The review is stamped 'V' with its audit row, not
      * 'R': until OPERATOR-AUTH-NEW is swapped in the grant is
      * still live, and a rewrite the swap never took (or one a
      * later REVOKE or COUNTERSIGN overwrote) would otherwise lose
      * it.  A 'V' grant still in the live file is removed again
      * without another audit row; only a grant already gone from
      * the live file is stamped 'R'.
      *
        RUN-RECERT-REVOKE.
            PERFORM LOAD-RECERT-REVIEWS THRU LOAD-RECERT-REVIEWS-DONE.
            IF WS-RECERT-DUE EQUAL 0 THEN
               DISPLAY 'REVOKE RECERTIFY: no dropped or expired '
                       'review awaits its revoke'
               GO TO RUN-RECERT-REVOKE-EXIT
            END-IF.
            OPEN INPUT OPERATOR-AUTH-FILE.
            IF WS-AUTH-STATUS NOT EQUAL '00' THEN
               DISPLAY 'OPERATOR-AUTH not available (status '
                       WS-AUTH-STATUS ') - nothing to revoke'
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT AUTH-NEW-FILE.
            PERFORM UNTIL END-OF-AUTH
               READ OPERATOR-AUTH-FILE
                  AT END
                     SET END-OF-AUTH TO TRUE
                  NOT AT END
                     PERFORM FIND-RECERT-GRANT THRU FIND-RECERT-GRANT
                     IF RECERT-ENTRY-FOUND THEN
                        ADD 1 TO WS-REMOVED-COUNT
                        MOVE 'Y' TO RT-REMOVED (RT-IX)
                     ELSE
                        ADD 1 TO WS-KEPT-COUNT
                        WRITE AUTH-NEW-RECORD
                           FROM OPERATOR-AUTH-RECORD
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE OPERATOR-AUTH-FILE.
            CLOSE AUTH-NEW-FILE.
            PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT
               IF RT-REVOKE-DUE (RT-IX) THEN
                  PERFORM STAMP-RECERT-REVOKE
                     THRU STAMP-RECERT-REVOKE-EXIT
               END-IF
            END-PERFORM.
            DISPLAY 'REVOKE RECERTIFY: ' WS-REMOVED-COUNT
                    ' grant(s) revoked, ' WS-KEPT-COUNT ' kept'.
            DISPLAY 'Swap OPERATOR-AUTH-NEW over OPERATOR-AUTH to '
                    'take this run''s changes'.
        RUN-RECERT-REVOKE-EXIT.
            EXIT.
      *
      * The review file netted per (cycle, operator, command,
      * domain), and how many reviews await their revoke.
      *
        LOAD-RECERT-REVIEWS.
            OPEN INPUT RECERTIFY-FILE.
            IF WS-RCT-STATUS NOT EQUAL '00' THEN
               IF WS-RCT-STATUS EQUAL '05' THEN
                  CLOSE RECERTIFY-FILE
               END-IF
               GO TO LOAD-RECERT-REVIEWS-DONE
            END-IF.
            PERFORM UNTIL END-OF-RECERTIFY
               READ RECERTIFY-FILE
                  AT END
                     SET END-OF-RECERTIFY TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-REVIEW THRU NET-ONE-REVIEW
               END-READ
            END-PERFORM.
            CLOSE RECERTIFY-FILE.
            PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT
               IF RT-REVOKE-DUE (RT-IX) THEN
                  ADD 1 TO WS-RECERT-DUE
               END-IF
            END-PERFORM.
        LOAD-RECERT-REVIEWS-DONE.
            EXIT.
        NET-ONE-REVIEW.
            MOVE 'N' TO WS-RT-FOUND.
            PERFORM VARYING RT-IX FROM 1 BY 1
                     UNTIL RT-IX > RT-COUNT OR RECERT-ENTRY-FOUND
               IF RT-KEY (RT-IX) EQUAL RECERTIFY-RECORD(1:32) THEN
                  SET RECERT-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF RECERT-ENTRY-FOUND THEN
               SUBTRACT 1 FROM RT-IX
            ELSE
               IF RT-COUNT EQUAL 500 THEN
                  DISPLAY 'More than 500 grant reviews - refused'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO RT-COUNT
               MOVE RT-COUNT TO RT-IX
            END-IF.
            MOVE RECERTIFY-RECORD TO RT-IMAGE (RT-IX).
            MOVE 'N' TO RT-REMOVED (RT-IX).
      *
      * Is the grant just read one a review says must go?
      *
        FIND-RECERT-GRANT.
            MOVE 'N' TO WS-RT-FOUND.
            PERFORM VARYING RT-IX FROM 1 BY 1
                     UNTIL RT-IX > RT-COUNT OR RECERT-ENTRY-FOUND
               IF RT-REVOKE-DUE (RT-IX) AND
                  RT-OPERATOR-ID (RT-IX) EQUAL AUTH-OPERATOR-ID AND
                  RT-COMMAND (RT-IX) EQUAL AUTH-COMMAND AND
                  RT-DOMAIN (RT-IX) EQUAL AUTH-DOMAIN THEN
                  SET RECERT-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF RECERT-ENTRY-FOUND THEN
               SUBTRACT 1 FROM RT-IX
            END-IF.
      *
      * One review due its revoke: the first time the grant is
      * taken out, the audit row naming why it went and the 'V'
      * stamp; once the grant is gone from the live file, the 'R'
      * stamp.
      *
        STAMP-RECERT-REVOKE.
            MOVE RT-OPERATOR-ID (RT-IX) TO WS-TARGET-OPERATOR.
            MOVE RT-COMMAND (RT-IX) TO WS-TARGET-COMMAND.
            MOVE RT-EXPIRY (RT-IX) TO WS-TARGET-EXPIRY.
            MOVE RT-DOMAIN (RT-IX) TO WS-TARGET-DOMAIN.
            IF RT-STATUS (RT-IX) EQUAL 'D' THEN
               MOVE 'RECERT-DROPPED' TO WS-REVOKE-REASON
            ELSE
               MOVE 'RECERT-MISSED' TO WS-REVOKE-REASON
            END-IF.
            IF RT-REMOVED (RT-IX) EQUAL 'Y' AND
               RT-REVOKE-WRITTEN (RT-IX) THEN
               DISPLAY 'Review ' RT-CYCLE (RT-IX) ' '
                       FUNCTION TRIM(WS-TARGET-OPERATOR) ' '
                       FUNCTION TRIM(WS-TARGET-COMMAND)
                       ': revoke already audited, still live - '
                       'removed again'
               MOVE SPACES TO WS-REVOKE-REASON
               GO TO STAMP-RECERT-REVOKE-EXIT
            END-IF.
            IF RT-REMOVED (RT-IX) EQUAL 'Y' THEN
               MOVE 'REVOKE' TO AAU-ACTION
               MOVE SPACES TO AAU-COUNTERSIGNED-BY
               PERFORM WRITE-AUTH-AUDIT THRU WRITE-AUTH-AUDIT
               DISPLAY 'REVOKED (' FUNCTION TRIM(WS-REVOKE-REASON)
                       '): ' FUNCTION TRIM(WS-TARGET-COMMAND)
                       ' for ' FUNCTION TRIM(WS-TARGET-OPERATOR)
                       ' domain ' WS-TARGET-DOMAIN
                       ' review ' RT-CYCLE (RT-IX)
            ELSE
               DISPLAY 'Review ' RT-CYCLE (RT-IX) ' '
                       FUNCTION TRIM(WS-TARGET-OPERATOR) ' '
                       FUNCTION TRIM(WS-TARGET-COMMAND)
                       ': the grant is already gone - marked revoked'
            END-IF.
            MOVE SPACES TO WS-REVOKE-REASON.
            OPEN EXTEND RECERTIFY-FILE.
            MOVE RT-IMAGE (RT-IX) TO RECERTIFY-RECORD.
            IF RT-REMOVED (RT-IX) EQUAL 'Y' THEN
               MOVE 'V' TO RCT-STATUS
            ELSE
               MOVE 'R' TO RCT-STATUS
            END-IF.
            MOVE WS-OPERATOR-ID TO RCT-DECIDED-BY.
            MOVE FUNCTION CURRENT-DATE TO RCT-DECIDED-TIME.
            WRITE RECERTIFY-RECORD.
            CLOSE RECERTIFY-FILE.
        STAMP-RECERT-REVOKE-EXIT.
            EXIT.
      * The imprint-map loader (see OWNDOMCK.cpy, OWNDOMWS.cpy and
      * OWNDOM.cpy)
           COPY OWNDOMCK.
