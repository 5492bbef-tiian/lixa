      * LOAD-OPERATOR-SCOPE: the grants of WS-OWD-OPERATOR and the
      * imprint each is scoped to, for CHECK-OWNERSHIP-DOMAIN
      * (OWNDOMCK.cpy).  Kept apart from OWNDOMCK.cpy so a program
      * that only stamps the trail (OWNDOMST.cpy) needs no
      * OPERATOR-AUTH file; the caller declares the
      * OPERATOR-AUTH-FILE FD (OPAUTH.cpy, record
      * OPERATOR-AUTH-RECORD, FILE STATUS WS-AUTH-STATUS) itself.
      *
      * The operator's unlapsed grants and the domain of each, the
      * same OPERATOR-AUTH reading the authority checks perform.
      * Run after LOAD-OWNERSHIP-DOMAINS: with no map loaded no
      * operator counts as scoped.
      *
        LOAD-OPERATOR-SCOPE.
            MOVE 0 TO OWDS-COUNT.
            MOVE 'N' TO WS-OWD-AUTH-EOF.
            MOVE 'N' TO WS-OWD-SCOPED.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OWD-TODAY.
            OPEN INPUT OPERATOR-AUTH-FILE.
            IF WS-AUTH-STATUS NOT EQUAL '00' THEN
               IF WS-AUTH-STATUS EQUAL '05' THEN
                  CLOSE OPERATOR-AUTH-FILE
               END-IF
               GO TO LOAD-OPERATOR-SCOPE-DONE
            END-IF.
            PERFORM UNTIL END-OF-OWD-AUTH OR
                          OWNERSHIP-DOMAINS-UNUSABLE
               READ OPERATOR-AUTH-FILE
                  AT END
                     SET END-OF-OWD-AUTH TO TRUE
                  NOT AT END
                     IF AUTH-OPERATOR-ID EQUAL WS-OWD-OPERATOR AND
                        (AUTH-EXPIRY-DATE EQUAL SPACES OR
                         AUTH-EXPIRY-DATE NOT < WS-OWD-TODAY) THEN
                        IF OWDS-COUNT EQUAL 50 THEN
                           SET OWNERSHIP-DOMAINS-UNUSABLE TO TRUE
                           MOVE 'operator holds more than 50 grants'
                             TO WS-OWNDOM-LOAD-TEXT
                        ELSE
                           ADD 1 TO OWDS-COUNT
                           MOVE AUTH-COMMAND
                             TO OWDS-COMMAND (OWDS-COUNT)
                           MOVE AUTH-DOMAIN
                             TO OWDS-DOMAIN (OWDS-COUNT)
                           IF AUTH-DOMAIN NOT EQUAL SPACES AND
                              AUTH-DOMAIN NOT EQUAL 'ALL' THEN
                              SET OPERATOR-IS-SCOPED TO TRUE
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE OPERATOR-AUTH-FILE.
            IF OWDT-COUNT EQUAL 0 THEN
               MOVE 'N' TO WS-OWD-SCOPED
            END-IF.
        LOAD-OPERATOR-SCOPE-DONE.
            EXIT.
