      * LOAD-OWNERSHIP-DOMAINS / FIND-ROW-DOMAIN /
      * CHECK-OWNERSHIP-DOMAIN: the imprint scoping every change
      * path honours (EXAMPLE5_PQL load, BULK and RECYCLE,
      * EXAMPLE16_BACKOUT, EXAMPLE24_ONLINEFIX, EXAMPLE28_PURGE and
      * the EXAMPLE47_REJWORK workbench) through this copybook, the
      * same convention as LGLHCK.cpy, so no path can draw an
      * imprint's boundary differently from another.  The matching
      * working storage is OWNDOMWS.cpy; the caller declares the
      * OWNERSHIP-DOMAINS-FILE FD (OWNDOM.cpy, record
      * OWNERSHIP-DOMAIN-RECORD, FILE STATUS WS-OWNDOM-STATUS)
      * itself.  The operator's grants come from LOAD-OPERATOR-SCOPE
      * (OWNDOMSC.cpy), which only the programs that judge an
      * operator copy in.
      *
      * No OWNERSHIP-DOMAINS file, no scoping: every operator may
      * change every row their grants allow, as before imprints
      * were mapped.
        LOAD-OWNERSHIP-DOMAINS.
            MOVE 0 TO OWDT-COUNT.
            MOVE 'N' TO WS-OWNDOM-EOF.
            MOVE 'N' TO WS-OWNDOM-LOAD-FLAG.
            MOVE SPACES TO WS-OWNDOM-LOAD-TEXT.
            OPEN INPUT OWNERSHIP-DOMAINS-FILE.
            IF WS-OWNDOM-STATUS NOT EQUAL '00' THEN
               IF WS-OWNDOM-STATUS EQUAL '05' THEN
                  CLOSE OWNERSHIP-DOMAINS-FILE
               END-IF
               GO TO LOAD-OWNERSHIP-DOMAINS-DONE
            END-IF.
            PERFORM UNTIL END-OF-OWNDOM OR OWNERSHIP-DOMAINS-UNUSABLE
               READ OWNERSHIP-DOMAINS-FILE
                  AT END
                     SET END-OF-OWNDOM TO TRUE
                  NOT AT END
                     PERFORM LOAD-ONE-DOMAIN
                        THRU LOAD-ONE-DOMAIN-EXIT
               END-READ
            END-PERFORM.
            CLOSE OWNERSHIP-DOMAINS-FILE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               MOVE 0 TO OWDT-COUNT
            END-IF.
        LOAD-OWNERSHIP-DOMAINS-DONE.
            EXIT.
      *
      * One range: whole, the right way round, named, and clear of
      * every range already loaded.
      *
        LOAD-ONE-DOMAIN.
            IF OWD-LOW-ID NOT NUMERIC OR OWD-HIGH-ID NOT NUMERIC OR
               OWD-DOMAIN EQUAL SPACES OR
               OWD-LOW-ID > OWD-HIGH-ID THEN
               SET OWNERSHIP-DOMAINS-UNUSABLE TO TRUE
               STRING 'malformed range for domain ' DELIMITED BY SIZE
                      OWD-DOMAIN DELIMITED BY SIZE
                      INTO WS-OWNDOM-LOAD-TEXT
               END-STRING
               GO TO LOAD-ONE-DOMAIN-EXIT
            END-IF.
            PERFORM VARYING OWD-IX FROM 1 BY 1
                     UNTIL OWD-IX > OWDT-COUNT OR
                           OWNERSHIP-DOMAINS-UNUSABLE
               IF OWD-LOW-ID NOT > OWDT-HIGH-ID (OWD-IX) AND
                  OWD-HIGH-ID NOT < OWDT-LOW-ID (OWD-IX) THEN
                  SET OWNERSHIP-DOMAINS-UNUSABLE TO TRUE
                  STRING 'range of ' DELIMITED BY SIZE
                         OWD-DOMAIN DELIMITED BY SPACE
                         ' overlaps ' DELIMITED BY SIZE
                         OWDT-DOMAIN (OWD-IX) DELIMITED BY SPACE
                         INTO WS-OWNDOM-LOAD-TEXT
                  END-STRING
               END-IF
            END-PERFORM.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               GO TO LOAD-ONE-DOMAIN-EXIT
            END-IF.
            IF OWDT-COUNT EQUAL 100 THEN
               SET OWNERSHIP-DOMAINS-UNUSABLE TO TRUE
               MOVE 'more than 100 ranges' TO WS-OWNDOM-LOAD-TEXT
               GO TO LOAD-ONE-DOMAIN-EXIT
            END-IF.
            ADD 1 TO OWDT-COUNT.
            MOVE OWD-DOMAIN TO OWDT-DOMAIN (OWDT-COUNT).
            MOVE OWD-LOW-ID TO OWDT-LOW-ID (OWDT-COUNT).
            MOVE OWD-HIGH-ID TO OWDT-HIGH-ID (OWDT-COUNT).
        LOAD-ONE-DOMAIN-EXIT.
            EXIT.
      *
      * The imprint owning WS-OWD-AUTHOR-ID; SPACES when no range
      * covers it.
      *
        FIND-ROW-DOMAIN.
            MOVE SPACES TO WS-OWD-ROW-DOMAIN.
            IF WS-OWD-AUTHOR-ID EQUAL 0 THEN
               GO TO FIND-ROW-DOMAIN-EXIT
            END-IF.
            PERFORM VARYING OWD-IX FROM 1 BY 1
                     UNTIL OWD-IX > OWDT-COUNT OR
                           WS-OWD-ROW-DOMAIN NOT EQUAL SPACES
               IF WS-OWD-AUTHOR-ID NOT < OWDT-LOW-ID (OWD-IX) AND
                  WS-OWD-AUTHOR-ID NOT > OWDT-HIGH-ID (OWD-IX) THEN
                  MOVE OWDT-DOMAIN (OWD-IX) TO WS-OWD-ROW-DOMAIN
               END-IF
            END-PERFORM.
        FIND-ROW-DOMAIN-EXIT.
            EXIT.
      *
      * Is the change outside the operator's imprint?  Only the
      * grants that carry the authority count (any grant for an
      * INSERT, which needs none); one of them unscoped puts every
      * row in reach, otherwise the row's imprint must be one they
      * are scoped to - a row no range covers is nobody's to
      * change on a scoped grant.  An operator with no matching
      * grant at all is left to the authority check, and an owner
      * that cannot be known (0) to the caller.
      *
        CHECK-OWNERSHIP-DOMAIN.
            MOVE 'N' TO WS-OWD-OUT.
            MOVE 'N' TO WS-OWD-MATCHED.
            MOVE 'N' TO WS-OWD-IN-SCOPE.
            MOVE SPACES TO WS-OWD-REASON-TEXT.
            PERFORM FIND-ROW-DOMAIN THRU FIND-ROW-DOMAIN-EXIT.
            IF OWDT-COUNT EQUAL 0 OR WS-OWD-AUTHOR-ID EQUAL 0 THEN
               GO TO CHECK-OWNERSHIP-DOMAIN-EXIT
            END-IF.
            PERFORM VARYING OWS-IX FROM 1 BY 1
                     UNTIL OWS-IX > OWDS-COUNT OR OWD-IN-SCOPE
               IF OWDS-COMMAND (OWS-IX) EQUAL WS-OWD-COMMAND OR
                  OWDS-COMMAND (OWS-IX) EQUAL 'ALL' OR
                  WS-OWD-COMMAND EQUAL 'INSERT' THEN
                  SET OWD-GRANT-MATCHED TO TRUE
                  IF OWDS-DOMAIN (OWS-IX) EQUAL SPACES OR
                     OWDS-DOMAIN (OWS-IX) EQUAL 'ALL' OR
                     (WS-OWD-ROW-DOMAIN NOT EQUAL SPACES AND
                      OWDS-DOMAIN (OWS-IX) EQUAL WS-OWD-ROW-DOMAIN)
                     THEN
                     SET OWD-IN-SCOPE TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
            IF OWD-IN-SCOPE OR NOT OWD-GRANT-MATCHED THEN
               GO TO CHECK-OWNERSHIP-DOMAIN-EXIT
            END-IF.
            SET OWNERSHIP-OUT-OF-DOMAIN TO TRUE.
            MOVE WS-OWD-AUTHOR-ID TO WS-OWD-DISP-ID.
            IF WS-OWD-ROW-DOMAIN EQUAL SPACES THEN
               STRING 'DOMAIN: author ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OWD-DISP-ID) DELIMITED BY SIZE
                      ' is in no imprint, grant is scoped'
                         DELIMITED BY SIZE
                      INTO WS-OWD-REASON-TEXT
               END-STRING
            ELSE
               STRING 'DOMAIN: author ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OWD-DISP-ID) DELIMITED BY SIZE
                      ' owned by ' DELIMITED BY SIZE
                      WS-OWD-ROW-DOMAIN DELIMITED BY SPACE
                      ', out of scope' DELIMITED BY SIZE
                      INTO WS-OWD-REASON-TEXT
               END-STRING
            END-IF.
        CHECK-OWNERSHIP-DOMAIN-EXIT.
            EXIT.
