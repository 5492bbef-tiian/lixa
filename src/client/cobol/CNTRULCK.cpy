      * LOAD-CONTENT-RULES / APPLY-CONTENT-RULES: the table-driven
      * content checks of CONTENT-RULES (see CNTRULE.cpy), shared
      * by every place a row is judged in isolation (EXAMPLE5_PQL
      * VALIDATE and live load, EXAMPLE47_REJWORK) through this
      * copybook, the same convention as ISSUE-RUN-ID
      * (ISSUERUN.cpy), so a row that validates clean is a row the
      * load and the workbench accept.  The matching working
      * storage is CNTRULWS.cpy; the caller declares the
      * CONTENT-RULES-FILE FD (CNTRULE.cpy, record
      * CONTENT-RULE-RECORD, FILE STATUS WS-CNTRULE-STATUS) itself.
      *
      * No CONTENT-RULES file, no rules: the hardcoded checks are
      * all that applies, exactly as before the file existed.  A
      * file that cannot be applied as written sets
      * CONTENT-RULES-UNUSABLE with the reason, for the caller to
      * refuse on.
        LOAD-CONTENT-RULES.
            MOVE 0 TO CRLT-COUNT.
            MOVE 'N' TO WS-CNTRULE-EOF.
            MOVE 'N' TO WS-CNTRULE-LOAD-FLAG.
            MOVE SPACES TO WS-CNTRULE-LOAD-TEXT.
            OPEN INPUT CONTENT-RULES-FILE.
            IF WS-CNTRULE-STATUS NOT EQUAL '00' THEN
               IF WS-CNTRULE-STATUS EQUAL '05' THEN
                  CLOSE CONTENT-RULES-FILE
               END-IF
               GO TO LOAD-CONTENT-RULES-DONE
            END-IF.
            PERFORM UNTIL END-OF-CNTRULE OR CONTENT-RULES-UNUSABLE
               READ CONTENT-RULES-FILE
                  AT END
                     SET END-OF-CNTRULE TO TRUE
                  NOT AT END
                     PERFORM CHECK-CONTENT-RULE
                        THRU CHECK-CONTENT-RULE-EXIT
                     IF NOT CONTENT-RULES-UNUSABLE THEN
                        ADD 1 TO CRLT-COUNT
                        MOVE CONTENT-RULE-RECORD
                          TO CRLT-ENTRY (CRLT-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CONTENT-RULES-FILE.
            IF CONTENT-RULES-UNUSABLE THEN
               MOVE 0 TO CRLT-COUNT
            END-IF.
        LOAD-CONTENT-RULES-DONE.
            EXIT.
      *
      * One rule as read: is it something APPLY-CONTENT-RULES can
      * apply?  A rule silently skipped is a check operations
      * believes is in force and is not.
      *
        CHECK-CONTENT-RULE.
            IF CRLT-COUNT EQUAL 50 THEN
               MOVE 'more than 50 content rules'
                 TO WS-CNTRULE-LOAD-TEXT
               SET CONTENT-RULES-UNUSABLE TO TRUE
               GO TO CHECK-CONTENT-RULE-EXIT
            END-IF.
            IF CRL-RULE-ID EQUAL SPACES OR
               NOT (CRL-SEVERITY-REJECT OR CRL-SEVERITY-WARN) OR
               NOT (CRL-FIELD EQUAL 'NAME' OR
                    CRL-FIELD EQUAL 'SURNAME' OR
                    CRL-FIELD EQUAL 'TITLE') OR
               CRL-REC-TYPE EQUAL SPACE THEN
               SET CONTENT-RULES-UNUSABLE TO TRUE
            END-IF.
            EVALUATE TRUE
               WHEN CRL-TEST-PATTERN
                  IF NOT (CRL-MODE EQUAL 'N' OR CRL-MODE EQUAL 'O')
                     OR CRL-VALUE EQUAL SPACES THEN
                     SET CONTENT-RULES-UNUSABLE TO TRUE
                  END-IF
               WHEN CRL-TEST-LENGTH
                  IF CRL-MIN-LENGTH NOT NUMERIC OR
                     CRL-MAX-LENGTH NOT NUMERIC THEN
                     SET CONTENT-RULES-UNUSABLE TO TRUE
                  ELSE
                     IF CRL-MAX-LENGTH < CRL-MIN-LENGTH THEN
                        SET CONTENT-RULES-UNUSABLE TO TRUE
                     END-IF
                  END-IF
               WHEN CRL-TEST-FORBIDDEN
                  IF CRL-VALUE EQUAL SPACES THEN
                     SET CONTENT-RULES-UNUSABLE TO TRUE
                  END-IF
               WHEN CRL-TEST-CASE
                  IF NOT (CRL-MODE EQUAL 'U' OR CRL-MODE EQUAL 'L')
                     THEN
                     SET CONTENT-RULES-UNUSABLE TO TRUE
                  END-IF
               WHEN OTHER
                  SET CONTENT-RULES-UNUSABLE TO TRUE
            END-EVALUATE.
            IF CONTENT-RULES-UNUSABLE THEN
               STRING 'content rule ' DELIMITED BY SIZE
                      CRL-RULE-ID DELIMITED BY SIZE
                      ' is malformed (field, test, mode, '
                         DELIMITED BY SIZE
                      'severity)' DELIMITED BY SIZE
                      INTO WS-CNTRULE-LOAD-TEXT
               END-STRING
            END-IF.
        CHECK-CONTENT-RULE-EXIT.
            EXIT.
      *
      * Judge the row the caller described in WS-CRC-* against
      * every rule, in file order: the first reject-severity rule
      * failed is the verdict, every warn-severity rule failed is
      * listed.  The rules never see a delete row - its values are
      * legitimately blank - so the caller does not call for one.
      *
        APPLY-CONTENT-RULES.
            MOVE SPACES TO WS-CRC-REJECT-RULE.
            MOVE SPACES TO WS-CRC-REJECT-TEXT.
            MOVE 0 TO CRC-WARN-COUNT.
            IF WS-CRC-REC-TYPE EQUAL SPACE THEN
               MOVE 'A' TO WS-CRC-REC-TYPE
            END-IF.
            PERFORM VARYING CRL-IX FROM 1 BY 1
                     UNTIL CRL-IX > CRLT-COUNT
               PERFORM JUDGE-ONE-CONTENT-RULE
                  THRU JUDGE-ONE-CONTENT-RULE-EXIT
            END-PERFORM.
        APPLY-CONTENT-RULES-EXIT.
            EXIT.
        JUDGE-ONE-CONTENT-RULE.
            IF CRLT-REC-TYPE (CRL-IX) NOT EQUAL '*' AND
               CRLT-REC-TYPE (CRL-IX) NOT EQUAL WS-CRC-REC-TYPE THEN
               GO TO JUDGE-ONE-CONTENT-RULE-EXIT
            END-IF.
      * The field, on this row's layout
            MOVE 'N' TO WS-CRC-APPLIES.
            MOVE SPACES TO WS-CRC-VALUE.
            IF WS-CRC-LAYOUT EQUAL 'C' THEN
               IF CRLT-FIELD (CRL-IX) EQUAL 'TITLE' THEN
                  MOVE WS-CRC-TITLE TO WS-CRC-VALUE
                  SET CRC-RULE-APPLIES TO TRUE
               END-IF
            ELSE
               EVALUATE CRLT-FIELD (CRL-IX)
                  WHEN 'NAME'
                     MOVE WS-CRC-NAME TO WS-CRC-VALUE
                     SET CRC-RULE-APPLIES TO TRUE
                  WHEN 'SURNAME'
                     MOVE WS-CRC-SURNAME TO WS-CRC-VALUE
                     SET CRC-RULE-APPLIES TO TRUE
               END-EVALUATE
            END-IF.
            IF NOT CRC-RULE-APPLIES THEN
               GO TO JUDGE-ONE-CONTENT-RULE-EXIT
            END-IF.
            IF WS-CRC-VALUE EQUAL SPACES THEN
               MOVE 0 TO WS-CRC-LENGTH
            ELSE
               COMPUTE WS-CRC-LENGTH = FUNCTION LENGTH(
                  FUNCTION TRIM(WS-CRC-VALUE TRAILING))
               END-COMPUTE
            END-IF.
            MOVE 'N' TO WS-CRC-FAILED.
            EVALUATE CRLT-TEST (CRL-IX)
               WHEN 'P'
                  PERFORM TEST-CONTENT-PATTERN
                     THRU TEST-CONTENT-PATTERN-EXIT
               WHEN 'L'
                  IF WS-CRC-LENGTH < CRLT-MIN-LENGTH (CRL-IX) OR
                     WS-CRC-LENGTH > CRLT-MAX-LENGTH (CRL-IX) THEN
                     SET CRC-RULE-FAILED TO TRUE
                  END-IF
               WHEN 'F'
                  PERFORM TEST-CONTENT-FORBIDDEN
                     THRU TEST-CONTENT-FORBIDDEN-EXIT
               WHEN 'C'
                  IF WS-CRC-VALUE NOT EQUAL SPACES AND
                     FUNCTION UPPER-CASE(WS-CRC-VALUE) NOT EQUAL
                     FUNCTION LOWER-CASE(WS-CRC-VALUE) THEN
                     IF (CRLT-MODE (CRL-IX) EQUAL 'U' AND
                         WS-CRC-VALUE EQUAL
                         FUNCTION UPPER-CASE(WS-CRC-VALUE)) OR
                        (CRLT-MODE (CRL-IX) EQUAL 'L' AND
                         WS-CRC-VALUE EQUAL
                         FUNCTION LOWER-CASE(WS-CRC-VALUE)) THEN
                        SET CRC-RULE-FAILED TO TRUE
                     END-IF
                  END-IF
            END-EVALUATE.
            IF NOT CRC-RULE-FAILED THEN
               GO TO JUDGE-ONE-CONTENT-RULE-EXIT
            END-IF.
            IF CRLT-SEVERITY (CRL-IX) EQUAL 'R' THEN
               IF WS-CRC-REJECT-RULE EQUAL SPACES THEN
                  MOVE CRLT-RULE-ID (CRL-IX) TO WS-CRC-REJECT-RULE
                  STRING 'rule ' DELIMITED BY SIZE
                         CRLT-RULE-ID (CRL-IX) DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         FUNCTION TRIM(CRLT-FIELD (CRL-IX))
                            DELIMITED BY SIZE
                         ': ' DELIMITED BY SIZE
                         CRLT-DESCRIPTION (CRL-IX)
                            DELIMITED BY SIZE
                         INTO WS-CRC-REJECT-TEXT
                  END-STRING
               END-IF
            ELSE
               IF CRC-WARN-COUNT < 20 THEN
                  ADD 1 TO CRC-WARN-COUNT
                  MOVE CRLT-RULE-ID (CRL-IX)
                    TO CRW-RULE-ID (CRC-WARN-COUNT)
                  MOVE CRLT-FIELD (CRL-IX)
                    TO CRW-FIELD (CRC-WARN-COUNT)
                  MOVE WS-CRC-VALUE TO CRW-VALUE (CRC-WARN-COUNT)
                  MOVE CRLT-DESCRIPTION (CRL-IX)
                    TO CRW-DESCRIPTION (CRC-WARN-COUNT)
               END-IF
            END-IF.
        JUDGE-ONE-CONTENT-RULE-EXIT.
            EXIT.
      *
      * Pattern test: every character of the value (up to its
      * last non-blank) looked up in the rule's character set.
      * Mode N fails on the first one found, mode O on the first
      * one missing.
      *
        TEST-CONTENT-PATTERN.
            COMPUTE WS-CRC-SET-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(CRLT-VALUE (CRL-IX) TRAILING))
            END-COMPUTE.
            PERFORM VARYING WS-CRC-POS FROM 1 BY 1
                     UNTIL WS-CRC-POS > WS-CRC-LENGTH OR
                           CRC-RULE-FAILED
               MOVE 0 TO WS-CRC-TALLY
               INSPECT CRLT-VALUE (CRL-IX) (1:WS-CRC-SET-LENGTH)
                  TALLYING WS-CRC-TALLY
                  FOR ALL WS-CRC-VALUE (WS-CRC-POS:1)
               IF (CRLT-MODE (CRL-IX) EQUAL 'N' AND
                   WS-CRC-TALLY > 0) OR
                  (CRLT-MODE (CRL-IX) EQUAL 'O' AND
                   WS-CRC-TALLY EQUAL 0) THEN
                  SET CRC-RULE-FAILED TO TRUE
               END-IF
            END-PERFORM.
        TEST-CONTENT-PATTERN-EXIT.
            EXIT.
      *
      * Forbidden-value test: each comma-separated entry of the
      * list against the whole value, trimmed, either case.
      *
        TEST-CONTENT-FORBIDDEN.
            IF WS-CRC-VALUE EQUAL SPACES THEN
               GO TO TEST-CONTENT-FORBIDDEN-EXIT
            END-IF.
            MOVE 1 TO WS-CRC-PTR.
            PERFORM UNTIL WS-CRC-PTR > 60 OR CRC-RULE-FAILED
               MOVE SPACES TO WS-CRC-ITEM
               UNSTRING CRLT-VALUE (CRL-IX) DELIMITED BY ','
                  INTO WS-CRC-ITEM
                  WITH POINTER WS-CRC-PTR
               END-UNSTRING
               IF WS-CRC-ITEM NOT EQUAL SPACES AND
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CRC-ITEM))
                  EQUAL
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CRC-VALUE))
                  THEN
                  SET CRC-RULE-FAILED TO TRUE
               END-IF
            END-PERFORM.
        TEST-CONTENT-FORBIDDEN-EXIT.
            EXIT.
