      * LOAD-STANDARDIZATION-RULES / APPLY-STANDARDIZATION-RULES:
      * the shop's table-driven rules for how names are written
      * (see STDRULE.cpy), shared by the standardization pass over
      * AUTHORS-MASTER (EXAMPLE60_STANDARDIZE) and the inbound
      * translator (EXAMPLE21_INTRANS) through this copybook, the
      * same convention as APPLY-CONTENT-RULES (CNTRULCK.cpy), so
      * a row standardized on the way in is a row the pass over
      * the master leaves alone.  The matching working storage is
      * STDRULWS.cpy; the caller declares the
      * STANDARDIZATION-RULES-FILE FD (STDRULE.cpy, record
      * STANDARDIZATION-RULE-RECORD, FILE STATUS
      * WS-STDRULE-STATUS) itself.
      *
      * No STANDARDIZATION-RULES file, no rules: names pass
      * through as written.  A file that cannot be applied as
      * written sets STD-RULES-UNUSABLE with the reason, for the
      * caller to refuse on.
        LOAD-STANDARDIZATION-RULES.
            MOVE 0 TO SDRT-COUNT.
            MOVE 'N' TO WS-STDRULE-EOF.
            MOVE 'N' TO WS-STDRULE-LOAD-FLAG.
            MOVE SPACES TO WS-STDRULE-LOAD-TEXT.
            OPEN INPUT STANDARDIZATION-RULES-FILE.
            IF WS-STDRULE-STATUS NOT EQUAL '00' THEN
               IF WS-STDRULE-STATUS EQUAL '05' THEN
                  CLOSE STANDARDIZATION-RULES-FILE
               END-IF
               GO TO LOAD-STANDARDIZATION-RULES-DONE
            END-IF.
            PERFORM UNTIL END-OF-STDRULE OR STD-RULES-UNUSABLE
               READ STANDARDIZATION-RULES-FILE
                  AT END
                     SET END-OF-STDRULE TO TRUE
                  NOT AT END
                     PERFORM CHECK-STANDARDIZATION-RULE
                        THRU CHECK-STANDARDIZATION-RULE-EXIT
                     IF NOT STD-RULES-UNUSABLE THEN
                        ADD 1 TO SDRT-COUNT
                        MOVE STANDARDIZATION-RULE-RECORD
                          TO SDRT-ENTRY (SDRT-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE STANDARDIZATION-RULES-FILE.
            IF STD-RULES-UNUSABLE THEN
               MOVE 0 TO SDRT-COUNT
            END-IF.
        LOAD-STANDARDIZATION-RULES-DONE.
            EXIT.
      *
      * One rule as read: is it something the apply paragraphs can
      * apply?  A rule silently skipped is a correction operations
      * believes is being made and is not.
      *
        CHECK-STANDARDIZATION-RULE.
            IF SDRT-COUNT EQUAL 50 THEN
               MOVE 'more than 50 standardization rules'
                 TO WS-STDRULE-LOAD-TEXT
               SET STD-RULES-UNUSABLE TO TRUE
               GO TO CHECK-STANDARDIZATION-RULE-EXIT
            END-IF.
            IF SDR-RULE-ID EQUAL SPACES OR
               NOT (SDR-FIELD EQUAL 'NAME' OR
                    SDR-FIELD EQUAL 'SURNAME' OR
                    SDR-FIELD EQUAL '*') THEN
               SET STD-RULES-UNUSABLE TO TRUE
            END-IF.
            EVALUATE TRUE
               WHEN SDR-KIND-CASING
                  IF NOT (SDR-MODE EQUAL 'T' OR SDR-MODE EQUAL 'U'
                          OR SDR-MODE EQUAL 'K') THEN
                     SET STD-RULES-UNUSABLE TO TRUE
                  END-IF
               WHEN SDR-KIND-PREFIX
                  IF SDR-VALUE EQUAL SPACES OR
                     SDR-MIN-REST NOT NUMERIC THEN
                     SET STD-RULES-UNUSABLE TO TRUE
                  END-IF
               WHEN SDR-KIND-HONORIFIC
                  IF SDR-VALUE EQUAL SPACES THEN
                     SET STD-RULES-UNUSABLE TO TRUE
                  END-IF
               WHEN SDR-KIND-WHITESPACE
                  CONTINUE
               WHEN SDR-KIND-INITIALS
                  IF NOT (SDR-MODE EQUAL 'P' OR SDR-MODE EQUAL 'N')
                     THEN
                     SET STD-RULES-UNUSABLE TO TRUE
                  END-IF
               WHEN OTHER
                  SET STD-RULES-UNUSABLE TO TRUE
            END-EVALUATE.
            IF STD-RULES-UNUSABLE THEN
               STRING 'rule ' DELIMITED BY SIZE
                      SDR-RULE-ID DELIMITED BY SIZE
                      ' is malformed (field, kind, mode, value)'
                         DELIMITED BY SIZE
                      INTO WS-STDRULE-LOAD-TEXT
               END-STRING
            END-IF.
        CHECK-STANDARDIZATION-RULE-EXIT.
            EXIT.
      *
      * Standardize the name and surname the caller put in
      * WS-SDZ-NAME / WS-SDZ-SURNAME.  A field the rules would
      * leave longer than it can hold (an initial gaining its
      * period in a full field) is left as written.
      *
        APPLY-STANDARDIZATION-RULES.
            MOVE SPACES TO WS-SDZ-SUFFIXES.
            MOVE SPACES TO WS-SDZ-RULES-HIT.
            MOVE 1 TO WS-SDZ-SUFFIX-PTR.
            MOVE 1 TO WS-SDZ-HIT-PTR.
            MOVE 'N' TO WS-SDZ-CHANGED-FLAG.
            MOVE 'NAME' TO WS-SDZ-FIELD.
            MOVE WS-SDZ-NAME TO WS-SDZ-IN.
            PERFORM STANDARDIZE-ONE-FIELD
               THRU STANDARDIZE-ONE-FIELD-EXIT.
            MOVE WS-SDZ-OUT TO WS-SDZ-NEW-NAME.
            MOVE 'SURNAME' TO WS-SDZ-FIELD.
            MOVE WS-SDZ-SURNAME TO WS-SDZ-IN.
            PERFORM STANDARDIZE-ONE-FIELD
               THRU STANDARDIZE-ONE-FIELD-EXIT.
            MOVE WS-SDZ-OUT TO WS-SDZ-NEW-SURNAME.
            IF WS-SDZ-NEW-NAME NOT EQUAL WS-SDZ-NAME OR
               WS-SDZ-NEW-SURNAME NOT EQUAL WS-SDZ-SURNAME THEN
               SET SDZ-CHANGED TO TRUE
            END-IF.
        APPLY-STANDARDIZATION-RULES-EXIT.
            EXIT.
      *
      * One field: the rules in force for it, its words, each word
      * standardized, and the words put back together.
      *
        STANDARDIZE-ONE-FIELD.
            MOVE WS-SDZ-IN TO WS-SDZ-OUT.
            IF SDRT-COUNT EQUAL 0 OR WS-SDZ-IN EQUAL SPACES THEN
               GO TO STANDARDIZE-ONE-FIELD-EXIT
            END-IF.
            MOVE SPACE TO WS-SDZ-CASE-MODE.
            MOVE SPACES TO WS-SDZ-CASE-RULE.
            MOVE SPACES TO WS-SDZ-COLLAPSE-RULE.
            MOVE SPACE TO WS-SDZ-INIT-MODE.
            MOVE SPACES TO WS-SDZ-INIT-RULE.
            PERFORM VARYING SDR-IX FROM 1 BY 1
                     UNTIL SDR-IX > SDRT-COUNT
               IF SDRT-FIELD (SDR-IX) EQUAL WS-SDZ-FIELD OR
                  SDRT-FIELD (SDR-IX) EQUAL '*' THEN
                  EVALUATE SDRT-KIND (SDR-IX)
                     WHEN 'C'
                        MOVE SDRT-MODE (SDR-IX) TO WS-SDZ-CASE-MODE
                        MOVE SDRT-RULE-ID (SDR-IX)
                          TO WS-SDZ-CASE-RULE
                     WHEN 'W'
                        MOVE SDRT-RULE-ID (SDR-IX)
                          TO WS-SDZ-COLLAPSE-RULE
                     WHEN 'I'
                        MOVE SDRT-MODE (SDR-IX) TO WS-SDZ-INIT-MODE
                        MOVE SDRT-RULE-ID (SDR-IX)
                          TO WS-SDZ-INIT-RULE
                  END-EVALUATE
               END-IF
            END-PERFORM.
      * The words, each with the blanks that stood before it
            MOVE 0 TO SDZ-WORD-COUNT.
            MOVE 0 TO WS-SDZ-GAP.
            PERFORM VARYING WS-SDZ-POS FROM 1 BY 1
                     UNTIL WS-SDZ-POS > 30
               IF WS-SDZ-IN (WS-SDZ-POS:1) EQUAL SPACE THEN
                  ADD 1 TO WS-SDZ-GAP
               ELSE
                  IF SDZ-WORD-COUNT EQUAL 0 OR WS-SDZ-GAP > 0 THEN
                     ADD 1 TO SDZ-WORD-COUNT
                     MOVE SPACES TO SDZ-WORD-TEXT (SDZ-WORD-COUNT)
                     MOVE 0 TO SDZ-WORD-LEN (SDZ-WORD-COUNT)
                     MOVE WS-SDZ-GAP TO SDZ-WORD-GAP (SDZ-WORD-COUNT)
                     MOVE 'N' TO SDZ-WORD-DROP (SDZ-WORD-COUNT)
                     MOVE 0 TO WS-SDZ-GAP
                  END-IF
                  ADD 1 TO SDZ-WORD-LEN (SDZ-WORD-COUNT)
                  MOVE WS-SDZ-IN (WS-SDZ-POS:1)
                    TO SDZ-WORD-TEXT (SDZ-WORD-COUNT)
                       (SDZ-WORD-LEN (SDZ-WORD-COUNT):1)
               END-IF
            END-PERFORM.
            MOVE SDZ-WORD-COUNT TO WS-SDZ-KEPT.
            PERFORM VARYING SDZ-WX FROM 1 BY 1
                     UNTIL SDZ-WX > SDZ-WORD-COUNT
               PERFORM STANDARDIZE-ONE-WORD
                  THRU STANDARDIZE-ONE-WORD-EXIT
            END-PERFORM.
      * Back together: one blank between words under a W rule,
      * the original spacing otherwise
            MOVE SPACES TO WS-SDZ-OUT.
            MOVE 1 TO WS-SDZ-OUT-PTR.
            MOVE 0 TO WS-SDZ-POS.
            PERFORM VARYING SDZ-WX FROM 1 BY 1
                     UNTIL SDZ-WX > SDZ-WORD-COUNT
               IF SDZ-WORD-DROP (SDZ-WX) EQUAL 'N' THEN
                  IF WS-SDZ-COLLAPSE-RULE NOT EQUAL SPACES THEN
                     IF WS-SDZ-POS EQUAL 0 THEN
                        MOVE 0 TO WS-SDZ-GAP
                     ELSE
                        MOVE 1 TO WS-SDZ-GAP
                     END-IF
                     IF SDZ-WORD-GAP (SDZ-WX) NOT EQUAL WS-SDZ-GAP
                        AND (SDZ-WX EQUAL 1 OR WS-SDZ-POS > 0) THEN
                        MOVE WS-SDZ-COLLAPSE-RULE
                          TO WS-SDZ-NOTE-RULE
                        PERFORM NOTE-SDZ-RULE THRU NOTE-SDZ-RULE-EXIT
                     END-IF
                  ELSE
                     IF WS-SDZ-POS EQUAL 0 THEN
                        MOVE SDZ-WORD-GAP (1) TO WS-SDZ-GAP
                     ELSE
                        MOVE SDZ-WORD-GAP (SDZ-WX) TO WS-SDZ-GAP
                     END-IF
                  END-IF
                  ADD WS-SDZ-GAP TO WS-SDZ-OUT-PTR
                  IF WS-SDZ-OUT-PTR + SDZ-WORD-LEN (SDZ-WX) > 31
                     THEN
                     MOVE WS-SDZ-IN TO WS-SDZ-OUT
                     GO TO STANDARDIZE-ONE-FIELD-EXIT
                  END-IF
                  MOVE SDZ-WORD-TEXT (SDZ-WX)
                       (1:SDZ-WORD-LEN (SDZ-WX))
                    TO WS-SDZ-OUT
                       (WS-SDZ-OUT-PTR:SDZ-WORD-LEN (SDZ-WX))
                  ADD SDZ-WORD-LEN (SDZ-WX) TO WS-SDZ-OUT-PTR
                  ADD 1 TO WS-SDZ-POS
               END-IF
            END-PERFORM.
        STANDARDIZE-ONE-FIELD-EXIT.
            EXIT.
      *
      * One word: an honorific or suffix comes out into the suffix
      * list (unless it is all the field has left); an initial is
      * written the shop's way; anything else is recased.
      *
        STANDARDIZE-ONE-WORD.
            MOVE SDZ-WORD-TEXT (SDZ-WX) TO WS-SDZ-WORD.
            MOVE SDZ-WORD-TEXT (SDZ-WX) TO WS-SDZ-BEFORE.
            MOVE SDZ-WORD-LEN (SDZ-WX) TO WS-SDZ-WLEN.
            MOVE 'N' TO WS-SDZ-MATCH.
            IF WS-SDZ-KEPT > 1 THEN
               MOVE FUNCTION UPPER-CASE(WS-SDZ-WORD) TO WS-SDZ-BARE
               IF WS-SDZ-WLEN > 1 AND
                  WS-SDZ-BARE (WS-SDZ-WLEN:1) EQUAL '.' THEN
                  MOVE SPACE TO WS-SDZ-BARE (WS-SDZ-WLEN:1)
               END-IF
               PERFORM VARYING SDR-IX FROM 1 BY 1
                        UNTIL SDR-IX > SDRT-COUNT OR SDZ-MATCHED
                  IF SDRT-KIND (SDR-IX) EQUAL 'H' AND
                     (SDRT-FIELD (SDR-IX) EQUAL WS-SDZ-FIELD OR
                      SDRT-FIELD (SDR-IX) EQUAL '*') THEN
                     PERFORM MATCH-SDZ-HONORIFIC
                        THRU MATCH-SDZ-HONORIFIC-EXIT
                  END-IF
               END-PERFORM
            END-IF.
            IF SDZ-MATCHED THEN
               MOVE 'Y' TO SDZ-WORD-DROP (SDZ-WX)
               SUBTRACT 1 FROM WS-SDZ-KEPT
               STRING WS-SDZ-WORD (1:WS-SDZ-WLEN) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      INTO WS-SDZ-SUFFIXES
                      WITH POINTER WS-SDZ-SUFFIX-PTR
                  ON OVERFLOW
                     CONTINUE
               END-STRING
               PERFORM NOTE-SDZ-RULE THRU NOTE-SDZ-RULE-EXIT
               GO TO STANDARDIZE-ONE-WORD-EXIT
            END-IF.
      * An initial: one letter, with or without its period
            IF WS-SDZ-INIT-MODE NOT EQUAL SPACE AND
               (WS-SDZ-WLEN EQUAL 1 OR
                (WS-SDZ-WLEN EQUAL 2 AND
                 WS-SDZ-WORD (2:1) EQUAL '.')) AND
               FUNCTION UPPER-CASE(WS-SDZ-WORD (1:1)) NOT EQUAL
               FUNCTION LOWER-CASE(WS-SDZ-WORD (1:1)) THEN
               MOVE FUNCTION UPPER-CASE(WS-SDZ-WORD (1:1))
                 TO WS-SDZ-WORD (1:1)
               IF WS-SDZ-INIT-MODE EQUAL 'P' THEN
                  MOVE '.' TO WS-SDZ-WORD (2:1)
                  MOVE 2 TO WS-SDZ-WLEN
               ELSE
                  MOVE SPACE TO WS-SDZ-WORD (2:1)
                  MOVE 1 TO WS-SDZ-WLEN
               END-IF
               IF WS-SDZ-WORD NOT EQUAL WS-SDZ-BEFORE THEN
                  MOVE WS-SDZ-INIT-RULE TO WS-SDZ-NOTE-RULE
                  PERFORM NOTE-SDZ-RULE THRU NOTE-SDZ-RULE-EXIT
               END-IF
               GO TO STANDARDIZE-ONE-WORD-STORE
            END-IF.
      * Casing
            EVALUATE WS-SDZ-CASE-MODE
               WHEN 'U'
                  MOVE FUNCTION UPPER-CASE(WS-SDZ-WORD)
                    TO WS-SDZ-WORD
               WHEN 'T'
                  IF WS-SDZ-WORD EQUAL
                     FUNCTION UPPER-CASE(WS-SDZ-WORD) OR
                     WS-SDZ-WORD EQUAL
                     FUNCTION LOWER-CASE(WS-SDZ-WORD) THEN
                     MOVE FUNCTION LOWER-CASE(WS-SDZ-WORD)
                       TO WS-SDZ-WORD
                     MOVE FUNCTION UPPER-CASE(WS-SDZ-WORD (1:1))
                       TO WS-SDZ-WORD (1:1)
                     PERFORM VARYING WS-SDZ-POS FROM 2 BY 1
                              UNTIL WS-SDZ-POS > WS-SDZ-WLEN
                        IF WS-SDZ-WORD (WS-SDZ-POS - 1:1) EQUAL '-'
                           THEN
                           MOVE FUNCTION UPPER-CASE(
                              WS-SDZ-WORD (WS-SDZ-POS:1))
                             TO WS-SDZ-WORD (WS-SDZ-POS:1)
                        END-IF
                     END-PERFORM
                     IF WS-SDZ-WORD NOT EQUAL WS-SDZ-BEFORE THEN
                        MOVE WS-SDZ-CASE-RULE TO WS-SDZ-NOTE-RULE
                        PERFORM NOTE-SDZ-RULE
                           THRU NOTE-SDZ-RULE-EXIT
                     END-IF
                     MOVE WS-SDZ-WORD TO WS-SDZ-BARE
                     PERFORM VARYING SDR-IX FROM 1 BY 1
                              UNTIL SDR-IX > SDRT-COUNT OR
                                    SDZ-MATCHED
                        IF SDRT-KIND (SDR-IX) EQUAL 'P' AND
                           (SDRT-FIELD (SDR-IX) EQUAL WS-SDZ-FIELD OR
                            SDRT-FIELD (SDR-IX) EQUAL '*') THEN
                           PERFORM MATCH-SDZ-PREFIX
                              THRU MATCH-SDZ-PREFIX-EXIT
                        END-IF
                     END-PERFORM
                  END-IF
            END-EVALUATE.
            IF WS-SDZ-CASE-MODE EQUAL 'U' AND
               WS-SDZ-WORD NOT EQUAL WS-SDZ-BEFORE THEN
               MOVE WS-SDZ-CASE-RULE TO WS-SDZ-NOTE-RULE
               PERFORM NOTE-SDZ-RULE THRU NOTE-SDZ-RULE-EXIT
            END-IF.
        STANDARDIZE-ONE-WORD-STORE.
            MOVE WS-SDZ-WORD TO SDZ-WORD-TEXT (SDZ-WX).
            MOVE WS-SDZ-WLEN TO SDZ-WORD-LEN (SDZ-WX).
        STANDARDIZE-ONE-WORD-EXIT.
            EXIT.
      *
      * Is the word (upper case, trailing period dropped, in
      * WS-SDZ-BARE) one of this H rule's comma-separated entries?
      *
        MATCH-SDZ-HONORIFIC.
            MOVE 1 TO WS-SDZ-PTR.
            PERFORM UNTIL WS-SDZ-PTR > 60 OR SDZ-MATCHED
               MOVE SPACES TO WS-SDZ-ITEM
               UNSTRING SDRT-VALUE (SDR-IX) DELIMITED BY ','
                  INTO WS-SDZ-ITEM
                  WITH POINTER WS-SDZ-PTR
               END-UNSTRING
               IF WS-SDZ-ITEM NOT EQUAL SPACES AND
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SDZ-ITEM))
                  EQUAL FUNCTION TRIM(WS-SDZ-BARE) THEN
                  SET SDZ-MATCHED TO TRUE
                  MOVE SDRT-RULE-ID (SDR-IX) TO WS-SDZ-NOTE-RULE
               END-IF
            END-PERFORM.
        MATCH-SDZ-HONORIFIC-EXIT.
            EXIT.
      *
      * Does the title-cased word begin with this P rule's prefix,
      * with enough letters after it?  The first prefix that fits
      * is the one written.
      *
        MATCH-SDZ-PREFIX.
            COMPUTE WS-SDZ-PLEN = FUNCTION LENGTH(
               FUNCTION TRIM(SDRT-VALUE (SDR-IX) TRAILING))
            END-COMPUTE.
            IF WS-SDZ-PLEN NOT < WS-SDZ-WLEN OR WS-SDZ-PLEN > 30 OR
               WS-SDZ-WLEN < WS-SDZ-PLEN + SDRT-MIN-REST (SDR-IX)
               THEN
               GO TO MATCH-SDZ-PREFIX-EXIT
            END-IF.
            IF FUNCTION UPPER-CASE(WS-SDZ-WORD (1:WS-SDZ-PLEN))
               NOT EQUAL
               FUNCTION UPPER-CASE(SDRT-VALUE (SDR-IX)
                                   (1:WS-SDZ-PLEN)) THEN
               GO TO MATCH-SDZ-PREFIX-EXIT
            END-IF.
            SET SDZ-MATCHED TO TRUE.
            MOVE SDRT-VALUE (SDR-IX) (1:WS-SDZ-PLEN)
              TO WS-SDZ-WORD (1:WS-SDZ-PLEN).
            MOVE FUNCTION UPPER-CASE(
               WS-SDZ-WORD (WS-SDZ-PLEN + 1:1))
              TO WS-SDZ-WORD (WS-SDZ-PLEN + 1:1).
            IF WS-SDZ-WORD NOT EQUAL WS-SDZ-BARE THEN
               MOVE SDRT-RULE-ID (SDR-IX) TO WS-SDZ-NOTE-RULE
               PERFORM NOTE-SDZ-RULE THRU NOTE-SDZ-RULE-EXIT
            END-IF.
        MATCH-SDZ-PREFIX-EXIT.
            EXIT.
      *
      * Add the rule in WS-SDZ-NOTE-RULE to the row's list of rules
      * that changed something, once.
      *
        NOTE-SDZ-RULE.
            IF WS-SDZ-NOTE-RULE EQUAL SPACES THEN
               GO TO NOTE-SDZ-RULE-EXIT
            END-IF.
            MOVE 0 TO WS-SDZ-TALLY.
            INSPECT WS-SDZ-RULES-HIT TALLYING WS-SDZ-TALLY
               FOR ALL WS-SDZ-NOTE-RULE.
            IF WS-SDZ-TALLY EQUAL 0 THEN
               STRING WS-SDZ-NOTE-RULE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      INTO WS-SDZ-RULES-HIT
                      WITH POINTER WS-SDZ-HIT-PTR
                  ON OVERFLOW
                     CONTINUE
               END-STRING
            END-IF.
        NOTE-SDZ-RULE-EXIT.
            EXIT.
