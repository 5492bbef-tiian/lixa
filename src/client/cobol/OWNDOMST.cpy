      * STAMP-CHANGE-DOMAIN: the owning imprint onto the
      * CHANGE-AUDIT record about to be written (see CHG-DOMAIN in
      * CHGAUD.cpy), shared by every program that writes the trail
      * so EXAMPLE45_OPACT and EXAMPLE54_CHARGEBACK split it the
      * same way whoever made the change.  An author key is the
      * author's own id; a book key ('B' and the book id) takes
      * the owner the record carries in CHG-AFTER-SURNAME, or in
      * CHG-BEFORE-SURNAME for a delete.  Needs OWNDOMWS.cpy and a
      * prior LOAD-OWNERSHIP-DOMAINS (OWNDOMCK.cpy); with no map
      * loaded the stamp is SPACES.
        STAMP-CHANGE-DOMAIN.
            MOVE SPACES TO CHG-DOMAIN.
            MOVE 0 TO WS-OWD-AUTHOR-ID.
            IF OWDT-COUNT EQUAL 0 THEN
               GO TO STAMP-CHANGE-DOMAIN-EXIT
            END-IF.
            IF CHG-BUSINESS-KEY(1:1) EQUAL 'B' THEN
               IF CHG-AFTER-SURNAME NOT EQUAL SPACES THEN
                  MOVE CHG-AFTER-SURNAME TO WS-OWD-KEY-ID
               ELSE
                  MOVE CHG-BEFORE-SURNAME TO WS-OWD-KEY-ID
               END-IF
            ELSE
               MOVE CHG-BUSINESS-KEY TO WS-OWD-KEY-ID
            END-IF.
            IF FUNCTION TRIM(WS-OWD-KEY-ID) EQUAL SPACES OR
               FUNCTION TEST-NUMVAL(WS-OWD-KEY-ID) NOT EQUAL 0 THEN
               GO TO STAMP-CHANGE-DOMAIN-EXIT
            END-IF.
            COMPUTE WS-OWD-AUTHOR-ID =
               FUNCTION NUMVAL(WS-OWD-KEY-ID)
            END-COMPUTE.
            PERFORM FIND-ROW-DOMAIN THRU FIND-ROW-DOMAIN-EXIT.
            MOVE WS-OWD-ROW-DOMAIN TO CHG-DOMAIN.
        STAMP-CHANGE-DOMAIN-EXIT.
            EXIT.
