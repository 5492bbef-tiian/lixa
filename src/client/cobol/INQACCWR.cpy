      * IDENTIFY-INQUIRER: who is asking.  An inquiry into personal
      * data is only answered for a named operator (BATCH-OPERATOR
      * in the environment, the identity every batch run stamps on
      * its records); with none - or the 'UNKNOWN' placeholder some
      * programs default to - the inquiry is REFUSED before
      * anything is read.  The INQUIRY-ACCESS file is also proven
      * writable here, so an inquiry that could not be logged is
      * never shown either.
      *
      * LOG-INQUIRY-ACCESS: append one INQUIRY-ACCESS record (see
      * INQACC.cpy) for the inquiry just answered, from the
      * WS-INQ- fields (see INQACCWS.cpy) and the run id.  A log
      * that became unwritable between the probe and the answer is
      * paged, not ignored: the view happened and is unrecorded.
      *
      * Shared by every inquiry program through this copybook, the
      * same convention as ISSUE-RUN-ID (ISSUERUN.cpy); the caller
      * declares the INQUIRY-ACCESS-FILE itself (SELECT OPTIONAL,
      * FILE STATUS WS-INQACC-STATUS, FD record INQUIRY-ACCESS-
      * RECORD copying INQACC.cpy).
        IDENTIFY-INQUIRER.
            MOVE SPACES TO WS-INQ-OPERATOR-ID.
            ACCEPT WS-INQ-OPERATOR-ID FROM ENVIRONMENT
               'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-INQ-OPERATOR-ID EQUAL SPACES OR
               WS-INQ-OPERATOR-ID EQUAL 'UNKNOWN' THEN
               DISPLAY 'REFUSED: no operator identity '
                       '(BATCH-OPERATOR) - every inquiry into '
                       'author data is logged against the operator '
                       'who made it'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Operator: ' WS-INQ-OPERATOR-ID.
            OPEN EXTEND INQUIRY-ACCESS-FILE.
            IF WS-INQACC-STATUS NOT EQUAL '00' AND
               WS-INQACC-STATUS NOT EQUAL '05' THEN
               DISPLAY 'REFUSED: INQUIRY-ACCESS not writable '
                       '(status ' WS-INQACC-STATUS ') - the '
                       'inquiry could not be logged'
               STOP RUN RETURNING 1
            END-IF.
            CLOSE INQUIRY-ACCESS-FILE.
        IDENTIFY-INQUIRER-EXIT.
            EXIT.
        LOG-INQUIRY-ACCESS.
            OPEN EXTEND INQUIRY-ACCESS-FILE.
            IF WS-INQACC-STATUS NOT EQUAL '00' AND
               WS-INQACC-STATUS NOT EQUAL '05' THEN
               DISPLAY 'ALERT: INQUIRY-ACCESS not writable (status '
                       WS-INQACC-STATUS ') - inquiry by '
                       FUNCTION TRIM(WS-INQ-OPERATOR-ID) ' for '
                       FUNCTION TRIM(WS-INQ-ASKED) ' NOT logged'
               STOP RUN RETURNING 99
            END-IF.
            MOVE WS-INQ-OPERATOR-ID TO IQA-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO IQA-TIMESTAMP.
            MOVE WS-RUN-ID TO IQA-RUN-ID.
            MOVE WS-INQ-PROGRAM-ID TO IQA-PROGRAM-ID.
            MOVE WS-INQ-KIND TO IQA-ASKED-KIND.
            MOVE FUNCTION TRIM(WS-INQ-ASKED) TO IQA-ASKED.
            MOVE WS-INQ-ROWS TO IQA-ROWS-SHOWN.
            WRITE INQUIRY-ACCESS-RECORD.
            CLOSE INQUIRY-ACCESS-FILE.
        LOG-INQUIRY-ACCESS-EXIT.
            EXIT.
