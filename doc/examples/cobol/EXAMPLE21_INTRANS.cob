      * GNU General Public License along with LIXA.
      * If not, see <http://www.gnu.org/licenses/>.
      *
      * Usage: EXAMPLE21_INTRANS [CERTIFY]
      *
      * Inbound interface translator.  AUTHOR-INPUT files arrive
      * from upstream senders in their own formats - a header,
      * failed (return code 1, no output file) when they do not
      * balance.  A clean file is mapped into the loader's own
      * layout - per-row operation codes included - and written to
      * AUTHOR-STAGED for the normal VALIDATE/load path.  A detail
      * row's optional effective date is carried across unchanged.
      *
      * We now receive author maintenance from three senders, and
      * VND-SENDER in the header already identifies them: the
      * new program.  A sender with no profile is refused BY NAME;
      * an installation with no SENDER-PROFILES file at all keeps
      * the classic single-vendor rules, with a warning.
      *
      * The sender id does not survive translation into the
      * loader's layout, so a staged file also leaves a note of its
      * sender in AUTHOR-STAGED-SENDER (see STGSNDR.cpy);
      * EXAMPLE46_STAGEQ REGISTER carries it into the
      * STAGING-MANIFEST entry, the loader onto its LINEAGE-INDEX
      * row, and the monthly chargeback (EXAMPLE54_CHARGEBACK)
      * bills each sender for the load work its files caused.
      *
      * Names are written the shop's way on the way in: every
      * insert and correction row is put through the same
      * STANDARDIZATION-RULES the standardization pass applies to
      * the master (EXAMPLE60_STANDARDIZE; see STDRULE.cpy and
      * STDRULAP.cpy) - casing and the Mc/Mac/O' prefixes,
      * honorifics and suffixes taken out, blanks collapsed,
      * initials written one way - so new authors never feed the
      * next correction file.  Each suffix taken out is listed on
      * the log against its author id.  No rules file, no change;
      * a rules file that cannot be applied refuses the run before
      * anything is staged.
      *
      * Some senders' formats also carry the values their own
      * system held before each correct or remove (SND-OLD-VALUES
      * in the profile, see SNDPROF.cpy and VENDROW.cpy).  Those are
      * passed on - written the shop's way, as the master holds
      * them - as the row's expected before-values, so the loader
      * rejects a change built from stale data as a conflict
      * instead of overwriting another sender's fix (see
      * AUTHROW-EXPECTED in AUTHROW.cpy).
      *
      * The fingerprint of the SENDER-PROFILES and
      * STANDARDIZATION-RULES is logged to CONTROL-USAGE as 'EXINTRAN'
      * (no run id: against the program and the time of the read), so
      * EXAMPLE63_CTLREG USED can say which registered version the run
      * was steered by.
      *
      * A new sender is onboarded on trial: its profile is marked
      * TEST (SND-STATUS, see SNDPROF.cpy) and its files are refused
      * here by name until a supervisor promotes it to LIVE through
      * EXAMPLE72_CERTIFY.  That program runs this one with CERTIFY
      * on each sample file: the same checks and the same mapping,
      * but the translation goes to AUTHOR-CERT-INPUT, never to
      * AUTHOR-STAGED, no sender note is left for the staging queue,
      * and a summary of the control totals and of the field
      * coverage of the detail rows is written to CERT-TRANSLATE
      * (see CERTTRN.cpy) whether the file balanced or not.  Only a
      * TEST sender's files are translated this way.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE21-INTRANS.
            SELECT VENDOR-INPUT-FILE ASSIGN TO "VENDOR-INPUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VENDOR-STATUS.
            SELECT AUTHOR-STAGED-FILE
                ASSIGN TO DYNAMIC WS-STAGED-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
      * Who sent the staged file (see STGSNDR.cpy)
            SELECT STAGED-SENDER-FILE
                ASSIGN TO "AUTHOR-STAGED-SENDER"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The per-sender translation rules (see SNDPROF.cpy)
            SELECT OPTIONAL SENDER-PROFILES-FILE
                ASSIGN TO "SENDER-PROFILES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROFILE-STATUS.
      * How names are written (see STDRULE.cpy)
            SELECT OPTIONAL STANDARDIZATION-RULES-FILE
                ASSIGN TO "STANDARDIZATION-RULES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STDRULE-STATUS.
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
      * What a certification translation made of a sample file
      * (see CERTTRN.cpy)
            SELECT CERT-TRANSLATE-FILE ASSIGN TO "CERT-TRANSLATE"
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD VENDOR-INPUT-FILE.
        FD AUTHOR-STAGED-FILE.
        01 AUTHOR-STAGED-RECORD.
           COPY AUTHROW.
        FD STAGED-SENDER-FILE.
        01 STAGED-SENDER-RECORD.
           COPY STGSNDR.
        FD SENDER-PROFILES-FILE.
        01 SENDER-PROFILE-RECORD.
           COPY SNDPROF.
        FD STANDARDIZATION-RULES-FILE.
        01 STANDARDIZATION-RULE-RECORD.
           COPY STDRULE.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        FD CERT-TRANSLATE-FILE.
        01 CERT-TRANSLATE-RECORD.
           COPY CERTTRN.
        WORKING-STORAGE SECTION.
        01 ARGV PIC X(100) VALUE SPACES.
      * CERTIFY: a TEST sender's sample file, translated for
      * EXAMPLE72_CERTIFY instead of for the load
        01 WS-CERT-FLAG PIC X(1) VALUE 'N'.
           88 CERTIFY-MODE VALUE 'Y'.
        01 WS-STAGED-NAME PIC X(40) VALUE 'AUTHOR-STAGED'.
        01 WS-VENDOR-STATUS PIC X(2) VALUE '00'.
        01 WS-PROFILE-STATUS PIC X(2) VALUE '00'.
        01 WS-VENDOR-EOF PIC X(1) VALUE 'N'.
        01 WS-PROF-ACTION-REMOVE PIC X(1) VALUE 'R'.
        01 WS-PROF-HASH-RULE PIC X(1) VALUE 'I'.
        01 WS-PROF-TRAILER-RULE PIC X(1) VALUE 'Y'.
        01 WS-PROF-OLD-VALUES PIC X(1) VALUE 'N'.
           88 PROF-SENDS-OLD-VALUES VALUE 'Y'.
        01 WS-PROF-STATUS PIC X(1) VALUE 'L'.
           88 PROF-IS-TEST VALUE 'T'.
        01 WS-PROF-FOUND PIC X(1) VALUE 'N'.
           88 PROFILE-FOUND VALUE 'Y'.
        01 WS-PROFILES-PRESENT PIC X(1) VALUE 'N'.
        01 WS-STAGED-COUNT PIC 9(9) VALUE 0.
        01 WS-FILE-DATE PIC X(8) VALUE SPACES.
        01 WS-SENDER PIC X(10) VALUE SPACES.
        01 WS-STANDARDIZED-COUNT PIC 9(9) VALUE 0.
        01 WS-EXPECTED-COUNT PIC 9(9) VALUE 0.
      * Field coverage of the detail rows, for CERT-TRANSLATE
        01 WS-HAS-ID PIC 9(9) VALUE 0.
        01 WS-HAS-NAME PIC 9(9) VALUE 0.
        01 WS-HAS-SURNAME PIC 9(9) VALUE 0.
        01 WS-HAS-ACTION PIC 9(9) VALUE 0.
        01 WS-HAS-EFFECTIVE PIC 9(9) VALUE 0.
        01 WS-HAS-OLD-VALUES PIC 9(9) VALUE 0.
           COPY STDRULWS.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE21_INTRANS'.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            EVALUATE FUNCTION UPPER-CASE(ARGV)
               WHEN SPACES
                  CONTINUE
               WHEN 'CERTIFY'
                  SET CERTIFY-MODE TO TRUE
                  MOVE 'AUTHOR-CERT-INPUT' TO WS-STAGED-NAME
                  DISPLAY 'Certification translation: output to '
                          'AUTHOR-CERT-INPUT, summary to '
                          'CERT-TRANSLATE'
               WHEN OTHER
                  DISPLAY 'REFUSED: unknown option '
                          FUNCTION TRIM(ARGV)
                  STOP RUN RETURNING 1
            END-EVALUATE.
      * Pass zero: who sent this?  The header names the sender and
      * the sender's profile sets the rules every later pass
      * applies.  An unknown sender is refused here, by name,
            PERFORM READ-SENDER-HEADER THRU READ-SENDER-HEADER.
            PERFORM LOAD-SENDER-PROFILE
               THRU LOAD-SENDER-PROFILE-DONE.
            PERFORM LOAD-STANDARDIZATION-RULES
               THRU LOAD-STANDARDIZATION-RULES-DONE.
            IF STD-RULES-UNUSABLE THEN
               DISPLAY 'REFUSED: STANDARDIZATION-RULES cannot be '
                       'applied as written - '
                       FUNCTION TRIM(WS-STDRULE-LOAD-TEXT)
               STOP RUN RETURNING 1
            END-IF.
      * Which version of each control file steers this run (see
      * CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXINTRAN' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'SENDER-PROFILES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE 'STANDARDIZATION-RULES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
      * Pass one: structure and control totals only.  Nothing is
      * staged until the whole file has proven itself.
            PERFORM VERIFY-VENDOR-FILE THRU VERIFY-VENDOR-FILE.
               DISPLAY 'TRANSLATE RESULT: file refused with '
                       WS-ERROR-COUNT ' control failure(s); '
                       'nothing staged'
               IF CERTIFY-MODE THEN
                  PERFORM WRITE-CERT-SUMMARY
                     THRU WRITE-CERT-SUMMARY
               END-IF
               STOP RUN RETURNING 1
            END-IF.
      * Pass two: the totals balance, so translate the details.
            PERFORM TRANSLATE-VENDOR-FILE
               THRU TRANSLATE-VENDOR-FILE.
            IF CERTIFY-MODE THEN
               PERFORM WRITE-CERT-SUMMARY THRU WRITE-CERT-SUMMARY
            ELSE
               PERFORM WRITE-SENDER-NOTE THRU WRITE-SENDER-NOTE
            END-IF.
            DISPLAY 'TRANSLATE RESULT: file of ' WS-FILE-DATE
                    ' from ' WS-SENDER ': ' WS-STAGED-COUNT
                    ' row(s) staged to '
                    FUNCTION TRIM(WS-STAGED-NAME).
            IF WS-EXPECTED-COUNT > 0 THEN
               DISPLAY '  ' WS-EXPECTED-COUNT ' row(s) carry the '
                       'sender''s old values as expected '
                       'before-values'
            END-IF.
            IF SDRT-COUNT > 0 THEN
               DISPLAY '  ' WS-STANDARDIZED-COUNT ' row(s) '
                       'standardized under ' SDRT-COUNT
                       ' STANDARDIZATION-RULES rule(s)'
            END-IF.
            STOP RUN RETURNING 0.
      *
      * Pass zero: the first record must be the header, and the
      * all keeps the classic single-vendor rules with a warning;
      * a profile file without this sender is a refusal by name -
      * a new upstream must be onboarded deliberately, not guessed
      * at.  A sender still on trial (TEST) is refused the same way
      * outside CERTIFY, and CERTIFY translates nobody else's files.
      *
        LOAD-SENDER-PROFILE.
            OPEN INPUT SENDER-PROFILES-FILE.
                       'single-vendor rules in force'
               GO TO LOAD-SENDER-PROFILE-DONE
            END-IF.
            IF CERTIFY-MODE AND WS-PROFILE-STATUS EQUAL '05' THEN
               DISPLAY 'REFUSED: no SENDER-PROFILES file - nothing '
                       'to certify'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-PROFILE-STATUS EQUAL '05' THEN
               DISPLAY 'WARNING: no SENDER-PROFILES file - classic '
                       'single-vendor rules in force'
                        MOVE SND-HASH-RULE TO WS-PROF-HASH-RULE
                        MOVE SND-TRAILER-RULE
                          TO WS-PROF-TRAILER-RULE
                        MOVE SND-OLD-VALUES TO WS-PROF-OLD-VALUES
                        MOVE SND-STATUS TO WS-PROF-STATUS
                     END-IF
               END-READ
            END-PERFORM.
                       'the sender before accepting its files'
               STOP RUN RETURNING 1
            END-IF.
            IF PROF-IS-TEST AND NOT CERTIFY-MODE THEN
               DISPLAY 'REFUSED: sender ' FUNCTION TRIM(WS-SENDER)
                       ' is on TEST - its files go through '
                       'EXAMPLE72_CERTIFY until it is promoted'
               STOP RUN RETURNING 1
            END-IF.
            IF CERTIFY-MODE AND NOT PROF-IS-TEST THEN
               DISPLAY 'REFUSED: sender ' FUNCTION TRIM(WS-SENDER)
                       ' is LIVE - only a TEST sender is certified'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Sender ' FUNCTION TRIM(WS-SENDER)
                    ': profile loaded (order '
                    WS-PROF-NAME-ORDER ', actions '
                    WS-PROF-ACTION-ADD WS-PROF-ACTION-CORRECT
                    WS-PROF-ACTION-REMOVE ', hash '
                    WS-PROF-HASH-RULE ', trailer '
                    WS-PROF-TRAILER-RULE ', old values '
                    WS-PROF-OLD-VALUES ')'.
        LOAD-SENDER-PROFILE-DONE.
            EXIT.
      *
                             'record ' WS-RECORD-NUMBER
                     GO TO VERIFY-ONE-RECORD-EXIT
                  END-IF
                  IF CERTIFY-MODE THEN
                     PERFORM COUNT-FIELD-COVERAGE
                        THRU COUNT-FIELD-COVERAGE
                  END-IF
                  ADD 1 TO WS-DETAIL-COUNT
                  ADD VND-AUTHOR-ID TO WS-HASH-TOTAL
               WHEN VND-IS-TRAILER
        VERIFY-ONE-RECORD-EXIT.
            EXIT.
      *
      * Which of the fields the loader needs this detail row
      * carries; a row whose id is not numeric has already been
      * refused and carries none.
      *
        COUNT-FIELD-COVERAGE.
            ADD 1 TO WS-HAS-ID.
            IF VND-NAME NOT EQUAL SPACES THEN
               ADD 1 TO WS-HAS-NAME
            END-IF.
            IF VND-SURNAME NOT EQUAL SPACES THEN
               ADD 1 TO WS-HAS-SURNAME
            END-IF.
            IF VND-ACTION EQUAL WS-PROF-ACTION-ADD OR
               VND-ACTION EQUAL WS-PROF-ACTION-CORRECT OR
               VND-ACTION EQUAL WS-PROF-ACTION-REMOVE THEN
               ADD 1 TO WS-HAS-ACTION
            END-IF.
            IF VND-EFFECTIVE-DATE NOT EQUAL SPACES THEN
               ADD 1 TO WS-HAS-EFFECTIVE
            END-IF.
            IF VND-OLD-SURNAME NOT EQUAL SPACES OR
               VND-OLD-NAME NOT EQUAL SPACES THEN
               ADD 1 TO WS-HAS-OLD-VALUES
            END-IF.
      *
      * Translation pass: the sender's details into the loader's
      * layout, field order and action codes resolved through the
      * sender's profile instead of one hardcoded vendor shape.
                  MOVE 'I' TO AUTHROW-OPERATION
            END-EVALUATE.
            MOVE 'A' TO AUTHROW-REC-TYPE.
      * A future-dated change travels with its effective date; the
      * loader holds it in PENDING-CHANGES until that date
            MOVE VND-EFFECTIVE-DATE TO AUTHROW-EFFECTIVE-DATE.
      * A delete row's names are not loaded; every other row's are
      * written the shop's way
            IF AUTHROW-OPERATION NOT EQUAL 'D' AND
               SDRT-COUNT > 0 THEN
               MOVE AUTHROW-NAME TO WS-SDZ-NAME
               MOVE AUTHROW-SURNAME TO WS-SDZ-SURNAME
               PERFORM APPLY-STANDARDIZATION-RULES
                  THRU APPLY-STANDARDIZATION-RULES-EXIT
               IF SDZ-CHANGED THEN
                  ADD 1 TO WS-STANDARDIZED-COUNT
                  MOVE WS-SDZ-NEW-NAME TO AUTHROW-NAME
                  MOVE WS-SDZ-NEW-SURNAME TO AUTHROW-SURNAME
               END-IF
               IF WS-SDZ-SUFFIXES NOT EQUAL SPACES THEN
                  DISPLAY 'Suffix taken out: author ' AUTHROW-ID
                          ' ' FUNCTION TRIM(WS-SDZ-SUFFIXES)
               END-IF
            END-IF.
      * The sender's old values, when its format carries them, go
      * with a correct or remove as the values the row is expected
      * to hold
            IF PROF-SENDS-OLD-VALUES AND
               AUTHROW-OPERATION NOT EQUAL 'I' AND
               (VND-OLD-SURNAME NOT EQUAL SPACES OR
                VND-OLD-NAME NOT EQUAL SPACES) THEN
               PERFORM STAGE-EXPECTED-VALUES
                  THRU STAGE-EXPECTED-VALUES
            END-IF.
            ADD 1 TO WS-STAGED-COUNT.
            WRITE AUTHOR-STAGED-RECORD.
      *
      * The old values in the loader's name order, standardized as
      * the new ones are - the master holds names the shop's way,
      * so that is what the loader compares them with.
      *
        STAGE-EXPECTED-VALUES.
            SET AUTHROW-HAS-EXPECTED TO TRUE.
            IF WS-PROF-NAME-ORDER EQUAL 'N' THEN
               MOVE VND-OLD-SURNAME TO AUTHROW-EXPECTED-NAME
               MOVE VND-OLD-NAME TO AUTHROW-EXPECTED-SURNAME
            ELSE
               MOVE VND-OLD-NAME TO AUTHROW-EXPECTED-NAME
               MOVE VND-OLD-SURNAME TO AUTHROW-EXPECTED-SURNAME
            END-IF.
            IF SDRT-COUNT > 0 THEN
               MOVE AUTHROW-EXPECTED-NAME TO WS-SDZ-NAME
               MOVE AUTHROW-EXPECTED-SURNAME TO WS-SDZ-SURNAME
               PERFORM APPLY-STANDARDIZATION-RULES
                  THRU APPLY-STANDARDIZATION-RULES-EXIT
               MOVE WS-SDZ-NEW-NAME TO AUTHROW-EXPECTED-NAME
               MOVE WS-SDZ-NEW-SURNAME TO AUTHROW-EXPECTED-SURNAME
            END-IF.
            ADD 1 TO WS-EXPECTED-COUNT.
      *
      * The staged file's sender, noted beside it for the staging
      * queue's REGISTER (see STGSNDR.cpy).
      *
        WRITE-SENDER-NOTE.
            MOVE SPACES TO STAGED-SENDER-RECORD.
            MOVE 'AUTHOR-STAGED' TO STS-FILE-NAME.
            MOVE WS-SENDER TO STS-SENDER-ID.
            MOVE WS-FILE-DATE TO STS-FILE-DATE.
            MOVE WS-STAGED-COUNT TO STS-ROW-COUNT.
            MOVE FUNCTION CURRENT-DATE TO STS-TIMESTAMP.
            OPEN OUTPUT STAGED-SENDER-FILE.
            WRITE STAGED-SENDER-RECORD.
            CLOSE STAGED-SENDER-FILE.
      *
      * A certification translation's result, for EXAMPLE72_CERTIFY
      * to score (see CERTTRN.cpy).
      *
        WRITE-CERT-SUMMARY.
            MOVE SPACES TO CERT-TRANSLATE-RECORD.
            MOVE WS-SENDER TO CTR-SENDER-ID.
            MOVE WS-FILE-DATE TO CTR-FILE-DATE.
            IF WS-ERROR-COUNT EQUAL 0 THEN
               SET CTR-STAGED TO TRUE
            ELSE
               SET CTR-REFUSED TO TRUE
            END-IF.
            MOVE WS-HEADER-SEEN TO CTR-HEADER-SEEN.
            MOVE WS-TRAILER-SEEN TO CTR-TRAILER-SEEN.
            MOVE WS-DETAIL-COUNT TO CTR-DETAIL-COUNT.
            MOVE WS-TRAILER-COUNT TO CTR-TRAILER-COUNT.
            MOVE WS-HASH-TOTAL TO CTR-HASH-TOTAL.
            MOVE WS-TRAILER-HASH TO CTR-TRAILER-HASH.
            MOVE WS-ERROR-COUNT TO CTR-CONTROL-FAILS.
            MOVE WS-HAS-ID TO CTR-HAS-ID.
            MOVE WS-HAS-NAME TO CTR-HAS-NAME.
            MOVE WS-HAS-SURNAME TO CTR-HAS-SURNAME.
            MOVE WS-HAS-ACTION TO CTR-HAS-ACTION.
            MOVE WS-HAS-EFFECTIVE TO CTR-HAS-EFFECTIVE.
            MOVE WS-HAS-OLD-VALUES TO CTR-HAS-OLD-VALUES.
            MOVE WS-PROF-OLD-VALUES TO CTR-OLD-VALUES-RULE.
            MOVE WS-STAGED-COUNT TO CTR-STAGED-COUNT.
            MOVE FUNCTION CURRENT-DATE TO CTR-TIMESTAMP.
            OPEN OUTPUT CERT-TRANSLATE-FILE.
            WRITE CERT-TRANSLATE-RECORD.
            CLOSE CERT-TRANSLATE-FILE.
      * The shop's standardization rules, shared with
      * EXAMPLE60_STANDARDIZE (see STDRULAP.cpy, STDRULWS.cpy and
      * STDRULE.cpy).
           COPY STDRULAP.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
