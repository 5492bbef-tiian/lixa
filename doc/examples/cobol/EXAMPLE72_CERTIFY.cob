      * Copyright (c) 2009-2020, Christian Ferrari
      * <tiian@users.sourceforge.net>
      * All rights reserved.
      *
      * This file is part of LIXA.
      *
      * LIXA is free software: you can redistribute it and/or modify
      * it under the terms of the GNU General Public License version 2
      * as published by the Free Software Foundation.
      *
      * LIXA is distributed in the hope that it will be useful,
      * but WITHOUT ANY WARRANTY; without even the implied warranty of
      * MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
      * GNU General Public License for more details.
      *
      * You should have received a copy of the
      * GNU General Public License along with LIXA.
      * If not, see <http://www.gnu.org/licenses/>.
      *
      * Usage: EXAMPLE72_CERTIFY [RUN] [TRANSLATOR=program]
      *                          [LOADER=program]
      *        EXAMPLE72_CERTIFY STATUS SENDER=id
      *        EXAMPLE72_CERTIFY PROMOTE SENDER=id
      *
      * Sender onboarding certification.  A new upstream used to
      * go live the day its profile was written, and its first
      * real file was the test: the last one arrived with its
      * action letters the other way round and a trailer that
      * counted the header, and was found by the overnight
      * rejects.  Now a new sender's profile is written TEST (see
      * SND-STATUS in SNDPROF.cpy) and EXAMPLE21_INTRANS refuses
      * its files by name until it has proven itself here.
      *
      *   RUN     - certify the sample file waiting in VENDOR-INPUT.
      *             The file goes through the production path, but
      *             every step of it in a mode that cannot reach
      *             STAGING-MANIFEST or the live tables:
      *               - EXAMPLE21_INTRANS CERTIFY translates it to
      *                 AUTHOR-CERT-INPUT and reports its control
      *                 totals and field coverage in CERT-TRANSLATE
      *                 (see CERTTRN.cpy);
      *               - EXAMPLE5_PQL VALIDATE CERT=YES runs the full
      *                 validation, the cross-row checks included,
      *                 and EXAMPLE5_PQL SIMULATE CERT=YES the
      *                 simulated load; both read AUTHOR-CERT-INPUT
      *                 and keep every trail under its -CERT name,
      *                 so their rejects are counted from
      *                 AUTHOR-REJECT-CERT by reason.
      *             The CERTIFICATION report scores the file on its
      *             control totals, its reject rate by reason and
      *             its field coverage, and gives the verdict.  A
      *             file is CLEAN when its totals balance, neither
      *             pass rejects a row and ends in error, and every
      *             detail row carries an author id, a name, a
      *             surname and one of the sender's action letters.
      *             The verdict is appended to
      *             SENDER-CERTIFICATION (see SNDCERT.cpy).
      *   STATUS  - a sender's certification history and its
      *             current run of consecutive clean files.
      *   PROMOTE - take the sender from TEST to LIVE.  Needs the
      *             acting operator (BATCH-OPERATOR) to hold
      *             PROMOTE authority in OPERATOR-AUTH (granted
      *             through EXAMPLE31_AUTHMNT) and the sender to
      *             have the number of consecutive clean files its
      *             profile asks for (SND-CLEAN-NEEDED, three when
      *             not set).  A failed file starts the count
      *             again, and the same file certified twice counts
      *             once (the loader's fingerprint tells them
      *             apart).  SENDER-PROFILES is rewritten with the
      *             sender LIVE and the supervisor's id and the
      *             date on its profile, registered in
      *             CONTROL-REGISTRY as the file's next version
      *             with the promotion as its reason (see
      *             EXAMPLE63_CTLREG), and the promotion appended
      *             to SENDER-CERTIFICATION.  As for
      *             EXAMPLE43_CALIB, a promotion made while the
      *             profiles are checked out for a hand edit makes
      *             that check-in refuse.
      *
      * TRANSLATOR= and LOADER= name the programs run, by default
      * EXAMPLE21_INTRANS and EXAMPLE5_PQL.
      *
      * Return codes: RUN 0 the file is clean, 1 the file failed,
      * 2 the file could not be certified (no TEST profile for its
      * sender, or no translation summary); STATUS and PROMOTE 0
      * done, 1 refused.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE72-CERTIFY.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The sample file, read here only for its sender
            SELECT VENDOR-INPUT-FILE ASSIGN TO "VENDOR-INPUT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VENDOR-STATUS.
      * The per-sender translation rules (see SNDPROF.cpy)
            SELECT OPTIONAL SENDER-PROFILES-FILE
                ASSIGN TO "SENDER-PROFILES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROFILE-STATUS.
      * What the translator made of the file (see CERTTRN.cpy)
            SELECT OPTIONAL CERT-TRANSLATE-FILE
                ASSIGN TO "CERT-TRANSLATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CERTTRN-STATUS.
      * The rows the certification passes rejected (see REJROW.cpy)
            SELECT OPTIONAL AUTHOR-REJECT-CERT-FILE
                ASSIGN TO "AUTHOR-REJECT-CERT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJECT-STATUS.
      * Every sender's trial history (see SNDCERT.cpy)
            SELECT OPTIONAL SENDER-CERTIFICATION-FILE
                ASSIGN TO "SENDER-CERTIFICATION"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNDCERT-STATUS.
            SELECT CERTIFICATION-REPORT-FILE
                ASSIGN TO "CERTIFICATION"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OPERATOR-AUTH-FILE
                ASSIGN TO "OPERATOR-AUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * A promotion is registered as the profiles' next version
      * (see CTLREG.cpy and CTLREGWR.cpy)
            SELECT OPTIONAL CONTROL-REGISTRY-FILE
                ASSIGN TO "CONTROL-REGISTRY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLREG-STATUS.
            SELECT OPTIONAL CONTROL-USAGE-FILE
                ASSIGN TO "CONTROL-USAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLUSE-STATUS.
            SELECT OPTIONAL CONTROL-SCAN-FILE
                ASSIGN TO DYNAMIC WS-CTLFP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLFP-STATUS.
            SELECT CONTROL-COPY-OUT-FILE
                ASSIGN TO DYNAMIC WS-CTLREG-COPY-TO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLREG-COPY-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD VENDOR-INPUT-FILE.
        01 VENDOR-INPUT-RECORD.
           COPY VENDROW.
        FD SENDER-PROFILES-FILE.
        01 SENDER-PROFILE-RECORD.
           COPY SNDPROF.
        FD CERT-TRANSLATE-FILE.
        01 CERT-TRANSLATE-RECORD.
           COPY CERTTRN.
        FD AUTHOR-REJECT-CERT-FILE.
        01 AUTHOR-REJECT-RECORD.
           COPY REJROW.
        FD SENDER-CERTIFICATION-FILE.
        01 SENDER-CERTIFICATION-RECORD.
           COPY SNDCERT.
        FD CERTIFICATION-REPORT-FILE.
        01 CERTIFICATION-REPORT-RECORD PIC X(132).
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD CONTROL-REGISTRY-FILE.
        01 CONTROL-REGISTRY-RECORD.
           COPY CTLREG.
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-COPY-OUT-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLREG-COPY-LENGTH.
        01 CONTROL-COPY-OUT-RECORD PIC X(600).
        WORKING-STORAGE SECTION.
        01 WS-VENDOR-STATUS PIC X(2) VALUE '00'.
        01 WS-PROFILE-STATUS PIC X(2) VALUE '00'.
        01 WS-CERTTRN-STATUS PIC X(2) VALUE '00'.
        01 WS-REJECT-STATUS PIC X(2) VALUE '00'.
        01 WS-SNDCERT-STATUS PIC X(2) VALUE '00'.
        01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
        01 WS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-COMMAND PIC X(10) VALUE 'RUN'.
           88 CMD-RUN     VALUE 'RUN'.
           88 CMD-STATUS  VALUE 'STATUS'.
           88 CMD-PROMOTE VALUE 'PROMOTE'.
        01 WS-TRANSLATOR-NAME PIC X(40) VALUE 'EXAMPLE21_INTRANS'.
        01 WS-LOADER-NAME PIC X(40) VALUE 'EXAMPLE5_PQL'.
        01 WS-SENDER PIC X(10) VALUE SPACES.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-AUTH-FLAG PIC X(1) VALUE 'N'.
           88 OP-CAN-PROMOTE VALUE 'Y'.
      * The sender's profile as the translator reads it: the last
      * record for the sender wins
        01 WS-PROF-FOUND PIC X(1) VALUE 'N'.
           88 PROFILE-FOUND VALUE 'Y'.
        01 WS-PROF-STATUS PIC X(1) VALUE SPACE.
           88 PROF-IS-TEST VALUE 'T'.
        01 WS-CLEAN-NEEDED PIC 9(2) VALUE 0.
      * SENDER-PROFILES held whole for the promotion's rewrite
        01 PROFILE-TABLE.
           05 PROFILE-COUNT PIC 9(3) VALUE 0.
           05 PROFILE-ENTRY PIC X(80) OCCURS 100 TIMES.
        01 PRF-IX PIC 9(3).
        01 WS-PROMOTED-COUNT PIC 9(3) VALUE 0.
      * The external steps and their return codes
        01 WS-SYSTEM-COMMAND PIC X(200) VALUE SPACES.
        01 WS-STEP-RC PIC S9(9) VALUE 0.
        01 WS-STEP-RC-DISP PIC 9(4) VALUE 0.
        01 WS-STEP-VERB PIC X(10) VALUE SPACES.
        01 WS-TRANSLATOR-RC PIC 9(4) VALUE 0.
        01 WS-VALIDATE-RC PIC 9(4) VALUE 0.
        01 WS-SIMULATE-RC PIC 9(4) VALUE 0.
        01 WS-LOADER-RAN PIC X(1) VALUE 'N'.
           88 LOADER-RAN VALUE 'Y'.
      * Rejects by reason code and rule, per pass
        01 REASON-TABLE.
           05 REASON-COUNT PIC 9(2) VALUE 0.
           05 REASON-ENTRY OCCURS 40 TIMES.
              10 RSN-CODE     PIC X(4).
              10 RSN-RULE-ID  PIC X(4).
              10 RSN-VALIDATE PIC 9(9).
              10 RSN-SIMULATE PIC 9(9).
        01 RSN-IX PIC 9(2).
        01 WS-RSN-FOUND PIC X(1) VALUE 'N'.
           88 RSN-ENTRY-FOUND VALUE 'Y'.
        01 WS-VALIDATE-REJECTS PIC 9(9) VALUE 0.
        01 WS-SIMULATE-REJECTS PIC 9(9) VALUE 0.
        01 WS-PASS-REJECTS PIC 9(9) VALUE 0.
      * The scores
        01 WS-FINGERPRINT PIC X(24) VALUE SPACES.
        01 WS-FP-HASH PIC 9(14) VALUE 0.
        01 WS-PCT PIC 9(3) VALUE 0.
        01 WS-PCT-DISP PIC ZZ9.
        01 WS-RATE PIC 9(3)V9 VALUE 0.
        01 WS-RATE-DISP PIC ZZ9.9.
        01 WS-COUNT-DISP PIC Z(8)9.
        01 WS-MIN-COVERAGE PIC 9(3) VALUE 0.
        01 WS-FIELD-COUNT PIC 9(9) VALUE 0.
        01 WS-FIELD-LABEL PIC X(24) VALUE SPACES.
        01 WS-VERDICT PIC X(1) VALUE 'C'.
           88 VERDICT-CLEAN  VALUE 'C'.
           88 VERDICT-FAILED VALUE 'F'.
        01 WS-FAIL-COUNT PIC 9(2) VALUE 0.
      * The sender's run of consecutive clean files, recounted
      * from SENDER-CERTIFICATION, and the fingerprints in it
        01 WS-CLEAN-RUN PIC 9(3) VALUE 0.
        01 WS-CLEAN-RUN-DISP PIC ZZ9.
        01 WS-NEEDED-DISP PIC Z9.
        01 RUN-PRINT-TABLE.
           05 RUN-PRINT-COUNT PIC 9(3) VALUE 0.
           05 RUN-PRINT PIC X(24) OCCURS 100 TIMES.
        01 RPT-IX PIC 9(3).
        01 WS-LOOK-PRINT PIC X(24) VALUE SPACES.
        01 WS-REPEAT-FLAG PIC X(1) VALUE 'N'.
           88 FILE-IS-REPEAT VALUE 'Y'.
        01 WS-HISTORY-COUNT PIC 9(5) VALUE 0.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
      * The shop-wide run id (see RUNIDWS.cpy) and the control-file
      * fingerprint and registration work fields (see CTLFPWS.cpy
      * and CTLREGWS.cpy)
           COPY RUNIDWS.
           COPY CTLFPWS.
           COPY CTLREGWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE72_CERTIFY'.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 4
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  UNSTRING FUNCTION UPPER-CASE(ARGV)
                     DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  EVALUATE WS-ARG-KEYWORD
                     WHEN 'RUN'
                     WHEN 'STATUS'
                     WHEN 'PROMOTE'
                        MOVE WS-ARG-KEYWORD TO WS-COMMAND
                     WHEN 'SENDER'
                        MOVE WS-ARG-VALUE(1:10) TO WS-SENDER
                     WHEN 'TRANSLATOR'
                        MOVE WS-ARG-VALUE(1:40) TO WS-TRANSLATOR-NAME
                     WHEN 'LOADER'
                        MOVE WS-ARG-VALUE(1:40) TO WS-LOADER-NAME
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            EVALUATE TRUE
               WHEN CMD-RUN
                  PERFORM CERTIFY-SAMPLE-FILE
                     THRU CERTIFY-SAMPLE-FILE-EXIT
               WHEN CMD-STATUS
                  PERFORM SHOW-SENDER-STATUS
                     THRU SHOW-SENDER-STATUS-EXIT
               WHEN CMD-PROMOTE
                  PERFORM PROMOTE-SENDER THRU PROMOTE-SENDER-EXIT
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
      * RUN: the sample file through translation, VALIDATE and
      * SIMULATE, scored and recorded.
      *
        CERTIFY-SAMPLE-FILE.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'EXCERTFY' TO WS-OPERATOR-ID
            END-IF.
            PERFORM READ-SAMPLE-SENDER THRU READ-SAMPLE-SENDER-EXIT.
            IF WS-SENDER EQUAL SPACES THEN
               DISPLAY 'NOT CERTIFIED: VENDOR-INPUT has no header '
                       'naming its sender'
               STOP RUN RETURNING 2
            END-IF.
            PERFORM LOAD-SENDER-PROFILE THRU LOAD-SENDER-PROFILE-EXIT.
            IF NOT PROFILE-FOUND THEN
               DISPLAY 'NOT CERTIFIED: sender '
                       FUNCTION TRIM(WS-SENDER)
                       ' has no SENDER-PROFILES record - write its '
                       'profile as TEST first'
               STOP RUN RETURNING 2
            END-IF.
            IF NOT PROF-IS-TEST THEN
               DISPLAY 'NOT CERTIFIED: sender '
                       FUNCTION TRIM(WS-SENDER)
                       ' is already LIVE'
               STOP RUN RETURNING 2
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
      * Which version of SENDER-PROFILES this run judged by (see
      * CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EXCERTFY' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'SENDER-PROFILES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            DISPLAY 'Certifying a sample file from '
                    FUNCTION TRIM(WS-SENDER) ' (run ' WS-RUN-ID ')'.
      * Translation: a summary left by an earlier file is no
      * evidence, so the file is emptied first
            OPEN OUTPUT CERT-TRANSLATE-FILE.
            CLOSE CERT-TRANSLATE-FILE.
            MOVE 'CERTIFY' TO WS-STEP-VERB.
            MOVE WS-TRANSLATOR-NAME TO WS-SYSTEM-COMMAND.
            PERFORM RUN-CERT-STEP THRU RUN-CERT-STEP.
            MOVE WS-STEP-RC-DISP TO WS-TRANSLATOR-RC.
            PERFORM READ-TRANSLATE-SUMMARY
               THRU READ-TRANSLATE-SUMMARY-EXIT.
            IF CTR-SENDER-ID NOT EQUAL WS-SENDER THEN
               DISPLAY 'NOT CERTIFIED: the translator left no '
                       'summary for ' FUNCTION TRIM(WS-SENDER)
                       ' in CERT-TRANSLATE (return code '
                       WS-TRANSLATOR-RC ')'
               STOP RUN RETURNING 2
            END-IF.
      * The loader's passes, only on a file that was translated
            IF CTR-STAGED THEN
               SET LOADER-RAN TO TRUE
               MOVE 'VALIDATE' TO WS-STEP-VERB
               PERFORM RUN-LOADER-PASS THRU RUN-LOADER-PASS-EXIT
               MOVE WS-STEP-RC-DISP TO WS-VALIDATE-RC
               MOVE WS-PASS-REJECTS TO WS-VALIDATE-REJECTS
               MOVE 'SIMULATE' TO WS-STEP-VERB
               PERFORM RUN-LOADER-PASS THRU RUN-LOADER-PASS-EXIT
               MOVE WS-STEP-RC-DISP TO WS-SIMULATE-RC
               MOVE WS-PASS-REJECTS TO WS-SIMULATE-REJECTS
            END-IF.
            PERFORM JUDGE-SAMPLE-FILE THRU JUDGE-SAMPLE-FILE.
            PERFORM COUNT-CLEAN-RUN THRU COUNT-CLEAN-RUN-EXIT.
            PERFORM EXTEND-CLEAN-RUN THRU EXTEND-CLEAN-RUN.
            PERFORM WRITE-CERTIFICATION THRU WRITE-CERTIFICATION.
            PERFORM RECORD-FILE-VERDICT THRU RECORD-FILE-VERDICT.
            MOVE WS-CLEAN-RUN TO WS-CLEAN-RUN-DISP.
            MOVE WS-CLEAN-NEEDED TO WS-NEEDED-DISP.
            IF VERDICT-FAILED THEN
               DISPLAY 'CERTIFICATION RESULT: FAILED with '
                       WS-FAIL-COUNT ' finding(s) - clean run back '
                       'to 0 of ' WS-NEEDED-DISP
                       ' - see CERTIFICATION'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'CERTIFICATION RESULT: CLEAN - clean run '
                    WS-CLEAN-RUN-DISP ' of ' WS-NEEDED-DISP
                    ' - see CERTIFICATION'.
            IF WS-CLEAN-RUN NOT < WS-CLEAN-NEEDED THEN
               DISPLAY '  ' FUNCTION TRIM(WS-SENDER) ' may now be '
                       'promoted: EXAMPLE72_CERTIFY PROMOTE SENDER='
                       FUNCTION TRIM(WS-SENDER)
            END-IF.
        CERTIFY-SAMPLE-FILE-EXIT.
            EXIT.
      *
      * The sample's sender, from its header; SPACES when the first
      * record is not one.
      *
        READ-SAMPLE-SENDER.
            MOVE SPACES TO WS-SENDER.
            OPEN INPUT VENDOR-INPUT-FILE.
            IF WS-VENDOR-STATUS NOT EQUAL '00' THEN
               DISPLAY 'NOT CERTIFIED: VENDOR-INPUT not available '
                       '(status ' WS-VENDOR-STATUS ')'
               STOP RUN RETURNING 2
            END-IF.
            READ VENDOR-INPUT-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF VND-IS-HEADER THEN
                     MOVE VND-SENDER TO WS-SENDER
                  END-IF
            END-READ.
            CLOSE VENDOR-INPUT-FILE.
        READ-SAMPLE-SENDER-EXIT.
            EXIT.
      *
      * The sender's status and clean-file requirement, the last
      * record for the sender winning as in the translator; every
      * record is kept for a promotion's rewrite.
      *
        LOAD-SENDER-PROFILE.
            MOVE 'N' TO WS-PROF-FOUND.
            MOVE 0 TO PROFILE-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SENDER-PROFILES-FILE.
            IF WS-PROFILE-STATUS NOT EQUAL '00' THEN
               IF WS-PROFILE-STATUS EQUAL '05' THEN
                  CLOSE SENDER-PROFILES-FILE
               END-IF
               GO TO LOAD-SENDER-PROFILE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ SENDER-PROFILES-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF PROFILE-COUNT < 100 THEN
                        ADD 1 TO PROFILE-COUNT
                        MOVE SENDER-PROFILE-RECORD
                          TO PROFILE-ENTRY (PROFILE-COUNT)
                     ELSE
                        ADD 1 TO PROFILE-COUNT
                     END-IF
                     IF SND-SENDER-ID EQUAL WS-SENDER THEN
                        SET PROFILE-FOUND TO TRUE
                        MOVE SND-STATUS TO WS-PROF-STATUS
                        MOVE SND-CLEAN-NEEDED TO WS-CLEAN-NEEDED
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE SENDER-PROFILES-FILE.
            IF WS-CLEAN-NEEDED NOT NUMERIC OR
               WS-CLEAN-NEEDED EQUAL 0 THEN
               MOVE 3 TO WS-CLEAN-NEEDED
            END-IF.
        LOAD-SENDER-PROFILE-EXIT.
            EXIT.
      *
      * One external step: the program named in WS-SYSTEM-COMMAND,
      * given WS-STEP-VERB (and CERT=YES for the loader), and its
      * return code in WS-STEP-RC-DISP.
      *
        RUN-CERT-STEP.
            STRING FUNCTION TRIM(WS-SYSTEM-COMMAND) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STEP-VERB) DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            IF WS-STEP-VERB NOT EQUAL 'CERTIFY' THEN
               STRING FUNCTION TRIM(WS-SYSTEM-COMMAND)
                         DELIMITED BY SIZE
                      ' CERT=YES' DELIMITED BY SIZE
                      INTO WS-SYSTEM-COMMAND
               END-STRING
            END-IF.
            DISPLAY 'Step: ' FUNCTION TRIM(WS-SYSTEM-COMMAND).
            STRING FUNCTION TRIM(WS-SYSTEM-COMMAND) DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE 0 TO RETURN-CODE.
      * system() hands back the raw wait status on this platform:
      * the exit code travels in the high byte.
            IF WS-STEP-RC > 255 THEN
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
            END-IF.
            IF WS-STEP-RC < 0 THEN
               MOVE 9999 TO WS-STEP-RC
            END-IF.
            MOVE WS-STEP-RC TO WS-STEP-RC-DISP.
            DISPLAY 'Step ' FUNCTION TRIM(WS-STEP-VERB)
                    ' ended with return code ' WS-STEP-RC-DISP.
      *
      * The summary the translator wrote; CTR-SENDER-ID stays
      * SPACES when there is none.
      *
        READ-TRANSLATE-SUMMARY.
            MOVE SPACES TO CERT-TRANSLATE-RECORD.
            OPEN INPUT CERT-TRANSLATE-FILE.
            IF WS-CERTTRN-STATUS NOT EQUAL '00' THEN
               IF WS-CERTTRN-STATUS EQUAL '05' THEN
                  CLOSE CERT-TRANSLATE-FILE
               END-IF
               GO TO READ-TRANSLATE-SUMMARY-EXIT
            END-IF.
            READ CERT-TRANSLATE-FILE
               AT END
                  MOVE SPACES TO CERT-TRANSLATE-RECORD
            END-READ.
            CLOSE CERT-TRANSLATE-FILE.
        READ-TRANSLATE-SUMMARY-EXIT.
            EXIT.
      *
      * One loader pass over AUTHOR-CERT-INPUT, its rejects counted
      * by reason.  The loader appends to its reject file, so the
      * pass starts from an empty one.
      *
        RUN-LOADER-PASS.
            OPEN OUTPUT AUTHOR-REJECT-CERT-FILE.
            CLOSE AUTHOR-REJECT-CERT-FILE.
            MOVE WS-LOADER-NAME TO WS-SYSTEM-COMMAND.
            PERFORM RUN-CERT-STEP THRU RUN-CERT-STEP.
            MOVE 0 TO WS-PASS-REJECTS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT AUTHOR-REJECT-CERT-FILE.
            IF WS-REJECT-STATUS NOT EQUAL '00' THEN
               IF WS-REJECT-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-REJECT-CERT-FILE
               END-IF
               GO TO RUN-LOADER-PASS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ AUTHOR-REJECT-CERT-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     ADD 1 TO WS-PASS-REJECTS
                     PERFORM TALLY-ONE-REJECT
                        THRU TALLY-ONE-REJECT-EXIT
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-REJECT-CERT-FILE.
        RUN-LOADER-PASS-EXIT.
            EXIT.
      *
      * The reject's reason (and rule) against the current pass;
      * past forty distinct reasons the rest are counted together.
      *
        TALLY-ONE-REJECT.
            MOVE 'N' TO WS-RSN-FOUND.
            PERFORM VARYING RSN-IX FROM 1 BY 1
                     UNTIL RSN-IX > REASON-COUNT OR RSN-ENTRY-FOUND
               IF RSN-CODE (RSN-IX) EQUAL REJ-REASON-CODE AND
                  RSN-RULE-ID (RSN-IX) EQUAL REJ-RULE-ID THEN
                  SET RSN-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF RSN-ENTRY-FOUND THEN
               SUBTRACT 1 FROM RSN-IX
            ELSE
               IF REASON-COUNT < 40 THEN
                  ADD 1 TO REASON-COUNT
                  MOVE REASON-COUNT TO RSN-IX
                  MOVE REJ-REASON-CODE TO RSN-CODE (RSN-IX)
                  MOVE REJ-RULE-ID TO RSN-RULE-ID (RSN-IX)
               ELSE
                  MOVE 40 TO RSN-IX
                  MOVE 'MORE' TO RSN-CODE (RSN-IX)
                  MOVE SPACES TO RSN-RULE-ID (RSN-IX)
               END-IF
               MOVE 0 TO RSN-VALIDATE (RSN-IX)
               MOVE 0 TO RSN-SIMULATE (RSN-IX)
            END-IF.
            IF WS-STEP-VERB EQUAL 'VALIDATE' THEN
               ADD 1 TO RSN-VALIDATE (RSN-IX)
            ELSE
               ADD 1 TO RSN-SIMULATE (RSN-IX)
            END-IF.
        TALLY-ONE-REJECT-EXIT.
            EXIT.
      *
      * The verdict, finding by finding, and the file's fingerprint
      * in the loader's form (row count, '-', the id hash).
      *
        JUDGE-SAMPLE-FILE.
            SET VERDICT-CLEAN TO TRUE.
            MOVE 0 TO WS-FAIL-COUNT.
            COMPUTE WS-FP-HASH =
               FUNCTION MOD(CTR-HASH-TOTAL, 99999999999999).
            MOVE SPACES TO WS-FINGERPRINT.
            STRING CTR-DETAIL-COUNT DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-FP-HASH DELIMITED BY SIZE
                   INTO WS-FINGERPRINT
            END-STRING.
            IF CTR-REFUSED OR CTR-CONTROL-FAILS NOT EQUAL 0 THEN
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            IF CTR-DETAIL-COUNT EQUAL 0 THEN
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            IF LOADER-RAN THEN
               IF WS-VALIDATE-REJECTS NOT EQUAL 0 OR
                  WS-VALIDATE-RC NOT EQUAL 0 THEN
                  ADD 1 TO WS-FAIL-COUNT
               END-IF
               IF WS-SIMULATE-REJECTS NOT EQUAL 0 OR
                  WS-SIMULATE-RC NOT EQUAL 0 THEN
                  ADD 1 TO WS-FAIL-COUNT
               END-IF
            END-IF.
      * The lowest coverage of the four fields every row needs
            MOVE 100 TO WS-MIN-COVERAGE.
            MOVE CTR-HAS-ID TO WS-FIELD-COUNT.
            PERFORM LOWEST-COVERAGE THRU LOWEST-COVERAGE.
            MOVE CTR-HAS-NAME TO WS-FIELD-COUNT.
            PERFORM LOWEST-COVERAGE THRU LOWEST-COVERAGE.
            MOVE CTR-HAS-SURNAME TO WS-FIELD-COUNT.
            PERFORM LOWEST-COVERAGE THRU LOWEST-COVERAGE.
            MOVE CTR-HAS-ACTION TO WS-FIELD-COUNT.
            PERFORM LOWEST-COVERAGE THRU LOWEST-COVERAGE.
            IF WS-MIN-COVERAGE < 100 THEN
               ADD 1 TO WS-FAIL-COUNT
            END-IF.
            IF WS-FAIL-COUNT NOT EQUAL 0 THEN
               SET VERDICT-FAILED TO TRUE
            END-IF.
        LOWEST-COVERAGE.
            PERFORM COVERAGE-PERCENT THRU COVERAGE-PERCENT.
            IF WS-PCT < WS-MIN-COVERAGE THEN
               MOVE WS-PCT TO WS-MIN-COVERAGE
            END-IF.
      *
      * WS-FIELD-COUNT as a whole percentage of the details, never
      * rounded up to 100; no details is no coverage.
      *
        COVERAGE-PERCENT.
            IF CTR-DETAIL-COUNT EQUAL 0 THEN
               MOVE 0 TO WS-PCT
            ELSE
               COMPUTE WS-PCT =
                  (WS-FIELD-COUNT * 100) / CTR-DETAIL-COUNT
               END-COMPUTE
            END-IF.
      *
      * The sender's run of consecutive clean files so far: a
      * failed file or a promotion starts it again, and a file
      * already counted in it is not counted twice.
      *
        COUNT-CLEAN-RUN.
            MOVE 0 TO WS-CLEAN-RUN.
            MOVE 0 TO RUN-PRINT-COUNT.
            MOVE 0 TO WS-HISTORY-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SENDER-CERTIFICATION-FILE.
            IF WS-SNDCERT-STATUS NOT EQUAL '00' THEN
               IF WS-SNDCERT-STATUS EQUAL '05' THEN
                  CLOSE SENDER-CERTIFICATION-FILE
               END-IF
               GO TO COUNT-CLEAN-RUN-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ SENDER-CERTIFICATION-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF SCR-SENDER-ID EQUAL WS-SENDER THEN
                        ADD 1 TO WS-HISTORY-COUNT
                        PERFORM COUNT-ONE-HISTORY
                           THRU COUNT-ONE-HISTORY-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE SENDER-CERTIFICATION-FILE.
        COUNT-CLEAN-RUN-EXIT.
            EXIT.
        COUNT-ONE-HISTORY.
            IF CMD-STATUS THEN
               PERFORM SHOW-ONE-HISTORY THRU SHOW-ONE-HISTORY
            END-IF.
            IF SCR-IS-PROMOTION OR SCR-FAILED THEN
               MOVE 0 TO WS-CLEAN-RUN
               MOVE 0 TO RUN-PRINT-COUNT
               GO TO COUNT-ONE-HISTORY-EXIT
            END-IF.
            MOVE SCR-FINGERPRINT TO WS-LOOK-PRINT.
            PERFORM FIND-RUN-PRINT THRU FIND-RUN-PRINT.
            IF NOT FILE-IS-REPEAT THEN
               ADD 1 TO WS-CLEAN-RUN
               PERFORM ADD-RUN-PRINT THRU ADD-RUN-PRINT
            END-IF.
        COUNT-ONE-HISTORY-EXIT.
            EXIT.
        FIND-RUN-PRINT.
            MOVE 'N' TO WS-REPEAT-FLAG.
            PERFORM VARYING RPT-IX FROM 1 BY 1
                     UNTIL RPT-IX > RUN-PRINT-COUNT OR FILE-IS-REPEAT
               IF RUN-PRINT (RPT-IX) EQUAL WS-LOOK-PRINT THEN
                  SET FILE-IS-REPEAT TO TRUE
               END-IF
            END-PERFORM.
        ADD-RUN-PRINT.
            IF RUN-PRINT-COUNT < 100 THEN
               ADD 1 TO RUN-PRINT-COUNT
               MOVE WS-LOOK-PRINT TO RUN-PRINT (RUN-PRINT-COUNT)
            END-IF.
      *
      * This file's place in the run.
      *
        EXTEND-CLEAN-RUN.
            MOVE 'N' TO WS-REPEAT-FLAG.
            MOVE WS-FINGERPRINT TO WS-LOOK-PRINT.
            IF VERDICT-FAILED THEN
               MOVE 0 TO WS-CLEAN-RUN
            ELSE
               PERFORM FIND-RUN-PRINT THRU FIND-RUN-PRINT
               IF NOT FILE-IS-REPEAT THEN
                  ADD 1 TO WS-CLEAN-RUN
               END-IF
            END-IF.
      *
      * The CERTIFICATION report: control totals, rejects by
      * reason, field coverage, the verdict and the clean run.
      *
        WRITE-CERTIFICATION.
            OPEN OUTPUT CERTIFICATION-REPORT-FILE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'SENDER CERTIFICATION  sender ' DELIMITED BY SIZE
                   WS-SENDER DELIMITED BY SPACE
                   '  file of ' DELIMITED BY SIZE
                   CTR-FILE-DATE DELIMITED BY SIZE
                   '  fingerprint ' DELIMITED BY SIZE
                   WS-FINGERPRINT DELIMITED BY SPACE
                   '  run ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '  by ' DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SPACE
                   '  ' DELIMITED BY SIZE
                   WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
      * Control totals
            MOVE 'CONTROL TOTALS' TO WS-REPORT-LINE.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            STRING '  header ' DELIMITED BY SIZE
                   CTR-HEADER-SEEN DELIMITED BY SIZE
                   '  trailer ' DELIMITED BY SIZE
                   CTR-TRAILER-SEEN DELIMITED BY SIZE
                   '  details ' DELIMITED BY SIZE
                   CTR-DETAIL-COUNT DELIMITED BY SIZE
                   '  trailer count ' DELIMITED BY SIZE
                   CTR-TRAILER-COUNT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            STRING '  id hash ' DELIMITED BY SIZE
                   CTR-HASH-TOTAL DELIMITED BY SIZE
                   '  trailer hash ' DELIMITED BY SIZE
                   CTR-TRAILER-HASH DELIMITED BY SIZE
                   '  control failures ' DELIMITED BY SIZE
                   CTR-CONTROL-FAILS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            IF CTR-STAGED THEN
               STRING '  translated: ' DELIMITED BY SIZE
                      CTR-STAGED-COUNT DELIMITED BY SIZE
                      ' row(s) to AUTHOR-CERT-INPUT' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            ELSE
               MOVE '  translated: REFUSED on its control totals - '
                 & 'not validated or simulated' TO WS-REPORT-LINE
            END-IF.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
      * Rejects by reason
            MOVE 'REJECTS BY REASON            VALIDATE   SIMULATE'
              TO WS-REPORT-LINE.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            PERFORM VARYING RSN-IX FROM 1 BY 1
                     UNTIL RSN-IX > REASON-COUNT
               PERFORM WRITE-REASON-LINE THRU WRITE-REASON-LINE
            END-PERFORM.
            IF REASON-COUNT EQUAL 0 THEN
               MOVE '  none' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE
            END-IF.
            IF LOADER-RAN THEN
               MOVE '  reject rate' TO WS-REPORT-LINE
               MOVE WS-VALIDATE-REJECTS TO WS-FIELD-COUNT
               PERFORM REJECT-RATE THRU REJECT-RATE
               MOVE WS-RATE-DISP TO WS-REPORT-LINE(30:5)
               MOVE '%' TO WS-REPORT-LINE(35:1)
               MOVE WS-SIMULATE-REJECTS TO WS-FIELD-COUNT
               PERFORM REJECT-RATE THRU REJECT-RATE
               MOVE WS-RATE-DISP TO WS-REPORT-LINE(41:5)
               MOVE '%' TO WS-REPORT-LINE(46:1)
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE
               STRING '  return codes: VALIDATE ' DELIMITED BY SIZE
                      WS-VALIDATE-RC DELIMITED BY SIZE
                      '  SIMULATE ' DELIMITED BY SIZE
                      WS-SIMULATE-RC DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE
            END-IF.
      * Field coverage
            MOVE 'FIELD COVERAGE                   ROWS  PERCENT'
              TO WS-REPORT-LINE.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            MOVE '  author id' TO WS-FIELD-LABEL.
            MOVE CTR-HAS-ID TO WS-FIELD-COUNT.
            PERFORM WRITE-COVERAGE-LINE THRU WRITE-COVERAGE-LINE.
            MOVE '  name' TO WS-FIELD-LABEL.
            MOVE CTR-HAS-NAME TO WS-FIELD-COUNT.
            PERFORM WRITE-COVERAGE-LINE THRU WRITE-COVERAGE-LINE.
            MOVE '  surname' TO WS-FIELD-LABEL.
            MOVE CTR-HAS-SURNAME TO WS-FIELD-COUNT.
            PERFORM WRITE-COVERAGE-LINE THRU WRITE-COVERAGE-LINE.
            MOVE '  action' TO WS-FIELD-LABEL.
            MOVE CTR-HAS-ACTION TO WS-FIELD-COUNT.
            PERFORM WRITE-COVERAGE-LINE THRU WRITE-COVERAGE-LINE.
            MOVE '  effective date (opt)' TO WS-FIELD-LABEL.
            MOVE CTR-HAS-EFFECTIVE TO WS-FIELD-COUNT.
            PERFORM WRITE-COVERAGE-LINE THRU WRITE-COVERAGE-LINE.
            IF CTR-OLD-VALUES-RULE EQUAL 'Y' THEN
               MOVE '  old values (opt)' TO WS-FIELD-LABEL
               MOVE CTR-HAS-OLD-VALUES TO WS-FIELD-COUNT
               PERFORM WRITE-COVERAGE-LINE THRU WRITE-COVERAGE-LINE
            END-IF.
      * Verdict and clean run
            MOVE WS-CLEAN-RUN TO WS-CLEAN-RUN-DISP.
            MOVE WS-CLEAN-NEEDED TO WS-NEEDED-DISP.
            IF VERDICT-CLEAN THEN
               MOVE 'VERDICT: CLEAN' TO WS-REPORT-LINE
            ELSE
               STRING 'VERDICT: FAILED (' DELIMITED BY SIZE
                      WS-FAIL-COUNT DELIMITED BY SIZE
                      ' finding(s))' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
            END-IF.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            STRING 'CLEAN RUN: ' DELIMITED BY SIZE
                   WS-CLEAN-RUN-DISP DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   WS-NEEDED-DISP DELIMITED BY SIZE
                   ' consecutive clean file(s) needed for LIVE'
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            IF VERDICT-CLEAN AND FILE-IS-REPEAT THEN
               MOVE '- file already counted' TO WS-REPORT-LINE(68:22)
            END-IF.
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
            CLOSE CERTIFICATION-REPORT-FILE.
        WRITE-REASON-LINE.
            MOVE '  ' TO WS-REPORT-LINE(1:2).
            MOVE RSN-CODE (RSN-IX) TO WS-REPORT-LINE(3:4).
            MOVE RSN-RULE-ID (RSN-IX) TO WS-REPORT-LINE(8:4).
            MOVE RSN-VALIDATE (RSN-IX) TO WS-COUNT-DISP.
            MOVE WS-COUNT-DISP TO WS-REPORT-LINE(30:9).
            MOVE RSN-SIMULATE (RSN-IX) TO WS-COUNT-DISP.
            MOVE WS-COUNT-DISP TO WS-REPORT-LINE(41:9).
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
        WRITE-COVERAGE-LINE.
            PERFORM COVERAGE-PERCENT THRU COVERAGE-PERCENT.
            MOVE WS-FIELD-LABEL TO WS-REPORT-LINE(1:24).
            MOVE WS-FIELD-COUNT TO WS-COUNT-DISP.
            MOVE WS-COUNT-DISP TO WS-REPORT-LINE(29:9).
            MOVE WS-PCT TO WS-PCT-DISP.
            MOVE WS-PCT-DISP TO WS-REPORT-LINE(41:3).
            MOVE '%' TO WS-REPORT-LINE(44:1).
            PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE.
      *
      * WS-FIELD-COUNT rejects per hundred rows translated.
      *
        REJECT-RATE.
            IF CTR-STAGED-COUNT EQUAL 0 THEN
               MOVE 0 TO WS-RATE
            ELSE
               COMPUTE WS-RATE ROUNDED =
                  (WS-FIELD-COUNT * 100) / CTR-STAGED-COUNT
                  ON SIZE ERROR
                     MOVE 999.9 TO WS-RATE
               END-COMPUTE
            END-IF.
            MOVE WS-RATE TO WS-RATE-DISP.
        WRITE-REPORT-LINE.
            WRITE CERTIFICATION-REPORT-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
      *
      * The file's verdict, appended to the sender's history.
      *
        RECORD-FILE-VERDICT.
            MOVE SPACES TO SENDER-CERTIFICATION-RECORD.
            MOVE WS-SENDER TO SCR-SENDER-ID.
            SET SCR-IS-FILE TO TRUE.
            MOVE CTR-FILE-DATE TO SCR-FILE-DATE.
            MOVE WS-FINGERPRINT TO SCR-FINGERPRINT.
            MOVE WS-VERDICT TO SCR-VERDICT.
            MOVE CTR-DETAIL-COUNT TO SCR-DETAIL-COUNT.
            MOVE CTR-CONTROL-FAILS TO SCR-CONTROL-FAILS.
            MOVE WS-VALIDATE-REJECTS TO SCR-VALIDATE-REJECTS.
            MOVE WS-SIMULATE-REJECTS TO SCR-SIMULATE-REJECTS.
            MOVE WS-MIN-COVERAGE TO SCR-COVERAGE-PCT.
            MOVE WS-CLEAN-RUN TO SCR-CLEAN-RUN.
            MOVE WS-OPERATOR-ID TO SCR-OPERATOR-ID.
            MOVE WS-RUN-ID TO SCR-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO SCR-TIMESTAMP.
            OPEN EXTEND SENDER-CERTIFICATION-FILE.
            WRITE SENDER-CERTIFICATION-RECORD.
            CLOSE SENDER-CERTIFICATION-FILE.
      *
      * STATUS: the sender's history, one line per row, and where
      * its clean run stands.
      *
        SHOW-SENDER-STATUS.
            IF WS-SENDER EQUAL SPACES THEN
               DISPLAY 'Usage: EXAMPLE72_CERTIFY STATUS SENDER=id'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-SENDER-PROFILE THRU LOAD-SENDER-PROFILE-EXIT.
            IF NOT PROFILE-FOUND THEN
               DISPLAY 'REFUSED: sender ' FUNCTION TRIM(WS-SENDER)
                       ' has no SENDER-PROFILES record'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Certification history of '
                    FUNCTION TRIM(WS-SENDER) ':'.
            PERFORM COUNT-CLEAN-RUN THRU COUNT-CLEAN-RUN-EXIT.
            IF WS-HISTORY-COUNT EQUAL 0 THEN
               DISPLAY '  no file certified yet'
            END-IF.
            MOVE WS-CLEAN-RUN TO WS-CLEAN-RUN-DISP.
            MOVE WS-CLEAN-NEEDED TO WS-NEEDED-DISP.
            IF PROF-IS-TEST THEN
               DISPLAY FUNCTION TRIM(WS-SENDER) ' is TEST: clean '
                       'run ' WS-CLEAN-RUN-DISP ' of '
                       WS-NEEDED-DISP ' needed for LIVE'
            ELSE
               DISPLAY FUNCTION TRIM(WS-SENDER) ' is LIVE'
            END-IF.
        SHOW-SENDER-STATUS-EXIT.
            EXIT.
        SHOW-ONE-HISTORY.
            IF SCR-IS-PROMOTION THEN
               DISPLAY '  ' SCR-TIMESTAMP(1:14) ' PROMOTED to LIVE '
                       'by ' SCR-OPERATOR-ID ' after '
                       SCR-CLEAN-RUN ' clean file(s)'
            ELSE
               DISPLAY '  ' SCR-TIMESTAMP(1:14) ' file of '
                       SCR-FILE-DATE ' ' SCR-FINGERPRINT ' '
                       SCR-VERDICT ' rejects ' SCR-VALIDATE-REJECTS
                       '/' SCR-SIMULATE-REJECTS ' coverage '
                       SCR-COVERAGE-PCT '% run ' SCR-CLEAN-RUN
            END-IF.
      *
      * PROMOTE: a supervisor takes a proven TEST sender LIVE.
      *
        PROMOTE-SENDER.
            IF WS-SENDER EQUAL SPACES THEN
               DISPLAY 'Usage: EXAMPLE72_CERTIFY PROMOTE SENDER=id'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               DISPLAY 'REFUSED: no BATCH-OPERATOR - a promotion '
                       'records who approved it'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM CHECK-PROMOTE-AUTHORITY
               THRU CHECK-PROMOTE-AUTHORITY-EXIT.
            PERFORM LOAD-SENDER-PROFILE THRU LOAD-SENDER-PROFILE-EXIT.
            IF NOT PROFILE-FOUND THEN
               DISPLAY 'REFUSED: sender ' FUNCTION TRIM(WS-SENDER)
                       ' has no SENDER-PROFILES record'
               STOP RUN RETURNING 1
            END-IF.
            IF NOT PROF-IS-TEST THEN
               DISPLAY 'REFUSED: sender ' FUNCTION TRIM(WS-SENDER)
                       ' is already LIVE'
               STOP RUN RETURNING 1
            END-IF.
            IF PROFILE-COUNT > 100 THEN
               DISPLAY 'REFUSED: SENDER-PROFILES holds more than '
                       '100 records - it cannot be rewritten whole'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM COUNT-CLEAN-RUN THRU COUNT-CLEAN-RUN-EXIT.
            MOVE WS-CLEAN-RUN TO WS-CLEAN-RUN-DISP.
            MOVE WS-CLEAN-NEEDED TO WS-NEEDED-DISP.
            IF WS-CLEAN-RUN < WS-CLEAN-NEEDED THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-SENDER)
                       ' has ' WS-CLEAN-RUN-DISP ' consecutive '
                       'clean file(s), its profile asks for '
                       WS-NEEDED-DISP
               STOP RUN RETURNING 1
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
      * Which version of SENDER-PROFILES the promotion started from (see
      * CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EXCERTFY' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'SENDER-PROFILES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            PERFORM REWRITE-SENDER-PROFILES
               THRU REWRITE-SENDER-PROFILES.
      * The promoted profiles become the file's next registered
      * version
            MOVE 'SENDER-PROFILES' TO WS-CTLREG-FILE-NAME.
            MOVE 'SENDER-PROFILES' TO WS-CTLREG-SOURCE.
            MOVE WS-OPERATOR-ID TO WS-CTLREG-OPERATOR.
            MOVE WS-RUN-ID TO WS-CTLREG-RUN-ID.
            MOVE SPACES TO WS-CTLREG-REASON.
            STRING 'promoted sender ' DELIMITED BY SIZE
                   WS-SENDER DELIMITED BY SPACE
                   ' TEST to LIVE after ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLEAN-RUN-DISP) DELIMITED BY SIZE
                   ' clean file(s)' DELIMITED BY SIZE
                   INTO WS-CTLREG-REASON
            END-STRING.
            PERFORM REGISTER-CONTROL-VERSION
               THRU REGISTER-CONTROL-VERSION-EXIT.
            MOVE SPACES TO SENDER-CERTIFICATION-RECORD.
            MOVE WS-SENDER TO SCR-SENDER-ID.
            SET SCR-IS-PROMOTION TO TRUE.
            MOVE WS-CLEAN-RUN TO SCR-CLEAN-RUN.
            MOVE WS-OPERATOR-ID TO SCR-OPERATOR-ID.
            MOVE WS-RUN-ID TO SCR-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO SCR-TIMESTAMP.
            OPEN EXTEND SENDER-CERTIFICATION-FILE.
            WRITE SENDER-CERTIFICATION-RECORD.
            CLOSE SENDER-CERTIFICATION-FILE.
            DISPLAY 'PROMOTE RESULT: ' FUNCTION TRIM(WS-SENDER)
                    ' is LIVE (' WS-PROMOTED-COUNT ' profile '
                    'record(s)), approved by ' WS-OPERATOR-ID
                    ' after ' WS-CLEAN-RUN-DISP ' clean file(s)'.
        PROMOTE-SENDER-EXIT.
            EXIT.
      *
      * The acting operator must hold an unexpired PROMOTE (or ALL)
      * grant (see OPAUTH.cpy).
      *
        CHECK-PROMOTE-AUTHORITY.
            MOVE 'N' TO WS-EOF.
            MOVE 'N' TO WS-AUTH-FLAG.
            OPEN INPUT OPERATOR-AUTH-FILE.
            IF WS-AUTH-STATUS NOT EQUAL '00' THEN
               IF WS-AUTH-STATUS EQUAL '05' THEN
                  CLOSE OPERATOR-AUTH-FILE
               END-IF
               GO TO CHECK-PROMOTE-AUTHORITY-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ OPERATOR-AUTH-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
      * A temporary grant dated before today has lapsed and counts
      * as absent (see AUTH-EXPIRY-DATE in OPAUTH.cpy)
                     IF AUTH-OPERATOR-ID EQUAL WS-OPERATOR-ID AND
                        (AUTH-COMMAND EQUAL 'PROMOTE' OR
                         AUTH-COMMAND EQUAL 'ALL') AND
                        (AUTH-EXPIRY-DATE EQUAL SPACES OR
                         AUTH-EXPIRY-DATE NOT <
                            WS-CURRENT-DATE(1:8)) THEN
                        SET OP-CAN-PROMOTE TO TRUE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE OPERATOR-AUTH-FILE.
        CHECK-PROMOTE-AUTHORITY-DONE.
            IF NOT OP-CAN-PROMOTE THEN
               DISPLAY 'REFUSED: operator ' WS-OPERATOR-ID
                       ' holds no PROMOTE authority in OPERATOR-AUTH'
               STOP RUN RETURNING 1
            END-IF.
        CHECK-PROMOTE-AUTHORITY-EXIT.
            EXIT.
      *
      * SENDER-PROFILES rewritten whole, every record of the sender
      * marked LIVE with the supervisor and the date.
      *
        REWRITE-SENDER-PROFILES.
            MOVE 0 TO WS-PROMOTED-COUNT.
            OPEN OUTPUT SENDER-PROFILES-FILE.
            PERFORM VARYING PRF-IX FROM 1 BY 1
                     UNTIL PRF-IX > PROFILE-COUNT
               MOVE PROFILE-ENTRY (PRF-IX) TO SENDER-PROFILE-RECORD
               IF SND-SENDER-ID EQUAL WS-SENDER THEN
                  MOVE 'L' TO SND-STATUS
                  MOVE WS-OPERATOR-ID TO SND-PROMOTED-BY
                  MOVE WS-CURRENT-DATE(1:8) TO SND-PROMOTED-DATE
                  ADD 1 TO WS-PROMOTED-COUNT
               END-IF
               WRITE SENDER-PROFILE-RECORD
            END-PERFORM.
            CLOSE SENDER-PROFILES-FILE.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Control-file fingerprint and version registration, shared
      * with EXAMPLE63_CTLREG (see CTLFP.cpy, CTLREGWR.cpy,
      * CTLREG.cpy and CTLUSE.cpy)
           COPY CTLFP.
           COPY CTLREGWR.
