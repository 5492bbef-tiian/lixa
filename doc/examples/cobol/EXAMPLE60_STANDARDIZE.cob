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
      * Usage: EXAMPLE60_STANDARDIZE
      *
      * Name standardization pass.  Years of senders keying names
      * their own way have left the master holding SMITH, smith and
      * Smith, "Dr. Jane" beside "Jane", MCDONALD beside McDonald
      * and double blanks nobody can see - which defeats the
      * duplicate-candidate run, the name search and every report
      * sorted by surname.  This program nets AUTHORS-MASTER
      * exactly as EXAMPLE17_MASTER does and puts every live
      * author's name and surname through the shop's
      * STANDARDIZATION-RULES (see STDRULE.cpy and STDRULAP.cpy):
      * casing, with the Mc/Mac/O' prefixes, honorifics and
      * suffixes taken out into a suffix list, whitespace collapse
      * and the way initials are written.  It changes nothing
      * itself; it proposes:
      *
      *   - AUTHOR-STANDARDIZED, in the loader's own AUTHOR-INPUT
      *     layout, one 'U' row per author the rules would change;
      *   - STANDARDIZATION-REVIEW, the before/after of each of
      *     those rows with the suffixes taken out and the rules
      *     that made the change, for a clerk to check;
      *   - a pending RUN-APPROVALS record (see APPRREC.cpy) for
      *     the file's loader fingerprint and verb UPDATE, so the
      *     loader holds it whatever its volume until a DIFFERENT
      *     authorized operator has reviewed it and run
      *     EXAMPLE31_AUTHMNT APPROVE.
      *
      * The approved file is loaded as any other correction file
      * (copied to AUTHOR-INPUT, EXAMPLE5_PQL UPDATE), so every
      * change lands in CHANGE-AUDIT with its before-image - the
      * suffix taken out of a name included - like any other
      * correction.  A clerk who disagrees with a row deletes it
      * from the file; the changed file no longer matches the
      * request and the loader files a new one for approval.
      *
      * EXAMPLE21_INTRANS applies the same rules to every inbound
      * row, so new authors arrive already standardized and this
      * pass settles to an empty file.
      *
      * Return codes: 0 the proposal was written (possibly empty);
      * 1 refused (no operator identity, no rules, or a rule file
      * that cannot be applied as written).
      *
      * The fingerprint of the STANDARDIZATION-RULES is logged to
      * CONTROL-USAGE as 'EXSTDIZE' against the run id, so
      * EXAMPLE63_CTLREG USED can say which registered version the run
      * was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE60-STANDARDIZE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUTHORS-MASTER-FILE ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
      * The shop's rules for how names are written (see
      * STDRULE.cpy)
            SELECT OPTIONAL STANDARDIZATION-RULES-FILE
                ASSIGN TO "STANDARDIZATION-RULES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STDRULE-STATUS.
      * The proposed corrections, in the loader's input layout
            SELECT AUTHOR-STANDARDIZED-FILE
                ASSIGN TO "AUTHOR-STANDARDIZED"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STANDARDIZATION-REVIEW-FILE
                ASSIGN TO "STANDARDIZATION-REVIEW"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Second signatures on destructive runs (see APPRREC.cpy)
            SELECT OPTIONAL RUN-APPROVALS-FILE
                ASSIGN TO "RUN-APPROVALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPR-STATUS.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
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
        DATA DIVISION.
        FILE SECTION.
        FD AUTHORS-MASTER-FILE.
        01 AUTHORS-MASTER-RECORD.
           COPY MSTREC.
        FD STANDARDIZATION-RULES-FILE.
        01 STANDARDIZATION-RULE-RECORD.
           COPY STDRULE.
        FD AUTHOR-STANDARDIZED-FILE.
        01 AUTHOR-STANDARDIZED-RECORD.
           COPY AUTHROW.
        FD STANDARDIZATION-REVIEW-FILE.
        01 STANDARDIZATION-REVIEW-RECORD PIC X(132).
        FD RUN-APPROVALS-FILE.
        01 RUN-APPROVAL-RECORD.
           COPY APPRREC.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
        01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
        01 WS-APPR-STATUS PIC X(2) VALUE '00'.
        01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MASTER VALUE 'Y'.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
      * The journal netted to its latest record per id, the same
      * shape EXAMPLE17_MASTER nets
        01 NET-TABLE.
           05 NET-COUNT PIC 9(5) VALUE 0.
           05 NET-ENTRY OCCURS 10000 TIMES.
              10 NET-ID          PIC 9(9).
              10 NET-NAME        PIC X(30).
              10 NET-SURNAME     PIC X(30).
              10 NET-DELETED     PIC X(1).
        01 NET-IX PIC 9(5).
        01 WS-NET-FOUND PIC X(1) VALUE 'N'.
           88 NET-ENTRY-FOUND VALUE 'Y'.
        01 WS-JOURNAL-COUNT PIC 9(9) VALUE 0.
        01 WS-LIVE-COUNT PIC 9(9) VALUE 0.
        01 WS-CHANGED-COUNT PIC 9(9) VALUE 0.
        01 WS-SUFFIX-COUNT PIC 9(9) VALUE 0.
        01 WS-OVERFLOW PIC X(1) VALUE 'N'.
           88 NET-TABLE-OVERFLOWED VALUE 'Y'.
      * The proposal's fingerprint, computed exactly as the
      * loader's PRE-LOAD-GATE computes it over the same file:
      * row count, '-', the id hash
        01 WS-FP-HASH PIC 9(14) VALUE 0.
        01 WS-FINGERPRINT PIC X(24) VALUE SPACES.
        01 WS-APPROVAL-VERB PIC X(10) VALUE 'UPDATE'.
        01 WS-REPORT-LINE PIC X(132) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 DISP-ID PIC Z(8)9.
           COPY RUNIDWS.
           COPY STDRULWS.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE60_STANDARDIZE'.
      * The proposal is filed for approval in this operator's name:
      * without one there is nobody for the second signature to
      * differ from.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES OR
               WS-OPERATOR-ID EQUAL 'UNKNOWN' THEN
               DISPLAY 'REFUSED: no operator identity '
                       '(BATCH-OPERATOR) - the proposal is filed for '
                       'approval in the requesting operator''s name'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Operator: ' WS-OPERATOR-ID.
            PERFORM LOAD-STANDARDIZATION-RULES
               THRU LOAD-STANDARDIZATION-RULES-DONE.
            IF STD-RULES-UNUSABLE THEN
               DISPLAY 'REFUSED: STANDARDIZATION-RULES cannot be '
                       'applied as written - '
                       FUNCTION TRIM(WS-STDRULE-LOAD-TEXT)
               STOP RUN RETURNING 1
            END-IF.
            IF SDRT-COUNT EQUAL 0 THEN
               DISPLAY 'REFUSED: no STANDARDIZATION-RULES - there '
                       'is nothing to standardize against'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Standardization rules: ' SDRT-COUNT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
      * Which version of the control file steers this run (see
      * CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EXSTDIZE' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'STANDARDIZATION-RULES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            PERFORM NET-THE-JOURNAL THRU NET-THE-JOURNAL.
            OPEN OUTPUT AUTHOR-STANDARDIZED-FILE.
            OPEN OUTPUT STANDARDIZATION-REVIEW-FILE.
            PERFORM WRITE-REVIEW-HEADING THRU WRITE-REVIEW-HEADING.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT
               IF NET-DELETED (NET-IX) NOT EQUAL 'Y' THEN
                  ADD 1 TO WS-LIVE-COUNT
                  PERFORM STANDARDIZE-ONE-AUTHOR
                     THRU STANDARDIZE-ONE-AUTHOR-EXIT
               END-IF
            END-PERFORM.
            MOVE SPACES TO WS-FINGERPRINT.
            STRING WS-CHANGED-COUNT DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-FP-HASH DELIMITED BY SIZE
                   INTO WS-FINGERPRINT
            END-STRING.
            PERFORM WRITE-REVIEW-TOTALS THRU WRITE-REVIEW-TOTALS.
            CLOSE AUTHOR-STANDARDIZED-FILE.
            CLOSE STANDARDIZATION-REVIEW-FILE.
            IF WS-CHANGED-COUNT EQUAL 0 THEN
               DISPLAY 'STANDARDIZATION RESULT: ' WS-LIVE-COUNT
                       ' live author(s), none needs a correction - '
                       'AUTHOR-STANDARDIZED is empty'
               STOP RUN RETURNING 0
            END-IF.
            PERFORM FILE-APPROVAL-REQUEST THRU FILE-APPROVAL-REQUEST.
            DISPLAY 'STANDARDIZATION RESULT: ' WS-LIVE-COUNT
                    ' live author(s), ' WS-CHANGED-COUNT
                    ' correction(s) proposed in AUTHOR-STANDARDIZED, '
                    WS-SUFFIX-COUNT ' with suffixes taken out'.
            DISPLAY '  review STANDARDIZATION-REVIEW; a DIFFERENT '
                    'authorized operator runs EXAMPLE31_AUTHMNT '
                    'APPROVE ' WS-FINGERPRINT ' UPDATE, then load '
                    'the file with EXAMPLE5_PQL UPDATE'.
            STOP RUN RETURNING 0.
      *
      * Net the append-only journal to its latest record per id,
      * exactly as EXAMPLE17_MASTER does.
      *
        NET-THE-JOURNAL.
            OPEN INPUT AUTHORS-MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00' THEN
               DISPLAY 'AUTHORS-MASTER not available (status '
                       WS-MASTER-STATUS ') - has a loader run yet?'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM UNTIL END-OF-MASTER
               READ AUTHORS-MASTER-FILE
                  AT END
                     SET END-OF-MASTER TO TRUE
                  NOT AT END
                     ADD 1 TO WS-JOURNAL-COUNT
                     PERFORM NET-ONE-RECORD THRU NET-ONE-RECORD-EXIT
               END-READ
            END-PERFORM.
            CLOSE AUTHORS-MASTER-FILE.
            IF NET-TABLE-OVERFLOWED THEN
               DISPLAY 'WARNING: more than 10000 distinct ids - '
                       'run COMPACT and split the master'
            END-IF.
        NET-ONE-RECORD.
            MOVE 'N' TO WS-NET-FOUND.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT OR NET-ENTRY-FOUND
               IF NET-ID (NET-IX) EQUAL MST-ID THEN
                  SET NET-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NET-ENTRY-FOUND THEN
               SUBTRACT 1 FROM NET-IX
            ELSE
               IF NET-COUNT EQUAL 10000 THEN
                  SET NET-TABLE-OVERFLOWED TO TRUE
                  GO TO NET-ONE-RECORD-EXIT
               END-IF
               ADD 1 TO NET-COUNT
               MOVE NET-COUNT TO NET-IX
               MOVE MST-ID TO NET-ID (NET-IX)
            END-IF.
            MOVE MST-NAME TO NET-NAME (NET-IX).
            MOVE MST-SURNAME TO NET-SURNAME (NET-IX).
            MOVE MST-DELETED TO NET-DELETED (NET-IX).
        NET-ONE-RECORD-EXIT.
            EXIT.
      *
      * One live author through the rules; a changed one becomes a
      * 'U' row of the proposal and an entry of the review.
      *
        STANDARDIZE-ONE-AUTHOR.
            MOVE NET-NAME (NET-IX) TO WS-SDZ-NAME.
            MOVE NET-SURNAME (NET-IX) TO WS-SDZ-SURNAME.
            PERFORM APPLY-STANDARDIZATION-RULES
               THRU APPLY-STANDARDIZATION-RULES-EXIT.
            IF NOT SDZ-CHANGED THEN
               GO TO STANDARDIZE-ONE-AUTHOR-EXIT
            END-IF.
            ADD 1 TO WS-CHANGED-COUNT.
            COMPUTE WS-FP-HASH = FUNCTION MOD(
               WS-FP-HASH + NET-ID (NET-IX), 99999999999999)
            END-COMPUTE.
            MOVE SPACES TO AUTHOR-STANDARDIZED-RECORD.
            MOVE NET-ID (NET-IX) TO AUTHROW-ID.
            MOVE WS-SDZ-NEW-NAME TO AUTHROW-NAME.
            MOVE WS-SDZ-NEW-SURNAME TO AUTHROW-SURNAME.
            MOVE 'U' TO AUTHROW-OPERATION.
            MOVE 'A' TO AUTHROW-REC-TYPE.
            WRITE AUTHOR-STANDARDIZED-RECORD.
            MOVE NET-ID (NET-IX) TO DISP-ID.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING DISP-ID DELIMITED BY SIZE
                   '  NAME     ' DELIMITED BY SIZE
                   WS-SDZ-NAME DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-SDZ-NEW-NAME DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-SDZ-RULES-HIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STANDARDIZATION-REVIEW-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING '           SURNAME  ' DELIMITED BY SIZE
                   WS-SDZ-SURNAME DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-SDZ-NEW-SURNAME DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STANDARDIZATION-REVIEW-RECORD FROM WS-REPORT-LINE.
            IF WS-SDZ-SUFFIXES NOT EQUAL SPACES THEN
               ADD 1 TO WS-SUFFIX-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '           SUFFIXES ' DELIMITED BY SIZE
                      WS-SDZ-SUFFIXES DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE STANDARDIZATION-REVIEW-RECORD
                  FROM WS-REPORT-LINE
            END-IF.
        STANDARDIZE-ONE-AUTHOR-EXIT.
            EXIT.
        WRITE-REVIEW-HEADING.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'NAME STANDARDIZATION REVIEW  run '
                      DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   '  requested by ' DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CURRENT-DATE(1:8) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STANDARDIZATION-REVIEW-RECORD FROM WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING '       ID  FIELD    BEFORE' DELIMITED BY SIZE
                   '                          AFTER'
                      DELIMITED BY SIZE
                   '                           RULES'
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STANDARDIZATION-REVIEW-RECORD FROM WS-REPORT-LINE.
        WRITE-REVIEW-TOTALS.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING 'END OF REVIEW: ' DELIMITED BY SIZE
                   WS-LIVE-COUNT DELIMITED BY SIZE
                   ' live author(s), ' DELIMITED BY SIZE
                   WS-CHANGED-COUNT DELIMITED BY SIZE
                   ' correction(s) proposed, ' DELIMITED BY SIZE
                   WS-SUFFIX-COUNT DELIMITED BY SIZE
                   ' with suffixes taken out' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            END-STRING.
            WRITE STANDARDIZATION-REVIEW-RECORD FROM WS-REPORT-LINE.
            IF WS-CHANGED-COUNT > 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'LOADER FINGERPRINT: ' DELIMITED BY SIZE
                      WS-FINGERPRINT DELIMITED BY SIZE
                      '  verb ' DELIMITED BY SIZE
                      WS-APPROVAL-VERB DELIMITED BY SIZE
                      '  - held for a second operator''s approval'
                         DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               END-STRING
               WRITE STANDARDIZATION-REVIEW-RECORD
                  FROM WS-REPORT-LINE
            END-IF.
      *
      * The first signature: a pending approval for exactly this
      * file, in the requesting operator's name.  A fresh request
      * is filed on every run, so an approval given to an earlier
      * proposal with the same ids never carries over to this one.
      *
        FILE-APPROVAL-REQUEST.
            OPEN EXTEND RUN-APPROVALS-FILE.
            IF WS-APPR-STATUS NOT EQUAL '00' AND
               WS-APPR-STATUS NOT EQUAL '05' THEN
               DISPLAY 'ALERT: RUN-APPROVALS not writable (status '
                       WS-APPR-STATUS ') - the proposal in '
                       'AUTHOR-STANDARDIZED is NOT under dual '
                       'control and must not be loaded'
               STOP RUN RETURNING 99
            END-IF.
            MOVE WS-FINGERPRINT TO APR-FINGERPRINT.
            MOVE WS-APPROVAL-VERB TO APR-VERB.
            MOVE WS-OPERATOR-ID TO APR-REQUESTED-BY.
            MOVE FUNCTION CURRENT-DATE TO APR-REQUEST-TIME.
            MOVE SPACES TO APR-APPROVED-BY.
            MOVE SPACES TO APR-APPROVED-TIME.
            MOVE 'P' TO APR-STATUS.
            WRITE RUN-APPROVAL-RECORD.
            CLOSE RUN-APPROVALS-FILE.
            DISPLAY 'Approval requested: fingerprint '
                    WS-FINGERPRINT ' verb ' WS-APPROVAL-VERB.
      * The shop's standardization rules, shared with
      * EXAMPLE21_INTRANS (see STDRULAP.cpy, STDRULWS.cpy and
      * STDRULE.cpy).
           COPY STDRULAP.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
