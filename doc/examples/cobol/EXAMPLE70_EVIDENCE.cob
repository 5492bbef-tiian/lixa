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
      * Usage: EXAMPLE70_EVIDENCE BUILD FROM=yyyymmdd TO=yyyymmdd
      *        EXAMPLE70_EVIDENCE VERIFY FROM=yyyymmdd TO=yyyymmdd
      *
      * Auditor evidence package for a period.  Every audit season
      * the evidence was assembled by hand, file by file, from the
      * live trails and the archived generations; this program
      * collects it in one run, into one package named for the
      * period, EVIDENCE-<from>-<to>, each part a file
      * "<package>.<part>":
      *
      *   CHANGE-AUDIT    - the period's CHANGE-AUDIT records, from
      *                     the archived generations the
      *                     housekeeping catalog names and the live
      *                     file, in the order the seals hash them;
      *   SEALS           - the period's CHANGE-AUDIT-SEALS, led by
      *                     the seal of the day before the period,
      *                     the chain value the period starts from;
      *   SEAL-VERIFY     - the output of EXAMPLE41_SEALER VERIFY
      *                     over the period, run as part of the
      *                     build, its result recorded in the
      *                     manifest and on the cover;
      *   APPROVALS       - the RUN-APPROVALS dual authorizations
      *                     requested or approved in the period;
      *   AUTH-CHANGES    - the OPERATOR-AUTH-AUDIT authority
      *                     changes of the period;
      *   MONTH-CLOSE     - the MONTH-CLOSE records of the months
      *                     the period touches;
      *   PURGE-PREVIEW,
      *   BACKOUT-PREVIEW - the previews, when they were last
      *                     written inside the period (the cover
      *                     says when they were not);
      *   OPACT-<id>      - one EXAMPLE45_OPACT activity statement
      *                     per operator: everyone in OPERATOR-AUTH
      *                     and everyone the collected records name;
      *   COVER           - the cover summary;
      *   MANIFEST        - every file's record count and content
      *                     fingerprint, closed by the package seal
      *                     (see EVDMAN.cpy).
      *
      * The seal is also appended to the EVIDENCE-SEALS register
      * (see EVDSEAL.cpy).  A period already packaged is refused -
      * a package handed over is never rebuilt in place.
      *
      * VERIFY re-reads the package as it stands: every file the
      * manifest lists re-fingerprinted, the manifest re-hashed
      * against its own seal and against the register, and the
      * package's files listed so one that was slipped in shows
      * too.  Return code 1 on anything added, removed or changed.
      *
      * BUILD ends 0, or 4 when the period's seal chain did not
      * verify or an activity statement could not be produced (the
      * package still records it - that is evidence too), and 1
      * when nothing could be built.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE70-EVIDENCE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The trails and control files the evidence is collected from
            SELECT CHANGE-AUDIT-FILE
                ASSIGN TO DYNAMIC WS-CHG-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHG-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
            SELECT OPTIONAL SEALS-FILE ASSIGN TO "CHANGE-AUDIT-SEALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEALS-STATUS.
            SELECT OPTIONAL RUN-APPROVAL-FILE
                ASSIGN TO "RUN-APPROVALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APR-STATUS.
            SELECT OPTIONAL AUTH-AUDIT-FILE
                ASSIGN TO "OPERATOR-AUTH-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AAU-STATUS.
            SELECT OPTIONAL MONTH-CLOSE-FILE ASSIGN TO "MONTH-CLOSE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MCL-STATUS.
            SELECT OPTIONAL OPERATOR-AUTH-FILE
                ASSIGN TO "OPERATOR-AUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
      * A preview or a file listing, read line for line
            SELECT OPTIONAL SOURCE-COPY-FILE
                ASSIGN TO DYNAMIC WS-SRC-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
      * One file of the package being written, its manifest, and
      * the register of package seals
            SELECT PACKAGE-FILE
                ASSIGN TO DYNAMIC WS-OUT-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUT-STATUS.
            SELECT MANIFEST-FILE
                ASSIGN TO DYNAMIC WS-MANIFEST-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EVM-STATUS.
            SELECT OPTIONAL EVIDENCE-SEALS-FILE
                ASSIGN TO "EVIDENCE-SEALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EVS-STATUS.
      * The shop-wide run-number issuer (see RUNCTL.cpy and
      * ISSUE-RUN-ID)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The package's files, fingerprinted (see CTLFP.cpy)
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
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD SEALS-FILE.
        01 SEAL-RECORD.
           COPY SEALREC.
        FD RUN-APPROVAL-FILE.
        01 RUN-APPROVAL-RECORD.
           COPY APPRREC.
        FD AUTH-AUDIT-FILE.
        01 AUTH-AUDIT-RECORD.
           COPY AUTHAUD.
        FD MONTH-CLOSE-FILE.
        01 MONTH-CLOSE-RECORD.
           COPY MCLOSE.
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        FD SOURCE-COPY-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-SRC-LENGTH.
        01 SOURCE-COPY-RECORD PIC X(600).
        FD PACKAGE-FILE.
        01 PACKAGE-RECORD PIC X(600).
        FD MANIFEST-FILE.
        01 MANIFEST-RECORD.
           COPY EVDMAN.
        FD EVIDENCE-SEALS-FILE.
        01 EVIDENCE-SEAL-RECORD.
           COPY EVDSEAL.
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
        01 WS-CHG-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-SEALS-STATUS PIC X(2) VALUE '00'.
        01 WS-APR-STATUS PIC X(2) VALUE '00'.
        01 WS-AAU-STATUS PIC X(2) VALUE '00'.
        01 WS-MCL-STATUS PIC X(2) VALUE '00'.
        01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
        01 WS-SRC-STATUS PIC X(2) VALUE '00'.
        01 WS-OUT-STATUS PIC X(2) VALUE '00'.
        01 WS-EVM-STATUS PIC X(2) VALUE '00'.
        01 WS-EVS-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-SEALS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SEALS VALUE 'Y'.
        01 WS-APR-EOF PIC X(1) VALUE 'N'.
           88 END-OF-APR VALUE 'Y'.
        01 WS-AAU-EOF PIC X(1) VALUE 'N'.
           88 END-OF-AAU VALUE 'Y'.
        01 WS-MCL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MCL VALUE 'Y'.
        01 WS-AUTH-EOF PIC X(1) VALUE 'N'.
           88 END-OF-AUTH VALUE 'Y'.
        01 WS-SRC-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SRC VALUE 'Y'.
        01 WS-EVM-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EVM VALUE 'Y'.
        01 WS-EVS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EVS VALUE 'Y'.
        01 WS-SRC-NAME PIC X(60) VALUE SPACES.
        01 WS-SRC-LENGTH PIC 9(4) COMP VALUE 0.
        01 WS-OUT-NAME PIC X(60) VALUE SPACES.
        01 WS-OUT-LINE PIC X(600) VALUE SPACES.
        01 WS-OUT-RECORDS PIC 9(9) VALUE 0.
        01 WS-MANIFEST-NAME PIC X(60) VALUE SPACES.
      * Command line
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-COMMAND PIC X(8) VALUE SPACES.
           88 CMD-BUILD  VALUE 'BUILD'.
           88 CMD-VERIFY VALUE 'VERIFY'.
        01 WS-FROM-DATE PIC X(8) VALUE SPACES.
        01 WS-TO-DATE PIC X(8) VALUE SPACES.
        01 WS-FROM-NUM PIC 9(8) VALUE 0.
        01 WS-TO-NUM PIC 9(8) VALUE 0.
        01 WS-PACKAGE-ID PIC X(26) VALUE SPACES.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-NOW PIC X(21) VALUE SPACES.
      * The package's files, in the order they were collected (the
      * manifest's order), with what was handed over
        01 PACKAGE-TABLE.
           05 PF-COUNT PIC 9(4) VALUE 0.
           05 PF-ENTRY OCCURS 250 TIMES.
              10 PF-NAME        PIC X(44).
              10 PF-KIND        PIC X(16).
              10 PF-SOURCE      PIC X(60).
              10 PF-RECORDS     PIC 9(9).
              10 PF-FINGERPRINT PIC X(24).
        01 PF-IX PIC 9(4).
        01 WS-PF-FOUND PIC X(1) VALUE 'N'.
           88 PACKAGE-FILE-FOUND VALUE 'Y'.
        01 WS-PF-KIND PIC X(16) VALUE SPACES.
        01 WS-PF-SOURCE PIC X(60) VALUE SPACES.
      * The operators to produce activity statements for
        01 OPERATOR-TABLE.
           05 OP-COUNT PIC 9(3) VALUE 0.
           05 OP-ENTRY OCCURS 200 TIMES.
              10 OP-ID PIC X(8).
        01 OP-IX PIC 9(3).
        01 WS-OP-FOUND PIC X(1) VALUE 'N'.
           88 OPERATOR-FOUND VALUE 'Y'.
        01 WS-NOTE-OPERATOR PIC X(8) VALUE SPACES.
        01 WS-TABLE-OVERFLOW PIC 9(5) VALUE 0.
      * What the package could not carry, for the cover
        01 OMITTED-TABLE.
           05 OM-COUNT PIC 9(2) VALUE 0.
           05 OM-ENTRY OCCURS 20 TIMES.
              10 OM-TEXT PIC X(100).
        01 OM-IX PIC 9(2).
        01 WS-OMITTED-TEXT PIC X(100) VALUE SPACES.
      * Collection bookkeeping
        01 WS-GENERATIONS-READ PIC 9(4) VALUE 0.
        01 WS-SEALED-DAYS PIC 9(5) VALUE 0.
        01 WS-ANCHOR-FLAG PIC X(1) VALUE 'N'.
           88 ANCHOR-HELD VALUE 'Y'.
        01 WS-ANCHOR-WRITTEN PIC X(1) VALUE 'N'.
           88 ANCHOR-IS-WRITTEN VALUE 'Y'.
        01 WS-ANCHOR-SEAL PIC X(52) VALUE SPACES.
        01 WS-SEAL-VERIFY PIC X(1) VALUE 'F'.
           88 SEAL-CHAIN-INTACT VALUE 'P'.
        01 WS-SEAL-RC PIC 9(3) VALUE 0.
        01 WS-STATEMENT-FAILURES PIC 9(3) VALUE 0.
        01 WS-TOTAL-RECORDS PIC 9(9) VALUE 0.
        01 WS-PREVIEW-NAME PIC X(20) VALUE SPACES.
      * The shell line for the sealer and the statements; the exit
      * code travels in the high byte
        01 WS-SYSTEM-COMMAND PIC X(200) VALUE SPACES.
        01 WS-STEP-RC PIC S9(9) VALUE 0.
      * Verify bookkeeping
        01 WS-FINDINGS PIC 9(5) VALUE 0.
        01 WS-FINDING-TEXT PIC X(120) VALUE SPACES.
        01 WS-MANIFEST-FILES PIC 9(4) VALUE 0.
        01 WS-SEAL-LINE PIC X(1) VALUE 'N'.
           88 SEAL-LINE-SEEN VALUE 'Y'.
        01 WS-SEALED-FILES PIC 9(4) VALUE 0.
        01 WS-SEALED-HASH PIC 9(14) VALUE 0.
        01 WS-REG-FLAG PIC X(1) VALUE 'N'.
           88 REGISTER-ENTRY-FOUND VALUE 'Y'.
        01 WS-REG-HASH PIC 9(14) VALUE 0.
        01 WS-REG-FILES PIC 9(4) VALUE 0.
        01 WS-REG-BUILT PIC X(21) VALUE SPACES.
        01 WS-LISTING-NAME PIC X(20) VALUE 'EVIDENCE-LISTING'.
        01 WS-LISTED-NAME PIC X(60) VALUE SPACES.
        01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
      * Display and cover formatting
        01 WS-STAMP-TEXT PIC X(16) VALUE SPACES.
        01 WS-FORMAT-STAMP PIC X(14) VALUE SPACES.
        01 WS-DATE-TEXT PIC X(10) VALUE SPACES.
        01 WS-FORMAT-DATE PIC X(8) VALUE SPACES.
        01 WS-FROM-TEXT PIC X(10) VALUE SPACES.
        01 WS-TO-TEXT PIC X(10) VALUE SPACES.
        01 DISP-COUNT PIC Z(8)9.
        01 DISP-NUMBER PIC Z(3)9.
      * CBL_CHECK_FILE_EXIST: is the file there, and when was it
      * last written
        01 WS-CHECK-NAME PIC X(60) VALUE SPACES.
        01 WS-CHECK-FLAG PIC X(1) VALUE 'N'.
           88 CHECK-PRESENT VALUE 'Y'.
        01 WS-FILE-DETAILS.
           05 WS-CHECK-SIZE      PIC X(8) COMP-X.
           05 WS-CHECK-DAY       PIC X(1) COMP-X.
           05 WS-CHECK-MONTH     PIC X(1) COMP-X.
           05 WS-CHECK-YEAR      PIC X(2) COMP-X.
           05 WS-CHECK-HOUR      PIC X(1) COMP-X.
           05 WS-CHECK-MINUTE    PIC X(1) COMP-X.
           05 WS-CHECK-SECOND    PIC X(1) COMP-X.
           05 WS-CHECK-HUNDREDTHS PIC X(1) COMP-X.
        01 WS-CHECK-STAMP.
           05 WS-STAMP-YEAR   PIC 9(4).
           05 WS-STAMP-MONTH  PIC 9(2).
           05 WS-STAMP-DAY    PIC 9(2).
           05 WS-STAMP-HOUR   PIC 9(2).
           05 WS-STAMP-MINUTE PIC 9(2).
           05 WS-STAMP-SECOND PIC 9(2).
      * The run id, the package files' fingerprints and the seal
      * hash (see RUNIDWS.cpy, CTLFPWS.cpy and SEALHWS.cpy)
           COPY RUNIDWS.
           COPY CTLFPWS.
           COPY SEALHWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE70_EVIDENCE'.
            PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT.
            MOVE SPACES TO WS-PACKAGE-ID.
            STRING 'EVIDENCE-' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   INTO WS-PACKAGE-ID
            END-STRING.
            MOVE SPACES TO WS-MANIFEST-NAME.
            STRING WS-PACKAGE-ID DELIMITED BY SPACE
                   '.MANIFEST' DELIMITED BY SIZE
                   INTO WS-MANIFEST-NAME
            END-STRING.
            MOVE WS-FROM-DATE TO WS-FORMAT-DATE.
            PERFORM FORMAT-DATE.
            MOVE WS-DATE-TEXT TO WS-FROM-TEXT.
            MOVE WS-TO-DATE TO WS-FORMAT-DATE.
            PERFORM FORMAT-DATE.
            MOVE WS-DATE-TEXT TO WS-TO-TEXT.
            IF CMD-VERIFY THEN
               PERFORM RUN-VERIFY THRU RUN-VERIFY-EXIT
               IF WS-FINDINGS NOT EQUAL 0 THEN
                  STOP RUN RETURNING 1
               END-IF
               STOP RUN RETURNING 0
            END-IF.
            PERFORM RUN-BUILD THRU RUN-BUILD-EXIT.
            IF NOT SEAL-CHAIN-INTACT OR
               WS-STATEMENT-FAILURES NOT EQUAL 0 THEN
               STOP RUN RETURNING 4
            END-IF.
            STOP RUN RETURNING 0.
      *
      * BUILD or VERIFY, and the period: two real dates, in order.
      *
        PARSE-ARGUMENTS.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
            PERFORM VARYING ARG-IX FROM 2 BY 1 UNTIL ARG-IX > 3
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
                     WHEN 'FROM'
                        MOVE WS-ARG-VALUE(1:8) TO WS-FROM-DATE
                     WHEN 'TO'
                        MOVE WS-ARG-VALUE(1:8) TO WS-TO-DATE
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF (NOT CMD-BUILD AND NOT CMD-VERIFY) OR
               WS-FROM-DATE EQUAL SPACES OR
               WS-TO-DATE EQUAL SPACES THEN
               DISPLAY 'Usage: EXAMPLE70_EVIDENCE BUILD|VERIFY '
                       'FROM=yyyymmdd TO=yyyymmdd'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-FROM-DATE IS NOT NUMERIC OR
               WS-TO-DATE IS NOT NUMERIC THEN
               DISPLAY 'REFUSED: FROM= and TO= must be yyyymmdd '
                       'dates'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-FROM-DATE TO WS-FROM-NUM.
            MOVE WS-TO-DATE TO WS-TO-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-NUM)
               NOT EQUAL 0 OR
               FUNCTION TEST-DATE-YYYYMMDD(WS-TO-NUM)
               NOT EQUAL 0 THEN
               DISPLAY 'REFUSED: FROM=' WS-FROM-DATE ' TO='
                       WS-TO-DATE ' - not a real date'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-FROM-NUM > WS-TO-NUM THEN
               DISPLAY 'REFUSED: FROM=' WS-FROM-DATE ' is after TO='
                       WS-TO-DATE
               STOP RUN RETURNING 1
            END-IF.
        PARSE-ARGUMENTS-EXIT.
            EXIT.
      *
      * BUILD: collect, fingerprint, cover, manifest, seal.  The
      * register must be writable before anything is collected - a
      * package whose seal could not be registered would be only
      * half sealed.
      *
        RUN-BUILD.
            MOVE WS-MANIFEST-NAME TO WS-CHECK-NAME.
            PERFORM CHECK-FILE.
            IF CHECK-PRESENT THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-PACKAGE-ID)
                       ' is already built and sealed - VERIFY it; '
                       'a package handed over is never rebuilt'
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND EVIDENCE-SEALS-FILE.
            IF WS-EVS-STATUS NOT EQUAL '00' AND
               WS-EVS-STATUS NOT EQUAL '05' THEN
               DISPLAY 'REFUSED: EVIDENCE-SEALS not writable (status '
                       WS-EVS-STATUS ') - the package could not be '
                       'sealed'
               STOP RUN RETURNING 1
            END-IF.
            CLOSE EVIDENCE-SEALS-FILE.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'EXEVIDNC' TO WS-OPERATOR-ID
            END-IF.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            DISPLAY 'Package ' FUNCTION TRIM(WS-PACKAGE-ID) ': '
                    WS-FROM-TEXT ' to ' WS-TO-TEXT ', run '
                    WS-RUN-ID.
            PERFORM EXTRACT-CHANGE-AUDIT
               THRU EXTRACT-CHANGE-AUDIT-EXIT.
            PERFORM EXTRACT-SEALS THRU EXTRACT-SEALS-EXIT.
            PERFORM RUN-SEAL-VERIFY THRU RUN-SEAL-VERIFY.
            PERFORM EXTRACT-APPROVALS THRU EXTRACT-APPROVALS-EXIT.
            PERFORM EXTRACT-AUTH-CHANGES
               THRU EXTRACT-AUTH-CHANGES-EXIT.
            PERFORM EXTRACT-MONTH-CLOSE THRU EXTRACT-MONTH-CLOSE-EXIT.
            MOVE 'PURGE-PREVIEW' TO WS-PREVIEW-NAME.
            PERFORM COLLECT-PREVIEW THRU COLLECT-PREVIEW-EXIT.
            MOVE 'BACKOUT-PREVIEW' TO WS-PREVIEW-NAME.
            PERFORM COLLECT-PREVIEW THRU COLLECT-PREVIEW-EXIT.
            PERFORM LOAD-OPERATORS THRU LOAD-OPERATORS-EXIT.
            PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-COUNT
               PERFORM RUN-ONE-STATEMENT THRU RUN-ONE-STATEMENT
            END-PERFORM.
            IF WS-TABLE-OVERFLOW NOT EQUAL 0 THEN
               MOVE SPACES TO WS-OMITTED-TEXT
               MOVE WS-TABLE-OVERFLOW TO DISP-COUNT
               STRING FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                      ' operator(s) or file(s) beyond the package '
                         DELIMITED BY SIZE
                      'tables - split the period' DELIMITED BY SIZE
                      INTO WS-OMITTED-TEXT
               END-STRING
               PERFORM NOTE-OMITTED
            END-IF.
            MOVE 0 TO WS-TOTAL-RECORDS.
            PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > PF-COUNT
               PERFORM FINGERPRINT-PACKAGE-FILE
            END-PERFORM.
            PERFORM WRITE-COVER THRU WRITE-COVER-EXIT.
            PERFORM WRITE-MANIFEST THRU WRITE-MANIFEST-EXIT.
            PERFORM REGISTER-SEAL THRU REGISTER-SEAL-EXIT.
            DISPLAY 'EVIDENCE RESULT: ' FUNCTION TRIM(WS-PACKAGE-ID)
                    ' sealed - ' PF-COUNT ' file(s), '
                    WS-TOTAL-RECORDS ' record(s), package seal '
                    WS-HASH.
            IF NOT SEAL-CHAIN-INTACT THEN
               DISPLAY 'ATTENTION: the CHANGE-AUDIT seal chain does '
                       'not verify over the period (rc ' WS-SEAL-RC
                       ') - see ' FUNCTION TRIM(WS-PACKAGE-ID)
                       '.SEAL-VERIFY'
            END-IF.
            IF WS-STATEMENT-FAILURES NOT EQUAL 0 THEN
               DISPLAY 'ATTENTION: ' WS-STATEMENT-FAILURES
                       ' activity statement(s) ended in error - '
                       'see the cover'
            END-IF.
        RUN-BUILD-EXIT.
            EXIT.
      *
      * The period's CHANGE-AUDIT records: the archived generations
      * that overlap the period, in catalog order, then the live
      * file - the order EXAMPLE41_SEALER hashes them in, so the
      * auditors can recompute every seal from this file alone.
      *
        EXTRACT-CHANGE-AUDIT.
            MOVE 'CHANGE-AUDIT' TO WS-PF-KIND.
            PERFORM OPEN-PACKAGE-FILE THRU OPEN-PACKAGE-FILE.
            MOVE 'N' TO WS-GENCAT-EOF.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-GENCAT
                  READ GENERATION-CATALOG-FILE
                     AT END
                        SET END-OF-GENCAT TO TRUE
                     NOT AT END
                        IF GC-FILE-NAME EQUAL 'CHANGE-AUDIT' AND
                           GC-LOW-DATE NOT > WS-TO-NUM AND
                           GC-HIGH-DATE NOT < WS-FROM-NUM THEN
                           MOVE SPACES TO WS-CHG-NAME
                           STRING 'CHANGE-AUDIT-ARC-'
                                  DELIMITED BY SIZE
                                  GC-GENERATION DELIMITED BY SIZE
                                  INTO WS-CHG-NAME
                           END-STRING
                           ADD 1 TO WS-GENERATIONS-READ
                           PERFORM COPY-CHANGE-AUDIT-FILE
                              THRU COPY-CHANGE-AUDIT-FILE-EXIT
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-GENCAT-STATUS EQUAL '00' OR
               WS-GENCAT-STATUS EQUAL '05' OR
               WS-GENCAT-STATUS EQUAL '10' THEN
               CLOSE GENERATION-CATALOG-FILE
            END-IF.
            MOVE 'CHANGE-AUDIT' TO WS-CHG-NAME.
            PERFORM COPY-CHANGE-AUDIT-FILE
               THRU COPY-CHANGE-AUDIT-FILE-EXIT.
            CLOSE PACKAGE-FILE.
            MOVE SPACES TO WS-PF-SOURCE.
            MOVE WS-GENERATIONS-READ TO DISP-NUMBER.
            STRING 'CHANGE-AUDIT and ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-NUMBER) DELIMITED BY SIZE
                   ' archived generation(s)' DELIMITED BY SIZE
                   INTO WS-PF-SOURCE
            END-STRING.
            PERFORM ADD-PACKAGE-FILE.
        EXTRACT-CHANGE-AUDIT-EXIT.
            EXIT.
        COPY-CHANGE-AUDIT-FILE.
            MOVE 'N' TO WS-CHG-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               DISPLAY FUNCTION TRIM(WS-CHG-NAME)
                       ' not present - skipped'
               GO TO COPY-CHANGE-AUDIT-FILE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-CHG
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     IF CHG-TIMESTAMP(1:8) NOT < WS-FROM-DATE AND
                        CHG-TIMESTAMP(1:8) NOT > WS-TO-DATE THEN
                        WRITE PACKAGE-RECORD FROM CHANGE-AUDIT-RECORD
                        MOVE CHG-OPERATOR-ID TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                        MOVE CHG-APPROVED-BY TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        COPY-CHANGE-AUDIT-FILE-EXIT.
            EXIT.
      *
      * The seals of the period's days, led by the last seal before
      * the period: the chain value the first day is hashed from.
      *
        EXTRACT-SEALS.
            MOVE 'SEALS' TO WS-PF-KIND.
            PERFORM OPEN-PACKAGE-FILE THRU OPEN-PACKAGE-FILE.
            MOVE 'N' TO WS-SEALS-EOF.
            OPEN INPUT SEALS-FILE.
            IF WS-SEALS-STATUS NOT EQUAL '00' THEN
               IF WS-SEALS-STATUS EQUAL '05' THEN
                  CLOSE SEALS-FILE
               END-IF
               GO TO EXTRACT-SEALS-CLOSE
            END-IF.
            PERFORM UNTIL END-OF-SEALS
               READ SEALS-FILE
                  AT END
                     SET END-OF-SEALS TO TRUE
                  NOT AT END
                     PERFORM TAKE-ONE-SEAL
               END-READ
            END-PERFORM.
            CLOSE SEALS-FILE.
        EXTRACT-SEALS-CLOSE.
            CLOSE PACKAGE-FILE.
            IF ANCHOR-IS-WRITTEN THEN
               MOVE 'CHANGE-AUDIT-SEALS, led by the seal before FROM'
                 TO WS-PF-SOURCE
            ELSE
               MOVE 'CHANGE-AUDIT-SEALS' TO WS-PF-SOURCE
            END-IF.
            PERFORM ADD-PACKAGE-FILE.
        EXTRACT-SEALS-EXIT.
            EXIT.
        TAKE-ONE-SEAL.
            IF SEAL-DATE < WS-FROM-DATE THEN
               MOVE SEAL-RECORD TO WS-ANCHOR-SEAL
               SET ANCHOR-HELD TO TRUE
            ELSE
               IF SEAL-DATE NOT > WS-TO-DATE THEN
                  IF ANCHOR-HELD AND NOT ANCHOR-IS-WRITTEN THEN
                     WRITE PACKAGE-RECORD FROM WS-ANCHOR-SEAL
                     SET ANCHOR-IS-WRITTEN TO TRUE
                  END-IF
                  WRITE PACKAGE-RECORD FROM SEAL-RECORD
                  ADD 1 TO WS-SEALED-DAYS
               END-IF
            END-IF.
      *
      * EXAMPLE41_SEALER VERIFY over the period, run now, its output
      * kept in the package and its verdict in the manifest.
      *
        RUN-SEAL-VERIFY.
            MOVE 'SEAL-VERIFY' TO WS-PF-KIND.
            PERFORM BUILD-OUT-NAME.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'EXAMPLE41_SEALER VERIFY FROM=' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' TO=' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   ' > ' DELIMITED BY SIZE
                   WS-OUT-NAME DELIMITED BY SPACE
                   ' 2>&1' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            PERFORM RUN-SYSTEM-COMMAND.
            IF WS-STEP-RC EQUAL 0 THEN
               MOVE 'P' TO WS-SEAL-VERIFY
               DISPLAY '  seal chain ' WS-FROM-DATE ' to ' WS-TO-DATE
                       ' verifies'
            ELSE
               MOVE 'F' TO WS-SEAL-VERIFY
               DISPLAY '  seal chain ' WS-FROM-DATE ' to ' WS-TO-DATE
                       ' does NOT verify (rc ' WS-STEP-RC ')'
            END-IF.
            IF WS-STEP-RC > 999 THEN
               MOVE 999 TO WS-SEAL-RC
            ELSE
               MOVE WS-STEP-RC TO WS-SEAL-RC
            END-IF.
            MOVE 'EXAMPLE41_SEALER VERIFY over the period'
              TO WS-PF-SOURCE.
            PERFORM ADD-PACKAGE-FILE.
      *
      * Dual authorizations asked for or given inside the period.
      *
        EXTRACT-APPROVALS.
            MOVE 'APPROVALS' TO WS-PF-KIND.
            PERFORM OPEN-PACKAGE-FILE THRU OPEN-PACKAGE-FILE.
            MOVE 'N' TO WS-APR-EOF.
            OPEN INPUT RUN-APPROVAL-FILE.
            IF WS-APR-STATUS NOT EQUAL '00' THEN
               IF WS-APR-STATUS EQUAL '05' THEN
                  CLOSE RUN-APPROVAL-FILE
               END-IF
               GO TO EXTRACT-APPROVALS-CLOSE
            END-IF.
            PERFORM UNTIL END-OF-APR
               READ RUN-APPROVAL-FILE
                  AT END
                     SET END-OF-APR TO TRUE
                  NOT AT END
                     IF (APR-REQUEST-TIME(1:8) NOT < WS-FROM-DATE AND
                         APR-REQUEST-TIME(1:8) NOT > WS-TO-DATE) OR
                        (APR-APPROVED-TIME(1:8) NOT < WS-FROM-DATE
                         AND
                         APR-APPROVED-TIME(1:8) NOT > WS-TO-DATE)
                        THEN
                        WRITE PACKAGE-RECORD FROM RUN-APPROVAL-RECORD
                        MOVE APR-REQUESTED-BY TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                        MOVE APR-APPROVED-BY TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE RUN-APPROVAL-FILE.
        EXTRACT-APPROVALS-CLOSE.
            CLOSE PACKAGE-FILE.
            MOVE 'RUN-APPROVALS' TO WS-PF-SOURCE.
            PERFORM ADD-PACKAGE-FILE.
        EXTRACT-APPROVALS-EXIT.
            EXIT.
      *
      * Authority requested, granted, cancelled or revoked inside
      * the period.
      *
        EXTRACT-AUTH-CHANGES.
            MOVE 'AUTH-CHANGES' TO WS-PF-KIND.
            PERFORM OPEN-PACKAGE-FILE THRU OPEN-PACKAGE-FILE.
            MOVE 'N' TO WS-AAU-EOF.
            OPEN INPUT AUTH-AUDIT-FILE.
            IF WS-AAU-STATUS NOT EQUAL '00' THEN
               IF WS-AAU-STATUS EQUAL '05' THEN
                  CLOSE AUTH-AUDIT-FILE
               END-IF
               GO TO EXTRACT-AUTH-CHANGES-CLOSE
            END-IF.
            PERFORM UNTIL END-OF-AAU
               READ AUTH-AUDIT-FILE
                  AT END
                     SET END-OF-AAU TO TRUE
                  NOT AT END
                     IF AAU-TIMESTAMP(1:8) NOT < WS-FROM-DATE AND
                        AAU-TIMESTAMP(1:8) NOT > WS-TO-DATE THEN
                        WRITE PACKAGE-RECORD FROM AUTH-AUDIT-RECORD
                        MOVE AAU-OPERATOR-ID TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                        MOVE AAU-REQUESTED-BY TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                        MOVE AAU-COUNTERSIGNED-BY
                          TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE AUTH-AUDIT-FILE.
        EXTRACT-AUTH-CHANGES-CLOSE.
            CLOSE PACKAGE-FILE.
            MOVE 'OPERATOR-AUTH-AUDIT' TO WS-PF-SOURCE.
            PERFORM ADD-PACKAGE-FILE.
        EXTRACT-AUTH-CHANGES-EXIT.
            EXIT.
      *
      * Every MONTH-CLOSE record - close, countersign, reopen - of
      * the months the period touches.
      *
        EXTRACT-MONTH-CLOSE.
            MOVE 'MONTH-CLOSE' TO WS-PF-KIND.
            PERFORM OPEN-PACKAGE-FILE THRU OPEN-PACKAGE-FILE.
            MOVE 'N' TO WS-MCL-EOF.
            OPEN INPUT MONTH-CLOSE-FILE.
            IF WS-MCL-STATUS NOT EQUAL '00' THEN
               IF WS-MCL-STATUS EQUAL '05' THEN
                  CLOSE MONTH-CLOSE-FILE
               END-IF
               GO TO EXTRACT-MONTH-CLOSE-CLOSE
            END-IF.
            PERFORM UNTIL END-OF-MCL
               READ MONTH-CLOSE-FILE
                  AT END
                     SET END-OF-MCL TO TRUE
                  NOT AT END
                     IF MCL-PERIOD NOT < WS-FROM-DATE(1:6) AND
                        MCL-PERIOD NOT > WS-TO-DATE(1:6) THEN
                        WRITE PACKAGE-RECORD FROM MONTH-CLOSE-RECORD
                        MOVE MCL-SIGNED-BY TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                        MOVE MCL-COUNTERSIGNED-BY TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                        MOVE MCL-REOPENED-BY TO WS-NOTE-OPERATOR
                        PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE MONTH-CLOSE-FILE.
        EXTRACT-MONTH-CLOSE-CLOSE.
            CLOSE PACKAGE-FILE.
            MOVE 'MONTH-CLOSE' TO WS-PF-SOURCE.
            PERFORM ADD-PACKAGE-FILE.
        EXTRACT-MONTH-CLOSE-EXIT.
            EXIT.
      *
      * A preview is overwritten by every PREVIEW run, so the one on
      * disk belongs to the period only when it was last written
      * inside it; otherwise the cover says why it is missing.
      *
        COLLECT-PREVIEW.
            MOVE WS-PREVIEW-NAME TO WS-CHECK-NAME.
            PERFORM CHECK-FILE.
            IF NOT CHECK-PRESENT THEN
               MOVE SPACES TO WS-OMITTED-TEXT
               STRING WS-PREVIEW-NAME DELIMITED BY SPACE
                      ': not present' DELIMITED BY SIZE
                      INTO WS-OMITTED-TEXT
               END-STRING
               PERFORM NOTE-OMITTED
               GO TO COLLECT-PREVIEW-EXIT
            END-IF.
            IF WS-CHECK-STAMP(1:8) < WS-FROM-DATE OR
               WS-CHECK-STAMP(1:8) > WS-TO-DATE THEN
               MOVE WS-CHECK-STAMP TO WS-FORMAT-STAMP
               PERFORM FORMAT-STAMP
               MOVE SPACES TO WS-OMITTED-TEXT
               STRING WS-PREVIEW-NAME DELIMITED BY SPACE
                      ': last written ' DELIMITED BY SIZE
                      WS-STAMP-TEXT DELIMITED BY SIZE
                      ', outside the period' DELIMITED BY SIZE
                      INTO WS-OMITTED-TEXT
               END-STRING
               PERFORM NOTE-OMITTED
               GO TO COLLECT-PREVIEW-EXIT
            END-IF.
            MOVE WS-PREVIEW-NAME TO WS-PF-KIND.
            PERFORM OPEN-PACKAGE-FILE THRU OPEN-PACKAGE-FILE.
            MOVE WS-PREVIEW-NAME TO WS-SRC-NAME.
            MOVE 'N' TO WS-SRC-EOF.
            OPEN INPUT SOURCE-COPY-FILE.
            IF WS-SRC-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-SRC
                  READ SOURCE-COPY-FILE
                     AT END
                        SET END-OF-SRC TO TRUE
                     NOT AT END
                        MOVE SPACES TO WS-OUT-LINE
                        MOVE SOURCE-COPY-RECORD (1:WS-SRC-LENGTH)
                          TO WS-OUT-LINE
                        WRITE PACKAGE-RECORD FROM WS-OUT-LINE
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-SRC-STATUS EQUAL '00' OR WS-SRC-STATUS EQUAL '05'
               OR WS-SRC-STATUS EQUAL '10' THEN
               CLOSE SOURCE-COPY-FILE
            END-IF.
            CLOSE PACKAGE-FILE.
            MOVE WS-CHECK-STAMP TO WS-FORMAT-STAMP.
            PERFORM FORMAT-STAMP.
            MOVE SPACES TO WS-PF-SOURCE.
            STRING WS-PREVIEW-NAME DELIMITED BY SPACE
                   ' written ' DELIMITED BY SIZE
                   WS-STAMP-TEXT DELIMITED BY SIZE
                   INTO WS-PF-SOURCE
            END-STRING.
            PERFORM ADD-PACKAGE-FILE.
        COLLECT-PREVIEW-EXIT.
            EXIT.
      *
      * Everyone who holds authority, added to everyone the
      * collected records already named.
      *
        LOAD-OPERATORS.
            MOVE 'N' TO WS-AUTH-EOF.
            OPEN INPUT OPERATOR-AUTH-FILE.
            IF WS-AUTH-STATUS NOT EQUAL '00' THEN
               IF WS-AUTH-STATUS EQUAL '05' THEN
                  CLOSE OPERATOR-AUTH-FILE
               END-IF
               GO TO LOAD-OPERATORS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-AUTH
               READ OPERATOR-AUTH-FILE
                  AT END
                     SET END-OF-AUTH TO TRUE
                  NOT AT END
                     MOVE AUTH-OPERATOR-ID TO WS-NOTE-OPERATOR
                     PERFORM NOTE-OPERATOR THRU NOTE-OPERATOR-EXIT
               END-READ
            END-PERFORM.
            CLOSE OPERATOR-AUTH-FILE.
        LOAD-OPERATORS-EXIT.
            EXIT.
        NOTE-OPERATOR.
            IF WS-NOTE-OPERATOR EQUAL SPACES THEN
               GO TO NOTE-OPERATOR-EXIT
            END-IF.
            MOVE 'N' TO WS-OP-FOUND.
            PERFORM VARYING OP-IX FROM 1 BY 1
                     UNTIL OP-IX > OP-COUNT OR OPERATOR-FOUND
               IF OP-ID (OP-IX) EQUAL WS-NOTE-OPERATOR THEN
                  SET OPERATOR-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF OPERATOR-FOUND THEN
               GO TO NOTE-OPERATOR-EXIT
            END-IF.
            IF OP-COUNT EQUAL 200 THEN
               ADD 1 TO WS-TABLE-OVERFLOW
               GO TO NOTE-OPERATOR-EXIT
            END-IF.
            ADD 1 TO OP-COUNT.
            MOVE WS-NOTE-OPERATOR TO OP-ID (OP-COUNT).
        NOTE-OPERATOR-EXIT.
            EXIT.
      *
      * One operator's activity statement for the period, as
      * EXAMPLE45_OPACT prints it.  A statement that ends in error
      * stays in the package with what it printed, and the cover
      * says so.
      *
        RUN-ONE-STATEMENT.
            MOVE SPACES TO WS-PF-KIND.
            STRING 'OPACT-' DELIMITED BY SIZE
                   OP-ID (OP-IX) DELIMITED BY SPACE
                   INTO WS-PF-KIND
            END-STRING.
            PERFORM BUILD-OUT-NAME.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'EXAMPLE45_OPACT OPERATOR=' DELIMITED BY SIZE
                   OP-ID (OP-IX) DELIMITED BY SPACE
                   ' FROM=' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' TO=' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   ' > ' DELIMITED BY SIZE
                   WS-OUT-NAME DELIMITED BY SPACE
                   ' 2>&1' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            PERFORM RUN-SYSTEM-COMMAND.
            MOVE 'OP-STATEMENT' TO WS-PF-KIND.
            MOVE SPACES TO WS-PF-SOURCE.
            STRING 'EXAMPLE45_OPACT OPERATOR=' DELIMITED BY SIZE
                   OP-ID (OP-IX) DELIMITED BY SPACE
                   INTO WS-PF-SOURCE
            END-STRING.
            PERFORM ADD-PACKAGE-FILE.
            IF WS-STEP-RC NOT EQUAL 0 THEN
               ADD 1 TO WS-STATEMENT-FAILURES
               MOVE SPACES TO WS-OMITTED-TEXT
               MOVE WS-STEP-RC TO DISP-COUNT
               STRING 'activity statement for ' DELIMITED BY SIZE
                      OP-ID (OP-IX) DELIMITED BY SPACE
                      ' ended rc ' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                      ' - see its file' DELIMITED BY SIZE
                      INTO WS-OMITTED-TEXT
               END-STRING
               PERFORM NOTE-OMITTED
            END-IF.
      *
      * "<package>.<part>" for the part named in WS-PF-KIND, opened
      * for output.  A package file that cannot be written stops the
      * build: no manifest is written, so the period can be built
      * again once the cause is put right.
      *
        OPEN-PACKAGE-FILE.
            PERFORM BUILD-OUT-NAME.
            OPEN OUTPUT PACKAGE-FILE.
            IF WS-OUT-STATUS NOT EQUAL '00' THEN
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-OUT-NAME)
                       ' cannot be written (status ' WS-OUT-STATUS
                       ') - package not sealed'
               STOP RUN RETURNING 1
            END-IF.
        BUILD-OUT-NAME.
            MOVE SPACES TO WS-OUT-NAME.
            STRING WS-PACKAGE-ID DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   WS-PF-KIND DELIMITED BY SPACE
                   INTO WS-OUT-NAME
            END-STRING.
        ADD-PACKAGE-FILE.
            IF PF-COUNT EQUAL 250 THEN
               ADD 1 TO WS-TABLE-OVERFLOW
            ELSE
               ADD 1 TO PF-COUNT
               MOVE WS-OUT-NAME TO PF-NAME (PF-COUNT)
               MOVE WS-PF-KIND TO PF-KIND (PF-COUNT)
               MOVE WS-PF-SOURCE TO PF-SOURCE (PF-COUNT)
               MOVE 0 TO PF-RECORDS (PF-COUNT)
               MOVE SPACES TO PF-FINGERPRINT (PF-COUNT)
            END-IF.
        NOTE-OMITTED.
            IF OM-COUNT < 20 THEN
               ADD 1 TO OM-COUNT
               MOVE WS-OMITTED-TEXT TO OM-TEXT (OM-COUNT)
            END-IF.
      *
      * What is in the file now is what is handed over.
      *
        FINGERPRINT-PACKAGE-FILE.
            MOVE PF-NAME (PF-IX) TO WS-CTLFP-FILE-NAME.
            PERFORM FINGERPRINT-CONTROL-FILE
               THRU FINGERPRINT-CONTROL-FILE-EXIT.
            MOVE WS-CTLFP-RECORDS TO PF-RECORDS (PF-IX).
            MOVE WS-CTLFP-FINGERPRINT TO PF-FINGERPRINT (PF-IX).
            ADD WS-CTLFP-RECORDS TO WS-TOTAL-RECORDS.
      *
      * The cover: the period, the seal chain's verdict, the
      * contents with their counts and fingerprints, and what is
      * not there and why.  It is the last file before the
      * manifest, and is itself listed and sealed.
      *
        WRITE-COVER.
            MOVE 'COVER' TO WS-PF-KIND.
            PERFORM OPEN-PACKAGE-FILE THRU OPEN-PACKAGE-FILE.
            MOVE SPACES TO WS-OUT-LINE.
            STRING 'AUDITOR EVIDENCE PACKAGE ' DELIMITED BY SIZE
                   WS-PACKAGE-ID DELIMITED BY SPACE
                   INTO WS-OUT-LINE
            END-STRING.
            PERFORM WRITE-OUT-LINE.
            MOVE WS-NOW (1:14) TO WS-FORMAT-STAMP.
            PERFORM FORMAT-STAMP.
            STRING 'Period ' DELIMITED BY SIZE
                   WS-FROM-TEXT DELIMITED BY SIZE
                   ' to ' DELIMITED BY SIZE
                   WS-TO-TEXT DELIMITED BY SIZE
                   '   built ' DELIMITED BY SIZE
                   WS-STAMP-TEXT DELIMITED BY SIZE
                   ' by ' DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SPACE
                   '   run ' DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SIZE
                   INTO WS-OUT-LINE
            END-STRING.
            PERFORM WRITE-OUT-LINE.
            MOVE ALL '-' TO WS-OUT-LINE (1:100).
            PERFORM WRITE-OUT-LINE.
            MOVE WS-SEALED-DAYS TO DISP-COUNT.
            IF SEAL-CHAIN-INTACT THEN
               STRING 'CHANGE-AUDIT seal chain: VERIFIED intact over '
                         DELIMITED BY SIZE
                      'the period (' DELIMITED BY SIZE
                      FUNCTION TRIM(DISP-COUNT) DELIMITED BY SIZE
                      ' sealed day(s))' DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
            ELSE
               STRING 'CHANGE-AUDIT seal chain: DOES NOT VERIFY over '
                         DELIMITED BY SIZE
                      'the period (rc ' DELIMITED BY SIZE
                      WS-SEAL-RC DELIMITED BY SIZE
                      ') - see SEAL-VERIFY' DELIMITED BY SIZE
                      INTO WS-OUT-LINE
               END-STRING
            END-IF.
            PERFORM WRITE-OUT-LINE.
            MOVE OP-COUNT TO DISP-NUMBER.
            STRING 'Activity statements: ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-NUMBER) DELIMITED BY SIZE
                   ' operator(s)' DELIMITED BY SIZE
                   INTO WS-OUT-LINE
            END-STRING.
            PERFORM WRITE-OUT-LINE.
            MOVE ALL '-' TO WS-OUT-LINE (1:100).
            PERFORM WRITE-OUT-LINE.
            MOVE 'CONTENTS' TO WS-OUT-LINE.
            PERFORM WRITE-OUT-LINE.
            PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > PF-COUNT
               PERFORM WRITE-CONTENTS-LINE
            END-PERFORM.
            IF OM-COUNT > 0 THEN
               MOVE ALL '-' TO WS-OUT-LINE (1:100)
               PERFORM WRITE-OUT-LINE
               MOVE 'NOT IN THE PACKAGE, OR TO NOTE' TO WS-OUT-LINE
               PERFORM WRITE-OUT-LINE
               PERFORM VARYING OM-IX FROM 1 BY 1
                        UNTIL OM-IX > OM-COUNT
                  STRING '   -  ' DELIMITED BY SIZE
                         OM-TEXT (OM-IX) DELIMITED BY SIZE
                         INTO WS-OUT-LINE
                  END-STRING
                  PERFORM WRITE-OUT-LINE
               END-PERFORM
            END-IF.
            MOVE ALL '-' TO WS-OUT-LINE (1:100).
            PERFORM WRITE-OUT-LINE.
            STRING 'The package is sealed: the MANIFEST lists every '
                      DELIMITED BY SIZE
                   'file with its record count and fingerprint and '
                      DELIMITED BY SIZE
                   'closes with the package seal,' DELIMITED BY SIZE
                   INTO WS-OUT-LINE
            END-STRING.
            PERFORM WRITE-OUT-LINE.
            STRING 'also kept in the EVIDENCE-SEALS register.  '
                      DELIMITED BY SIZE
                   'EXAMPLE70_EVIDENCE VERIFY FROM=' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' TO=' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   ' shows anything added, removed or changed.'
                      DELIMITED BY SIZE
                   INTO WS-OUT-LINE
            END-STRING.
            PERFORM WRITE-OUT-LINE.
            CLOSE PACKAGE-FILE.
            MOVE 'this cover summary' TO WS-PF-SOURCE.
            PERFORM ADD-PACKAGE-FILE.
            MOVE PF-COUNT TO PF-IX.
            PERFORM FINGERPRINT-PACKAGE-FILE.
        WRITE-COVER-EXIT.
            EXIT.
        WRITE-CONTENTS-LINE.
            MOVE PF-IX TO DISP-NUMBER.
            MOVE PF-RECORDS (PF-IX) TO DISP-COUNT.
            STRING DISP-NUMBER DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PF-NAME (PF-IX) DELIMITED BY SIZE
                   DISP-COUNT DELIMITED BY SIZE
                   ' record(s)  ' DELIMITED BY SIZE
                   PF-FINGERPRINT (PF-IX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PF-SOURCE (PF-IX) DELIMITED BY SIZE
                   INTO WS-OUT-LINE
            END-STRING.
            PERFORM WRITE-OUT-LINE.
        WRITE-OUT-LINE.
            WRITE PACKAGE-RECORD FROM WS-OUT-LINE.
            MOVE SPACES TO WS-OUT-LINE.
      *
      * The manifest: the H line, one F line per file in package
      * order, each folded into the package hash as written, then
      * the S line carrying the seal.
      *
        WRITE-MANIFEST.
            OPEN OUTPUT MANIFEST-FILE.
            IF WS-EVM-STATUS NOT EQUAL '00' THEN
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-MANIFEST-NAME)
                       ' cannot be written (status ' WS-EVM-STATUS
                       ') - package not sealed'
               STOP RUN RETURNING 1
            END-IF.
            MOVE 0 TO WS-HASH.
            MOVE SPACES TO MANIFEST-RECORD.
            SET EVM-IS-HEADER TO TRUE.
            MOVE WS-PACKAGE-ID TO EVM-PACKAGE-ID.
            MOVE WS-FROM-DATE TO EVM-FROM-DATE.
            MOVE WS-TO-DATE TO EVM-TO-DATE.
            MOVE WS-OPERATOR-ID TO EVM-BUILT-BY.
            MOVE WS-NOW TO EVM-BUILT-TIME.
            MOVE WS-RUN-ID TO EVM-RUN-ID.
            MOVE WS-SEAL-VERIFY TO EVM-SEAL-VERIFY.
            MOVE WS-SEAL-RC TO EVM-SEAL-RC.
            PERFORM HASH-MANIFEST-LINE.
            WRITE MANIFEST-RECORD.
            MOVE 0 TO WS-TOTAL-RECORDS.
            PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > PF-COUNT
               MOVE SPACES TO MANIFEST-RECORD
               SET EVM-IS-FILE TO TRUE
               MOVE PF-NAME (PF-IX) TO EVM-FILE-NAME
               MOVE PF-KIND (PF-IX) TO EVM-FILE-KIND
               MOVE PF-RECORDS (PF-IX) TO EVM-RECORDS
               MOVE PF-FINGERPRINT (PF-IX) TO EVM-FINGERPRINT
               MOVE PF-SOURCE (PF-IX) TO EVM-SOURCE
               ADD PF-RECORDS (PF-IX) TO WS-TOTAL-RECORDS
               PERFORM HASH-MANIFEST-LINE
               WRITE MANIFEST-RECORD
            END-PERFORM.
            MOVE SPACES TO MANIFEST-RECORD.
            SET EVM-IS-SEAL TO TRUE.
            MOVE PF-COUNT TO EVM-FILE-COUNT.
            MOVE WS-TOTAL-RECORDS TO EVM-TOTAL-RECORDS.
            MOVE WS-HASH TO EVM-PACKAGE-HASH.
            MOVE FUNCTION CURRENT-DATE TO EVM-SEALED-TIME.
            WRITE MANIFEST-RECORD.
            CLOSE MANIFEST-FILE.
        WRITE-MANIFEST-EXIT.
            EXIT.
        HASH-MANIFEST-LINE.
            MOVE MANIFEST-RECORD TO WS-SEAL-IMAGE.
            PERFORM HASH-SEAL-IMAGE THRU HASH-SEAL-IMAGE.
      *
      * The shop's copy of the seal.
      *
        REGISTER-SEAL.
            OPEN EXTEND EVIDENCE-SEALS-FILE.
            IF WS-EVS-STATUS NOT EQUAL '00' AND
               WS-EVS-STATUS NOT EQUAL '05' THEN
               DISPLAY 'ERROR: EVIDENCE-SEALS not writable (status '
                       WS-EVS-STATUS ') - the seal of '
                       FUNCTION TRIM(WS-PACKAGE-ID)
                       ' is in its manifest only'
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO EVIDENCE-SEAL-RECORD.
            MOVE WS-PACKAGE-ID TO EVS-PACKAGE-ID.
            MOVE WS-FROM-DATE TO EVS-FROM-DATE.
            MOVE WS-TO-DATE TO EVS-TO-DATE.
            MOVE PF-COUNT TO EVS-FILE-COUNT.
            MOVE WS-TOTAL-RECORDS TO EVS-TOTAL-RECORDS.
            MOVE WS-HASH TO EVS-PACKAGE-HASH.
            MOVE WS-SEAL-VERIFY TO EVS-SEAL-VERIFY.
            MOVE WS-OPERATOR-ID TO EVS-BUILT-BY.
            MOVE WS-RUN-ID TO EVS-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO EVS-TIMESTAMP.
            WRITE EVIDENCE-SEAL-RECORD.
            CLOSE EVIDENCE-SEALS-FILE.
        REGISTER-SEAL-EXIT.
            EXIT.
      *
      * VERIFY: the package as it stands against its manifest, the
      * manifest against its own seal and the registered one, and
      * the files present against the files listed.
      *
        RUN-VERIFY.
            PERFORM LOAD-REGISTER THRU LOAD-REGISTER-EXIT.
            MOVE 'N' TO WS-EVM-EOF.
            OPEN INPUT MANIFEST-FILE.
            IF WS-EVM-STATUS NOT EQUAL '00' THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-MANIFEST-NAME)
                       ' not present - nothing to verify'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'Verifying ' FUNCTION TRIM(WS-PACKAGE-ID) ': '
                    WS-FROM-TEXT ' to ' WS-TO-TEXT.
            MOVE 0 TO WS-HASH.
            PERFORM UNTIL END-OF-EVM
               READ MANIFEST-FILE
                  AT END
                     SET END-OF-EVM TO TRUE
                  NOT AT END
                     PERFORM VERIFY-MANIFEST-LINE
                        THRU VERIFY-MANIFEST-LINE-EXIT
               END-READ
            END-PERFORM.
            CLOSE MANIFEST-FILE.
            PERFORM CHECK-PACKAGE-SEAL THRU CHECK-PACKAGE-SEAL-EXIT.
            PERFORM LIST-PACKAGE-FILES THRU LIST-PACKAGE-FILES-EXIT.
            IF WS-FINDINGS EQUAL 0 THEN
               DISPLAY 'VERIFY RESULT: ' FUNCTION TRIM(WS-PACKAGE-ID)
                       ' intact - ' PF-COUNT ' file(s), '
                       WS-TOTAL-RECORDS ' record(s), package seal '
                       WS-HASH ' as registered ' WS-REG-BUILT (1:8)
            ELSE
               DISPLAY 'VERIFY RESULT: ' FUNCTION TRIM(WS-PACKAGE-ID)
                       ' NOT as handed over - ' WS-FINDINGS
                       ' finding(s) above'
            END-IF.
        RUN-VERIFY-EXIT.
            EXIT.
      *
      * The package's last registered seal.
      *
        LOAD-REGISTER.
            MOVE 'N' TO WS-EVS-EOF.
            OPEN INPUT EVIDENCE-SEALS-FILE.
            IF WS-EVS-STATUS NOT EQUAL '00' THEN
               IF WS-EVS-STATUS EQUAL '05' THEN
                  CLOSE EVIDENCE-SEALS-FILE
               END-IF
               GO TO LOAD-REGISTER-EXIT
            END-IF.
            PERFORM UNTIL END-OF-EVS
               READ EVIDENCE-SEALS-FILE
                  AT END
                     SET END-OF-EVS TO TRUE
                  NOT AT END
                     IF EVS-PACKAGE-ID EQUAL WS-PACKAGE-ID THEN
                        SET REGISTER-ENTRY-FOUND TO TRUE
                        MOVE EVS-PACKAGE-HASH TO WS-REG-HASH
                        MOVE EVS-FILE-COUNT TO WS-REG-FILES
                        MOVE EVS-TIMESTAMP TO WS-REG-BUILT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EVIDENCE-SEALS-FILE.
        LOAD-REGISTER-EXIT.
            EXIT.
      *
      * One manifest line: H and F lines are folded into the hash
      * as they stand; each listed file is fingerprinted again.
      *
        VERIFY-MANIFEST-LINE.
            IF SEAL-LINE-SEEN THEN
               MOVE 'the manifest carries lines after its seal'
                 TO WS-FINDING-TEXT
               PERFORM NOTE-FINDING
               GO TO VERIFY-MANIFEST-LINE-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN EVM-IS-HEADER
                  PERFORM HASH-MANIFEST-LINE
                  IF EVM-CHAIN-INTACT THEN
                     DISPLAY '  built ' EVM-BUILT-TIME (1:8) ' by '
                             EVM-BUILT-BY ', run ' EVM-RUN-ID
                             ', seal chain verified'
                  ELSE
                     DISPLAY '  built ' EVM-BUILT-TIME (1:8) ' by '
                             EVM-BUILT-BY ', run ' EVM-RUN-ID
                             ', seal chain did NOT verify (rc '
                             EVM-SEAL-RC ')'
                  END-IF
               WHEN EVM-IS-FILE
                  PERFORM HASH-MANIFEST-LINE
                  ADD 1 TO WS-MANIFEST-FILES
                  PERFORM VERIFY-ONE-FILE THRU VERIFY-ONE-FILE-EXIT
               WHEN EVM-IS-SEAL
                  SET SEAL-LINE-SEEN TO TRUE
                  MOVE EVM-FILE-COUNT TO WS-SEALED-FILES
                  MOVE EVM-PACKAGE-HASH TO WS-SEALED-HASH
               WHEN OTHER
                  MOVE 'the manifest carries a line of unknown type'
                    TO WS-FINDING-TEXT
                  PERFORM NOTE-FINDING
            END-EVALUATE.
        VERIFY-MANIFEST-LINE-EXIT.
            EXIT.
        VERIFY-ONE-FILE.
            IF PF-COUNT < 250 THEN
               ADD 1 TO PF-COUNT
               MOVE EVM-FILE-NAME TO PF-NAME (PF-COUNT)
            END-IF.
            MOVE EVM-FILE-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM FINGERPRINT-CONTROL-FILE
               THRU FINGERPRINT-CONTROL-FILE-EXIT.
            ADD WS-CTLFP-RECORDS TO WS-TOTAL-RECORDS.
            IF WS-CTLFP-FINGERPRINT EQUAL 'ABSENT' THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING 'REMOVED: ' DELIMITED BY SIZE
                      EVM-FILE-NAME DELIMITED BY SPACE
                      ' is listed but not present' DELIMITED BY SIZE
                      INTO WS-FINDING-TEXT
               END-STRING
               PERFORM NOTE-FINDING
               GO TO VERIFY-ONE-FILE-EXIT
            END-IF.
            IF WS-CTLFP-FINGERPRINT NOT EQUAL EVM-FINGERPRINT OR
               WS-CTLFP-RECORDS NOT EQUAL EVM-RECORDS THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING 'CHANGED: ' DELIMITED BY SIZE
                      EVM-FILE-NAME DELIMITED BY SPACE
                      ' now ' DELIMITED BY SIZE
                      WS-CTLFP-FINGERPRINT DELIMITED BY SPACE
                      ', handed over as ' DELIMITED BY SIZE
                      EVM-FINGERPRINT DELIMITED BY SPACE
                      INTO WS-FINDING-TEXT
               END-STRING
               PERFORM NOTE-FINDING
               GO TO VERIFY-ONE-FILE-EXIT
            END-IF.
            DISPLAY '  ' EVM-FILE-NAME ' ' EVM-RECORDS
                    ' record(s) as handed over'.
        VERIFY-ONE-FILE-EXIT.
            EXIT.
      *
      * The manifest against its own seal line and against the seal
      * registered when the package was built.
      *
        CHECK-PACKAGE-SEAL.
            IF NOT SEAL-LINE-SEEN THEN
               MOVE 'the manifest has no seal line'
                 TO WS-FINDING-TEXT
               PERFORM NOTE-FINDING
            ELSE
               IF WS-HASH NOT EQUAL WS-SEALED-HASH OR
                  WS-MANIFEST-FILES NOT EQUAL WS-SEALED-FILES THEN
                  MOVE 'the manifest no longer matches its own seal '
                       & '- lines were added, removed or changed'
                    TO WS-FINDING-TEXT
                  PERFORM NOTE-FINDING
               END-IF
            END-IF.
            IF NOT REGISTER-ENTRY-FOUND THEN
               MOVE 'the package is not in EVIDENCE-SEALS - it was '
                    & 'never sealed here'
                 TO WS-FINDING-TEXT
               PERFORM NOTE-FINDING
               GO TO CHECK-PACKAGE-SEAL-EXIT
            END-IF.
            IF WS-HASH NOT EQUAL WS-REG-HASH OR
               WS-MANIFEST-FILES NOT EQUAL WS-REG-FILES THEN
               MOVE 'the manifest does not match the seal registered '
                    & 'when the package was built'
                 TO WS-FINDING-TEXT
               PERFORM NOTE-FINDING
            END-IF.
        CHECK-PACKAGE-SEAL-EXIT.
            EXIT.
      *
      * Every file that carries the package's name, against the
      * manifest: one that is not listed was added afterwards.
      *
        LIST-PACKAGE-FILES.
            CALL "CBL_DELETE_FILE" USING WS-LISTING-NAME.
            MOVE 0 TO RETURN-CODE.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'ls -1d ' DELIMITED BY SIZE
                   WS-PACKAGE-ID DELIMITED BY SPACE
                   '.* > ' DELIMITED BY SIZE
                   WS-LISTING-NAME DELIMITED BY SPACE
                   ' 2>/dev/null' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO WS-SYSTEM-COMMAND
            END-STRING.
            PERFORM RUN-SYSTEM-COMMAND.
            MOVE WS-LISTING-NAME TO WS-SRC-NAME.
            MOVE 'N' TO WS-SRC-EOF.
            OPEN INPUT SOURCE-COPY-FILE.
            IF WS-SRC-STATUS NOT EQUAL '00' THEN
               IF WS-SRC-STATUS EQUAL '05' THEN
                  CLOSE SOURCE-COPY-FILE
               END-IF
               GO TO LIST-PACKAGE-FILES-DONE
            END-IF.
            PERFORM UNTIL END-OF-SRC
               READ SOURCE-COPY-FILE
                  AT END
                     SET END-OF-SRC TO TRUE
                  NOT AT END
                     MOVE SPACES TO WS-LISTED-NAME
                     MOVE SOURCE-COPY-RECORD (1:WS-SRC-LENGTH)
                       TO WS-LISTED-NAME
                     PERFORM CHECK-LISTED-FILE
               END-READ
            END-PERFORM.
            CLOSE SOURCE-COPY-FILE.
        LIST-PACKAGE-FILES-DONE.
            CALL "CBL_DELETE_FILE" USING WS-LISTING-NAME.
            MOVE 0 TO RETURN-CODE.
        LIST-PACKAGE-FILES-EXIT.
            EXIT.
        CHECK-LISTED-FILE.
            IF WS-LISTED-NAME EQUAL WS-MANIFEST-NAME THEN
               CONTINUE
            ELSE
               ADD 1 TO WS-LISTED-COUNT
               MOVE 'N' TO WS-PF-FOUND
               PERFORM VARYING PF-IX FROM 1 BY 1
                        UNTIL PF-IX > PF-COUNT OR PACKAGE-FILE-FOUND
                  IF PF-NAME (PF-IX) EQUAL WS-LISTED-NAME THEN
                     SET PACKAGE-FILE-FOUND TO TRUE
                  END-IF
               END-PERFORM
               IF NOT PACKAGE-FILE-FOUND THEN
                  MOVE SPACES TO WS-FINDING-TEXT
                  STRING 'ADDED: ' DELIMITED BY SIZE
                         WS-LISTED-NAME DELIMITED BY SPACE
                         ' is not in the manifest' DELIMITED BY SIZE
                         INTO WS-FINDING-TEXT
                  END-STRING
                  PERFORM NOTE-FINDING
               END-IF
            END-IF.
        NOTE-FINDING.
            ADD 1 TO WS-FINDINGS.
            DISPLAY '  ' FUNCTION TRIM(WS-FINDING-TEXT).
      *
      * One program run through the shell, the way the window
      * controller runs a step; the exit code travels in the high
      * byte.
      *
        RUN-SYSTEM-COMMAND.
            CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
            MOVE RETURN-CODE TO WS-STEP-RC.
            MOVE 0 TO RETURN-CODE.
            IF WS-STEP-RC > 255 THEN
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
            END-IF.
      *
      * CBL_CHECK_FILE_EXIST on WS-CHECK-NAME: present or not, and
      * the yyyymmddhhmmss it was last written.
      *
        CHECK-FILE.
            MOVE 'N' TO WS-CHECK-FLAG.
            MOVE SPACES TO WS-CHECK-STAMP.
            CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-NAME
                                              WS-FILE-DETAILS.
            IF RETURN-CODE EQUAL 0 THEN
               SET CHECK-PRESENT TO TRUE
               MOVE WS-CHECK-YEAR TO WS-STAMP-YEAR
               MOVE WS-CHECK-MONTH TO WS-STAMP-MONTH
               MOVE WS-CHECK-DAY TO WS-STAMP-DAY
               MOVE WS-CHECK-HOUR TO WS-STAMP-HOUR
               MOVE WS-CHECK-MINUTE TO WS-STAMP-MINUTE
               MOVE WS-CHECK-SECOND TO WS-STAMP-SECOND
            END-IF.
            MOVE 0 TO RETURN-CODE.
      *
      * yyyy-mm-dd hh:mm from a yyyymmddhhmmss stamp, and yyyy-mm-dd
      * from a yyyymmdd date.
      *
        FORMAT-STAMP.
            MOVE SPACES TO WS-STAMP-TEXT.
            IF WS-FORMAT-STAMP (1:12) IS NUMERIC THEN
               STRING WS-FORMAT-STAMP (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-FORMAT-STAMP (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-FORMAT-STAMP (7:2) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FORMAT-STAMP (9:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      WS-FORMAT-STAMP (11:2) DELIMITED BY SIZE
                      INTO WS-STAMP-TEXT
               END-STRING
            END-IF.
        FORMAT-DATE.
            MOVE SPACES TO WS-DATE-TEXT.
            STRING WS-FORMAT-DATE (1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-FORMAT-DATE (5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-FORMAT-DATE (7:2) DELIMITED BY SIZE
                   INTO WS-DATE-TEXT
            END-STRING.
      * The interlocked run-number issuance (see ISSUERUN.cpy), the
      * file fingerprint (see CTLFP.cpy and CTLFPWS.cpy) and the
      * seal hash (see SEALHASH.cpy and SEALHWS.cpy)
           COPY ISSUERUN.
           COPY CTLFP.
           COPY SEALHASH.
