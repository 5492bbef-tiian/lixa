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
      * Usage: EXAMPLE63_CTLREG CHECKOUT FILE=name
      *        EXAMPLE63_CTLREG CHECKIN FILE=name REASON=text
      *        EXAMPLE63_CTLREG CANCEL FILE=name [REASON=text]
      *        EXAMPLE63_CTLREG REGISTER FILE=name REASON=text
      *        EXAMPLE63_CTLREG HISTORY FILE=name
      *        EXAMPLE63_CTLREG VERIFY
      *        EXAMPLE63_CTLREG USED RUN=run-id [FILE=name]
      *        EXAMPLE63_CTLREG USED PROGRAM=id [DATE=yyyymmdd]
      *                              [FILE=name]
      *        EXAMPLE63_CTLREG DIFF FILE=name [FROM=n] [TO=n]
      *
      * Control-file registry.  The suite is steered by control files
      * edited by hand in place - TABLE-PROFILES, ERROR-CLASSES,
      * LOAD-LIMITS, APPROVAL-LIMIT, SENDER-PROFILES, JOB-PLAN,
      * BUSINESS-CALENDAR, CONTENT-RULES, DELIVERY-SCHEDULE - and
      * EXAMPLE43_CALIB rewrites LOAD-LIMITS by itself, so when a run
      * behaved oddly nobody could say whether a control file had
      * changed that afternoon.  Every version is now kept in
      * CONTROL-REGISTRY (see CTLREG.cpy) with who, when and why, its
      * content fingerprint, and its exact content as the generation
      * "name-VER-nnnnnn"; every program that reads a control file logs
      * the fingerprint it found against its run in CONTROL-USAGE (see
      * CTLUSE.cpy).
      *
      *   CHECKOUT copies the live file to "name-EDIT" for the
      *            operator (BATCH-OPERATOR) to edit; one check-out
      *            per file at a time.  A file never registered is
      *            registered as version 1 first; a live file that
      *            differs from its latest version was edited in
      *            place and is refused until REGISTERed.
      *   CHECKIN  makes the edited copy the next version and the
      *            live file.  Only the operator holding the
      *            check-out may check in, a reason is required,
      *            and a live file that changed under the check-out
      *            (EXAMPLE43_CALIB, or an in-place edit) is
      *            refused: CANCEL and check out again.
      *   CANCEL   closes a check-out without a new version; the
      *            working copy is left where it is.
      *   REGISTER adopts the live file's current content as the
      *            next version - an in-place edit found by VERIFY,
      *            or a file's first registration.
      *   HISTORY  lists every version and check-out of one file.
      *   VERIFY   fingerprints every registered file and reports
      *            each one whose live content is not its latest
      *            version (ends 4), and the open check-outs.
      *   USED     answers "which version did run X use": each
      *            control file the run (or, for a program that
      *            issues no run id, the program on that date) read,
      *            resolved from its fingerprint to the registered
      *            version.
      *   DIFF     compares two versions field by field, matching
      *            records on the file's key fields (the record
      *            layouts are those of the control files'
      *            copybooks); FROM= defaults to the version before
      *            TO=, TO= to the latest.
      *
      * CHECKOUT, CHECKIN, CANCEL and REGISTER need a named operator
      * (BATCH-OPERATOR); without one they are refused.  Refusals
      * end 1.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE63-CTLREG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTROL-REGISTRY-FILE
                ASSIGN TO "CONTROL-REGISTRY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLREG-STATUS.
            SELECT OPTIONAL CONTROL-USAGE-FILE
                ASSIGN TO "CONTROL-USAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLUSE-STATUS.
      * Any control file, working copy or generation, read line
      * for line, and the copy written from it
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
      * Fingerprint and registration work areas (see CTLFPWS.cpy
      * and CTLREGWS.cpy)
           COPY CTLFPWS.
           COPY CTLREGWS.
        01 WS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2) VALUE 0.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-ARG-EQUALS PIC 9(3) VALUE 0.
        01 WS-COMMAND PIC X(10) VALUE SPACES.
           88 CMD-CHECKOUT VALUE 'CHECKOUT'.
           88 CMD-CHECKIN  VALUE 'CHECKIN'.
           88 CMD-CANCEL   VALUE 'CANCEL'.
           88 CMD-REGISTER VALUE 'REGISTER'.
           88 CMD-HISTORY  VALUE 'HISTORY'.
           88 CMD-VERIFY   VALUE 'VERIFY'.
           88 CMD-USED     VALUE 'USED'.
           88 CMD-DIFF     VALUE 'DIFF'.
        01 WS-FILE-NAME PIC X(40) VALUE SPACES.
        01 WS-REASON PIC X(60) VALUE SPACES.
        01 WS-RUN-FILTER PIC X(13) VALUE SPACES.
        01 WS-PROGRAM-FILTER PIC X(8) VALUE SPACES.
        01 WS-DATE-FILTER PIC X(8) VALUE SPACES.
        01 WS-FROM-VERSION PIC 9(6) VALUE 0.
        01 WS-TO-VERSION PIC 9(6) VALUE 0.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-EDIT-NAME PIC X(60) VALUE SPACES.
        01 WS-LIVE-FP PIC X(24) VALUE SPACES.
        01 WS-RC PIC 9(1) VALUE 0.
        01 WS-LINE-COUNT PIC 9(6) VALUE 0.
      * Every registered version, for VERIFY, USED and DIFF
        01 VER-TABLE.
           05 VER-ENTRY OCCURS 2000 TIMES.
              10 VER-FILE-NAME   PIC X(40).
              10 VER-VERSION     PIC 9(6).
              10 VER-FINGERPRINT PIC X(24).
              10 VER-RECORDS     PIC 9(9).
              10 VER-GENERATION  PIC X(60).
              10 VER-TIMESTAMP   PIC X(21).
              10 VER-LATEST      PIC X(1).
        01 VER-COUNT PIC 9(4) VALUE 0.
        01 VER-IX PIC 9(4) VALUE 0.
        01 VER-IX2 PIC 9(4) VALUE 0.
        01 VER-FOUND PIC 9(4) VALUE 0.
        01 VER-LATER PIC 9(4) VALUE 0.
      * The open check-outs, for VERIFY
        01 CKO-TABLE.
           05 CKO-ENTRY OCCURS 200 TIMES.
              10 CKO-FILE-NAME   PIC X(40).
              10 CKO-OPERATOR-ID PIC X(8).
              10 CKO-TIMESTAMP   PIC X(21).
              10 CKO-OPEN        PIC X(1).
        01 CKO-COUNT PIC 9(4) VALUE 0.
        01 CKO-IX PIC 9(4) VALUE 0.
      * Field layouts of the control files, from their copybooks
      * (TBLPROF, ERRCLASS, LOADLIM, APPRLIM, SNDPROF, JOBPLAN, BIZCAL,
      * CNTRULE, STDRULE, DLVSCHED): the file name a layout applies to
      * (also its partition and variant files, "LOAD-LIMITS-P01",
      * "JOB-PLAN-MEND"), the field, its position and length, and K for
      * the fields that identify a record.  A file with no layout here
      * is compared whole record against whole record.
        01 FIELD-MAP-VALUES.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-REC-TYPE      001001K'.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-TABLE-NAME    002020 '.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-KEY-PREFIX    022001 '.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-COL-A         023020 '.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-COL-B         043020 '.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-COL-B-KIND    063001 '.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-LAYOUT        064001 '.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-PARENT-TYPE   065001 '.
           05 FILLER PIC X(42) VALUE
              'TABLE-PROFILES   TBP-PARENT-COLUMN 066020 '.
           05 FILLER PIC X(42) VALUE
              'ERROR-CLASSES    ECL-RULE-ID       001004K'.
           05 FILLER PIC X(42) VALUE
              'ERROR-CLASSES    ECL-PATTERN       005040 '.
           05 FILLER PIC X(42) VALUE
              'ERROR-CLASSES    ECL-ACTION        045001 '.
           05 FILLER PIC X(42) VALUE
              'LOAD-LIMITS      LIM-MIN-ROWS      001009 '.
           05 FILLER PIC X(42) VALUE
              'LOAD-LIMITS      LIM-MAX-ROWS      010009 '.
           05 FILLER PIC X(42) VALUE
              'APPROVAL-LIMIT   APL-ROW-THRESHOLD 001009 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-SENDER-ID     001010K'.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-NAME-ORDER    011001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-ACTION-ADD    012001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-ACTION-CORRECT013001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-ACTION-REMOVE 014001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-HASH-RULE     015001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-TRAILER-RULE  016001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-NOOP-RULE     017001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-OLD-VALUES    018001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-STATUS        019001 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-CLEAN-NEEDED  020002 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-PROMOTED-BY   022008 '.
           05 FILLER PIC X(42) VALUE
              'SENDER-PROFILES  SND-PROMOTED-DATE 030008 '.
           05 FILLER PIC X(42) VALUE
              'JOB-PLAN         PLAN-STEP-NO      001003K'.
           05 FILLER PIC X(42) VALUE
              'JOB-PLAN         PLAN-COMMAND      004120 '.
           05 FILLER PIC X(42) VALUE
              'JOB-PLAN         PLAN-GROUP        124003 '.
           05 FILLER PIC X(42) VALUE
              'BUSINESS-CALENDARCAL-DATE          001008K'.
           05 FILLER PIC X(42) VALUE
              'BUSINESS-CALENDARCAL-WORKING       009001 '.
           05 FILLER PIC X(42) VALUE
              'BUSINESS-CALENDARCAL-MONTH-END     010001 '.
           05 FILLER PIC X(42) VALUE
              'BUSINESS-CALENDARCAL-HOLIDAY       011001 '.
           05 FILLER PIC X(42) VALUE
              'BUSINESS-CALENDARCAL-PLAN-VARIANT  012008K'.
           05 FILLER PIC X(42) VALUE
              'BUSINESS-CALENDARCAL-DEADLINE      020004 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-RULE-ID       001004K'.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-REC-TYPE      005001 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-FIELD         006008 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-TEST          014001 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-MODE          015001 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-MIN-LENGTH    016003 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-MAX-LENGTH    019003 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-SEVERITY      022001 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-VALUE         023060 '.
           05 FILLER PIC X(42) VALUE
              'CONTENT-RULES    CRL-DESCRIPTION   083040 '.
           05 FILLER PIC X(42) VALUE
              'STANDARDIZATION-RSDR-RULE-ID       001004K'.
           05 FILLER PIC X(42) VALUE
              'STANDARDIZATION-RSDR-FIELD         005008 '.
           05 FILLER PIC X(42) VALUE
              'STANDARDIZATION-RSDR-KIND          013001 '.
           05 FILLER PIC X(42) VALUE
              'STANDARDIZATION-RSDR-MODE          014001 '.
           05 FILLER PIC X(42) VALUE
              'STANDARDIZATION-RSDR-MIN-REST      015002 '.
           05 FILLER PIC X(42) VALUE
              'STANDARDIZATION-RSDR-VALUE         017060 '.
           05 FILLER PIC X(42) VALUE
              'STANDARDIZATION-RSDR-DESCRIPTION   077040 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-SENDER-ID     001010K'.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-DAY-RULE      011001 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-PLAN-VARIANT  012008 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-WEEKDAYS      020007 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-CUTOFF        027004 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-DEADLINE      031004 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-MIN-ROWS      035009 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-MAX-ROWS      044009 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-LATE-ACTION   053001 '.
           05 FILLER PIC X(42) VALUE
              'DELIVERY-SCHEDULEDLV-MISSING-ACTION054001 '.
        01 FIELD-MAP-TABLE REDEFINES FIELD-MAP-VALUES.
           05 FMAP-ENTRY OCCURS 64 TIMES.
              10 FMAP-FILE-NAME  PIC X(17).
              10 FMAP-FIELD-NAME PIC X(18).
              10 FMAP-START      PIC 9(3).
              10 FMAP-LENGTH     PIC 9(3).
              10 FMAP-KEY        PIC X(1).
        01 FMAP-COUNT PIC 9(3) VALUE 64.
        01 FMAP-IX PIC 9(3) VALUE 0.
      * The layout chosen for the file being compared
        01 DIFF-FIELDS.
           05 DFLD-ENTRY OCCURS 20 TIMES.
              10 DFLD-NAME   PIC X(18).
              10 DFLD-START  PIC 9(3).
              10 DFLD-LENGTH PIC 9(3).
              10 DFLD-KEY    PIC X(1).
        01 DFLD-COUNT PIC 9(3) VALUE 0.
        01 DFLD-IX PIC 9(3) VALUE 0.
        01 WS-PREFIX-LENGTH PIC 9(3) VALUE 0.
        01 WS-KEYED PIC X(1) VALUE 'N'.
           88 LAYOUT-KEYED VALUE 'Y'.
      * The two versions being compared, record by record
        01 DIFF-OLD-TABLE.
           05 DOLD-ENTRY OCCURS 1000 TIMES.
              10 DOLD-IMAGE   PIC X(200).
              10 DOLD-KEY     PIC X(40).
              10 DOLD-MATCHED PIC X(1).
        01 DOLD-COUNT PIC 9(4) VALUE 0.
        01 DOLD-IX PIC 9(4) VALUE 0.
        01 DIFF-NEW-TABLE.
           05 DNEW-ENTRY OCCURS 1000 TIMES.
              10 DNEW-IMAGE   PIC X(200).
              10 DNEW-KEY     PIC X(40).
              10 DNEW-MATCHED PIC X(1).
        01 DNEW-COUNT PIC 9(4) VALUE 0.
        01 DNEW-IX PIC 9(4) VALUE 0.
        01 WS-LOAD-SIDE PIC X(1) VALUE SPACE.
        01 WS-LOAD-COUNT PIC 9(4) VALUE 0.
        01 WS-DIFF-IMAGE PIC X(200) VALUE SPACES.
        01 WS-DIFF-KEY PIC X(40) VALUE SPACES.
        01 WS-DIFF-COUNT PIC 9(6) VALUE 0.
        01 WS-FROM-GEN PIC X(60) VALUE SPACES.
        01 WS-TO-GEN PIC X(60) VALUE SPACES.
        01 WS-OLD-VALUE PIC X(120) VALUE SPACES.
        01 WS-NEW-VALUE PIC X(120) VALUE SPACES.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE63_CTLREG'.
            PERFORM PARSE-ARGUMENTS THRU PARSE-ARGUMENTS-EXIT.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
            END-IF.
            IF (CMD-CHECKOUT OR CMD-CHECKIN OR CMD-CANCEL OR
                CMD-REGISTER) AND
               WS-OPERATOR-ID EQUAL 'UNKNOWN' THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-COMMAND)
                       ' needs a named operator (set '
                       'BATCH-OPERATOR) - every version and '
                       'check-out is recorded against who made it'
               STOP RUN RETURNING 1
            END-IF.
            IF (CMD-CHECKOUT OR CMD-CHECKIN OR CMD-CANCEL OR
                CMD-REGISTER OR CMD-HISTORY OR CMD-DIFF) AND
               WS-FILE-NAME EQUAL SPACES THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-COMMAND)
                       ' needs FILE=name'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-FILE-NAME TO WS-CTLREG-FILE-NAME.
            MOVE WS-OPERATOR-ID TO WS-CTLREG-OPERATOR.
            MOVE SPACES TO WS-CTLREG-RUN-ID.
            EVALUATE TRUE
               WHEN CMD-CHECKOUT
                  PERFORM CHECK-OUT-FILE THRU CHECK-OUT-FILE-EXIT
               WHEN CMD-CHECKIN
                  PERFORM CHECK-IN-FILE THRU CHECK-IN-FILE-EXIT
               WHEN CMD-CANCEL
                  PERFORM CANCEL-CHECKOUT THRU CANCEL-CHECKOUT-EXIT
               WHEN CMD-REGISTER
                  PERFORM REGISTER-LIVE-FILE
                     THRU REGISTER-LIVE-FILE-EXIT
               WHEN CMD-HISTORY
                  PERFORM LIST-HISTORY THRU LIST-HISTORY-EXIT
               WHEN CMD-VERIFY
                  PERFORM VERIFY-REGISTERED-FILES
                     THRU VERIFY-REGISTERED-FILES-EXIT
               WHEN CMD-USED
                  PERFORM LIST-USAGE THRU LIST-USAGE-EXIT
               WHEN CMD-DIFF
                  PERFORM DIFF-VERSIONS THRU DIFF-VERSIONS-EXIT
               WHEN OTHER
                  DISPLAY 'Usage: EXAMPLE63_CTLREG CHECKOUT/CHECKIN/'
                          'CANCEL/REGISTER/HISTORY FILE=name '
                          '[REASON=text] | VERIFY | USED RUN=run-id '
                          '| USED PROGRAM=id [DATE=yyyymmdd] | DIFF '
                          'FILE=name [FROM=n] [TO=n]'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            STOP RUN RETURNING WS-RC.
      *
      * The command word, then keyword arguments; a REASON= may
      * carry spaces (and '=') when the shell passes it quoted.
      *
        PARSE-ARGUMENTS.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 6
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE 0 TO WS-ARG-EQUALS
                  INSPECT ARGV TALLYING WS-ARG-EQUALS
                     FOR CHARACTERS BEFORE INITIAL '='
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  IF WS-ARG-EQUALS > 0 AND WS-ARG-EQUALS < 99 THEN
                     MOVE ARGV(1:WS-ARG-EQUALS) TO WS-ARG-KEYWORD
                     MOVE ARGV(WS-ARG-EQUALS + 2:) TO WS-ARG-VALUE
                  ELSE
                     MOVE ARGV TO WS-ARG-KEYWORD
                  END-IF
                  EVALUATE FUNCTION UPPER-CASE(WS-ARG-KEYWORD)
                     WHEN 'FILE'
                        MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE)
                          TO WS-FILE-NAME
                     WHEN 'REASON'
                        MOVE WS-ARG-VALUE TO WS-REASON
                     WHEN 'RUN'
                        MOVE WS-ARG-VALUE(1:13) TO WS-RUN-FILTER
                     WHEN 'PROGRAM'
                        MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8))
                          TO WS-PROGRAM-FILTER
                     WHEN 'DATE'
                        MOVE WS-ARG-VALUE(1:8) TO WS-DATE-FILTER
                     WHEN 'FROM'
                        COMPUTE WS-FROM-VERSION =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN 'TO'
                        COMPUTE WS-TO-VERSION =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
        PARSE-ARGUMENTS-EXIT.
            EXIT.
      *
      * CHECKOUT: the live file must be the latest version (a file
      * never registered becomes version 1 here), and nobody else
      * may hold it.
      *
        CHECK-OUT-FILE.
            PERFORM SCAN-CONTROL-REGISTRY
               THRU SCAN-CONTROL-REGISTRY-EXIT.
            IF CTLREG-CHECKED-OUT THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-FILE-NAME)
                       ' is checked out by ' WS-CTLREG-CO-OPERATOR
                       ' since ' WS-CTLREG-CO-TIME(1:8) ' '
                       WS-CTLREG-CO-TIME(9:4)
               MOVE 1 TO WS-RC
               GO TO CHECK-OUT-FILE-EXIT
            END-IF.
            MOVE WS-FILE-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM FINGERPRINT-CONTROL-FILE
               THRU FINGERPRINT-CONTROL-FILE-EXIT.
            IF WS-CTLREG-VERSION EQUAL 0 AND
               WS-CTLFP-FINGERPRINT NOT EQUAL 'ABSENT' THEN
               MOVE WS-FILE-NAME TO WS-CTLREG-SOURCE
               MOVE 'initial registration at first check-out'
                 TO WS-CTLREG-REASON
               PERFORM REGISTER-CONTROL-VERSION
                  THRU REGISTER-CONTROL-VERSION-EXIT
               IF NOT CTLREG-REGISTERED THEN
                  MOVE 1 TO WS-RC
                  GO TO CHECK-OUT-FILE-EXIT
               END-IF
            END-IF.
            IF WS-CTLFP-FINGERPRINT NOT EQUAL WS-CTLREG-LAST-FP THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-FILE-NAME)
                       ' was changed in place since version '
                       WS-CTLREG-VERSION ' - REGISTER it first, '
                       'with the reason, then check it out'
               MOVE 1 TO WS-RC
               GO TO CHECK-OUT-FILE-EXIT
            END-IF.
            PERFORM SET-EDIT-NAME THRU SET-EDIT-NAME.
            IF WS-CTLFP-FINGERPRINT NOT EQUAL 'ABSENT' THEN
               MOVE WS-FILE-NAME TO WS-CTLFP-FILE-NAME
               MOVE WS-EDIT-NAME TO WS-CTLREG-COPY-TO
               PERFORM COPY-CONTROL-FILE THRU COPY-CONTROL-FILE-EXIT
               IF WS-CTLREG-COPY-STATUS NOT EQUAL '00' THEN
                  DISPLAY 'REFUSED: working copy '
                          FUNCTION TRIM(WS-EDIT-NAME)
                          ' could not be written (status '
                          WS-CTLREG-COPY-STATUS ')'
                  MOVE 1 TO WS-RC
                  GO TO CHECK-OUT-FILE-EXIT
               END-IF
            END-IF.
            MOVE WS-FILE-NAME TO CRG-FILE-NAME.
            MOVE WS-CTLREG-VERSION TO CRG-VERSION.
            MOVE 'O' TO CRG-KIND.
            MOVE WS-CTLREG-LAST-FP TO CRG-FINGERPRINT.
            MOVE WS-CTLFP-RECORDS TO CRG-RECORDS.
            MOVE WS-EDIT-NAME TO CRG-GENERATION.
            MOVE WS-OPERATOR-ID TO CRG-OPERATOR-ID.
            MOVE WS-REASON TO CRG-REASON.
            MOVE SPACES TO CRG-RUN-ID.
            PERFORM WRITE-CONTROL-REGISTRY
               THRU WRITE-CONTROL-REGISTRY-EXIT.
            IF CTLREG-FAILED THEN
               MOVE 1 TO WS-RC
               GO TO CHECK-OUT-FILE-EXIT
            END-IF.
            IF WS-CTLFP-FINGERPRINT EQUAL 'ABSENT' THEN
               DISPLAY FUNCTION TRIM(WS-FILE-NAME)
                       ' checked out by ' WS-OPERATOR-ID
                       ' as a new file - create '
                       FUNCTION TRIM(WS-EDIT-NAME)
                       ' and CHECKIN when done'
            ELSE
               DISPLAY FUNCTION TRIM(WS-FILE-NAME) ' version '
                       WS-CTLREG-VERSION ' checked out by '
                       WS-OPERATOR-ID ' - edit '
                       FUNCTION TRIM(WS-EDIT-NAME)
                       ' and CHECKIN when done'
            END-IF.
        CHECK-OUT-FILE-EXIT.
            EXIT.
      *
      * CHECKIN: the holder's edited copy becomes the next version
      * and the live file, provided the live file is still what
      * was checked out.
      *
        CHECK-IN-FILE.
            IF WS-REASON EQUAL SPACES THEN
               DISPLAY 'REFUSED: CHECKIN needs REASON=text - why '
                       'the file changed is half of its history'
               MOVE 1 TO WS-RC
               GO TO CHECK-IN-FILE-EXIT
            END-IF.
            PERFORM SCAN-CONTROL-REGISTRY
               THRU SCAN-CONTROL-REGISTRY-EXIT.
            IF NOT CTLREG-CHECKED-OUT THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-FILE-NAME)
                       ' is not checked out'
               MOVE 1 TO WS-RC
               GO TO CHECK-IN-FILE-EXIT
            END-IF.
            IF WS-CTLREG-CO-OPERATOR NOT EQUAL WS-OPERATOR-ID THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-FILE-NAME)
                       ' is checked out by ' WS-CTLREG-CO-OPERATOR
                       ', not ' WS-OPERATOR-ID
               MOVE 1 TO WS-RC
               GO TO CHECK-IN-FILE-EXIT
            END-IF.
            MOVE WS-FILE-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM FINGERPRINT-CONTROL-FILE
               THRU FINGERPRINT-CONTROL-FILE-EXIT.
            IF WS-CTLFP-FINGERPRINT NOT EQUAL WS-CTLREG-CO-FP THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-FILE-NAME)
                       ' changed while it was checked out (now '
                       FUNCTION TRIM(WS-CTLFP-FINGERPRINT)
                       ', checked out at '
                       FUNCTION TRIM(WS-CTLREG-CO-FP)
                       ') - CANCEL, check out again and redo the '
                       'edit'
               MOVE 1 TO WS-RC
               GO TO CHECK-IN-FILE-EXIT
            END-IF.
            PERFORM SET-EDIT-NAME THRU SET-EDIT-NAME.
            MOVE WS-EDIT-NAME TO WS-CTLREG-SOURCE.
            MOVE WS-REASON TO WS-CTLREG-REASON.
            PERFORM REGISTER-CONTROL-VERSION
               THRU REGISTER-CONTROL-VERSION-EXIT.
            IF CTLREG-FAILED THEN
               MOVE 1 TO WS-RC
               GO TO CHECK-IN-FILE-EXIT
            END-IF.
            IF CTLREG-REGISTERED THEN
               MOVE WS-CTLREG-LAST-GEN TO WS-CTLFP-FILE-NAME
               MOVE WS-FILE-NAME TO WS-CTLREG-COPY-TO
               PERFORM COPY-CONTROL-FILE THRU COPY-CONTROL-FILE-EXIT
               IF WS-CTLREG-COPY-STATUS NOT EQUAL '00' THEN
                  DISPLAY 'WARNING: version ' WS-CTLREG-VERSION
                          ' is registered but the live '
                          FUNCTION TRIM(WS-FILE-NAME)
                          ' could not be rewritten (status '
                          WS-CTLREG-COPY-STATUS ') - copy '
                          FUNCTION TRIM(WS-CTLREG-LAST-GEN)
                          ' over it by hand'
                  MOVE 1 TO WS-RC
               END-IF
               MOVE 'checked in' TO CRG-REASON
            ELSE
               DISPLAY FUNCTION TRIM(WS-FILE-NAME)
                       ' checked in unchanged - still version '
                       WS-CTLREG-VERSION
               MOVE 'checked in unchanged' TO CRG-REASON
            END-IF.
            MOVE WS-FILE-NAME TO CRG-FILE-NAME.
            MOVE WS-CTLREG-VERSION TO CRG-VERSION.
            MOVE 'C' TO CRG-KIND.
            MOVE WS-CTLREG-LAST-FP TO CRG-FINGERPRINT.
            MOVE WS-CTLFP-RECORDS TO CRG-RECORDS.
            MOVE WS-EDIT-NAME TO CRG-GENERATION.
            MOVE WS-OPERATOR-ID TO CRG-OPERATOR-ID.
            MOVE SPACES TO CRG-RUN-ID.
            PERFORM WRITE-CONTROL-REGISTRY
               THRU WRITE-CONTROL-REGISTRY-EXIT.
            IF CTLREG-FAILED THEN
               MOVE 1 TO WS-RC
               GO TO CHECK-IN-FILE-EXIT
            END-IF.
            CALL "CBL_DELETE_FILE" USING WS-EDIT-NAME.
            MOVE 0 TO RETURN-CODE.
        CHECK-IN-FILE-EXIT.
            EXIT.
      *
      * CANCEL: anyone may close a check-out (the holder may be
      * away); who did is recorded.
      *
        CANCEL-CHECKOUT.
            PERFORM SCAN-CONTROL-REGISTRY
               THRU SCAN-CONTROL-REGISTRY-EXIT.
            IF NOT CTLREG-CHECKED-OUT THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-FILE-NAME)
                       ' is not checked out'
               MOVE 1 TO WS-RC
               GO TO CANCEL-CHECKOUT-EXIT
            END-IF.
            PERFORM SET-EDIT-NAME THRU SET-EDIT-NAME.
            MOVE WS-FILE-NAME TO CRG-FILE-NAME.
            MOVE WS-CTLREG-VERSION TO CRG-VERSION.
            MOVE 'C' TO CRG-KIND.
            MOVE WS-CTLREG-LAST-FP TO CRG-FINGERPRINT.
            MOVE 0 TO CRG-RECORDS.
            MOVE WS-EDIT-NAME TO CRG-GENERATION.
            MOVE WS-OPERATOR-ID TO CRG-OPERATOR-ID.
            IF WS-REASON EQUAL SPACES THEN
               MOVE SPACES TO CRG-REASON
               STRING 'cancelled (held by ' DELIMITED BY SIZE
                      WS-CTLREG-CO-OPERATOR DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                      INTO CRG-REASON
               END-STRING
            ELSE
               MOVE WS-REASON TO CRG-REASON
            END-IF.
            MOVE SPACES TO CRG-RUN-ID.
            PERFORM WRITE-CONTROL-REGISTRY
               THRU WRITE-CONTROL-REGISTRY-EXIT.
            IF CTLREG-FAILED THEN
               MOVE 1 TO WS-RC
               GO TO CANCEL-CHECKOUT-EXIT
            END-IF.
            DISPLAY 'Check-out of ' FUNCTION TRIM(WS-FILE-NAME)
                    ' by ' WS-CTLREG-CO-OPERATOR ' cancelled by '
                    WS-OPERATOR-ID ' - working copy '
                    FUNCTION TRIM(WS-EDIT-NAME) ' left in place'.
        CANCEL-CHECKOUT-EXIT.
            EXIT.
      *
      * REGISTER: the live content as the next version.
      *
        REGISTER-LIVE-FILE.
            IF WS-REASON EQUAL SPACES THEN
               DISPLAY 'REFUSED: REGISTER needs REASON=text'
               MOVE 1 TO WS-RC
               GO TO REGISTER-LIVE-FILE-EXIT
            END-IF.
            MOVE WS-FILE-NAME TO WS-CTLREG-SOURCE.
            MOVE WS-REASON TO WS-CTLREG-REASON.
            PERFORM REGISTER-CONTROL-VERSION
               THRU REGISTER-CONTROL-VERSION-EXIT.
            EVALUATE TRUE
               WHEN CTLREG-FAILED
                  MOVE 1 TO WS-RC
               WHEN CTLREG-UNCHANGED
                  DISPLAY FUNCTION TRIM(WS-FILE-NAME)
                          ' is unchanged - still version '
                          WS-CTLREG-VERSION
               WHEN OTHER
                  IF CTLREG-CHECKED-OUT THEN
                     DISPLAY 'NOTE: ' FUNCTION TRIM(WS-FILE-NAME)
                             ' is checked out by '
                             WS-CTLREG-CO-OPERATOR
                             ' - that check-in will now be refused'
                  END-IF
            END-EVALUATE.
        REGISTER-LIVE-FILE-EXIT.
            EXIT.
        SET-EDIT-NAME.
            MOVE SPACES TO WS-EDIT-NAME.
            STRING FUNCTION TRIM(WS-FILE-NAME) DELIMITED BY SIZE
                   '-EDIT' DELIMITED BY SIZE
                   INTO WS-EDIT-NAME
            END-STRING.
      *
      * HISTORY: every row the registry holds for the file.
      *
        LIST-HISTORY.
            DISPLAY 'History of ' FUNCTION TRIM(WS-FILE-NAME).
            MOVE 0 TO WS-LINE-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CONTROL-REGISTRY-FILE.
            IF WS-CTLREG-STATUS NOT EQUAL '00' THEN
               IF WS-CTLREG-STATUS EQUAL '05' THEN
                  CLOSE CONTROL-REGISTRY-FILE
               END-IF
               GO TO LIST-HISTORY-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ CONTROL-REGISTRY-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF CRG-FILE-NAME EQUAL WS-FILE-NAME THEN
                        ADD 1 TO WS-LINE-COUNT
                        PERFORM SHOW-HISTORY-ROW
                           THRU SHOW-HISTORY-ROW
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CONTROL-REGISTRY-FILE.
        LIST-HISTORY-DONE.
            IF WS-LINE-COUNT EQUAL 0 THEN
               DISPLAY '  never registered'
            END-IF.
        LIST-HISTORY-EXIT.
            EXIT.
        SHOW-HISTORY-ROW.
            EVALUATE TRUE
               WHEN CRG-IS-VERSION
                  DISPLAY '  ' CRG-TIMESTAMP(1:8) ' '
                          CRG-TIMESTAMP(9:6) ' VERSION  '
                          CRG-VERSION ' ' CRG-OPERATOR-ID ' '
                          CRG-FINGERPRINT ' ' CRG-RECORDS ' rec  '
                          FUNCTION TRIM(CRG-REASON)
                  IF CRG-RUN-ID NOT EQUAL SPACES THEN
                     DISPLAY '                    (run '
                             CRG-RUN-ID ')'
                  END-IF
               WHEN CRG-IS-CHECKOUT
                  DISPLAY '  ' CRG-TIMESTAMP(1:8) ' '
                          CRG-TIMESTAMP(9:6) ' CHECKOUT '
                          CRG-VERSION ' ' CRG-OPERATOR-ID
               WHEN CRG-IS-CLOSED
                  DISPLAY '  ' CRG-TIMESTAMP(1:8) ' '
                          CRG-TIMESTAMP(9:6) ' CLOSED   '
                          CRG-VERSION ' ' CRG-OPERATOR-ID ' '
                          FUNCTION TRIM(CRG-REASON)
            END-EVALUATE.
      *
      * Every registered version in memory, the latest of each
      * file marked, and the check-outs still open.
      *
        LOAD-VERSIONS.
            MOVE 0 TO VER-COUNT.
            MOVE 0 TO CKO-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CONTROL-REGISTRY-FILE.
            IF WS-CTLREG-STATUS NOT EQUAL '00' THEN
               IF WS-CTLREG-STATUS EQUAL '05' THEN
                  CLOSE CONTROL-REGISTRY-FILE
               END-IF
               GO TO LOAD-VERSIONS-EXIT
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ CONTROL-REGISTRY-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     PERFORM NOTE-REGISTRY-ROW
                        THRU NOTE-REGISTRY-ROW-EXIT
               END-READ
            END-PERFORM.
            CLOSE CONTROL-REGISTRY-FILE.
        LOAD-VERSIONS-EXIT.
            EXIT.
        NOTE-REGISTRY-ROW.
            IF CRG-IS-VERSION THEN
               IF VER-COUNT NOT < 2000 THEN
                  DISPLAY 'More than 2000 registered versions - '
                          'only the first 2000 are considered'
                  GO TO NOTE-REGISTRY-ROW-EXIT
               END-IF
               PERFORM VARYING VER-IX FROM 1 BY 1
                        UNTIL VER-IX > VER-COUNT
                  IF VER-FILE-NAME (VER-IX) EQUAL CRG-FILE-NAME THEN
                     MOVE 'N' TO VER-LATEST (VER-IX)
                  END-IF
               END-PERFORM
               ADD 1 TO VER-COUNT
               MOVE CRG-FILE-NAME TO VER-FILE-NAME (VER-COUNT)
               MOVE CRG-VERSION TO VER-VERSION (VER-COUNT)
               MOVE CRG-FINGERPRINT TO VER-FINGERPRINT (VER-COUNT)
               MOVE CRG-RECORDS TO VER-RECORDS (VER-COUNT)
               MOVE CRG-GENERATION TO VER-GENERATION (VER-COUNT)
               MOVE CRG-TIMESTAMP TO VER-TIMESTAMP (VER-COUNT)
               MOVE 'Y' TO VER-LATEST (VER-COUNT)
               GO TO NOTE-REGISTRY-ROW-EXIT
            END-IF.
            PERFORM VARYING CKO-IX FROM 1 BY 1
                     UNTIL CKO-IX > CKO-COUNT
               IF CKO-FILE-NAME (CKO-IX) EQUAL CRG-FILE-NAME THEN
                  MOVE 'N' TO CKO-OPEN (CKO-IX)
                  IF CRG-IS-CHECKOUT THEN
                     MOVE 'Y' TO CKO-OPEN (CKO-IX)
                     MOVE CRG-OPERATOR-ID
                       TO CKO-OPERATOR-ID (CKO-IX)
                     MOVE CRG-TIMESTAMP TO CKO-TIMESTAMP (CKO-IX)
                  END-IF
                  GO TO NOTE-REGISTRY-ROW-EXIT
               END-IF
            END-PERFORM.
            IF CRG-IS-CHECKOUT AND CKO-COUNT < 200 THEN
               ADD 1 TO CKO-COUNT
               MOVE CRG-FILE-NAME TO CKO-FILE-NAME (CKO-COUNT)
               MOVE CRG-OPERATOR-ID TO CKO-OPERATOR-ID (CKO-COUNT)
               MOVE CRG-TIMESTAMP TO CKO-TIMESTAMP (CKO-COUNT)
               MOVE 'Y' TO CKO-OPEN (CKO-COUNT)
            END-IF.
        NOTE-REGISTRY-ROW-EXIT.
            EXIT.
      *
      * VERIFY: is every registered file still its latest version?
      *
        VERIFY-REGISTERED-FILES.
            PERFORM LOAD-VERSIONS THRU LOAD-VERSIONS-EXIT.
            MOVE 0 TO WS-LINE-COUNT.
            PERFORM VARYING VER-IX FROM 1 BY 1
                     UNTIL VER-IX > VER-COUNT
               IF VER-LATEST (VER-IX) EQUAL 'Y' THEN
                  MOVE VER-FILE-NAME (VER-IX) TO WS-CTLFP-FILE-NAME
                  PERFORM FINGERPRINT-CONTROL-FILE
                     THRU FINGERPRINT-CONTROL-FILE-EXIT
                  IF WS-CTLFP-FINGERPRINT EQUAL
                     VER-FINGERPRINT (VER-IX) THEN
                     DISPLAY '  OK     '
                             VER-FILE-NAME (VER-IX)(1:20)
                             ' version ' VER-VERSION (VER-IX)
                  ELSE
                     ADD 1 TO WS-LINE-COUNT
                     DISPLAY '  DRIFT  '
                             VER-FILE-NAME (VER-IX)(1:20)
                             ' live ' WS-CTLFP-FINGERPRINT
                             ' is not version ' VER-VERSION (VER-IX)
                             ' ' VER-FINGERPRINT (VER-IX)
                  END-IF
               END-IF
            END-PERFORM.
            PERFORM VARYING CKO-IX FROM 1 BY 1
                     UNTIL CKO-IX > CKO-COUNT
               IF CKO-OPEN (CKO-IX) EQUAL 'Y' THEN
                  DISPLAY '  OUT    '
                          CKO-FILE-NAME (CKO-IX)(1:20)
                          ' checked out by ' CKO-OPERATOR-ID (CKO-IX)
                          ' since ' CKO-TIMESTAMP (CKO-IX)(1:8) ' '
                          CKO-TIMESTAMP (CKO-IX)(9:4)
               END-IF
            END-PERFORM.
            IF WS-LINE-COUNT > 0 THEN
               DISPLAY 'VERIFY RESULT: ' WS-LINE-COUNT
                       ' control file(s) changed outside the '
                       'registry - REGISTER each with the reason'
               MOVE 4 TO WS-RC
            ELSE
               DISPLAY 'VERIFY RESULT: every registered control '
                       'file is its latest version'
            END-IF.
        VERIFY-REGISTERED-FILES-EXIT.
            EXIT.
      *
      * USED: the control files a run read, and which version
      * each was.
      *
        LIST-USAGE.
            IF WS-RUN-FILTER EQUAL SPACES AND
               WS-PROGRAM-FILTER EQUAL SPACES THEN
               DISPLAY 'REFUSED: USED needs RUN=run-id or '
                       'PROGRAM=id'
               MOVE 1 TO WS-RC
               GO TO LIST-USAGE-EXIT
            END-IF.
            PERFORM LOAD-VERSIONS THRU LOAD-VERSIONS-EXIT.
            MOVE 0 TO WS-LINE-COUNT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT CONTROL-USAGE-FILE.
            IF WS-CTLUSE-STATUS NOT EQUAL '00' THEN
               IF WS-CTLUSE-STATUS EQUAL '05' THEN
                  CLOSE CONTROL-USAGE-FILE
               END-IF
               GO TO LIST-USAGE-DONE
            END-IF.
            PERFORM UNTIL END-OF-FILE
               READ CONTROL-USAGE-FILE
                  AT END
                     SET END-OF-FILE TO TRUE
                  NOT AT END
                     IF (WS-RUN-FILTER EQUAL SPACES OR
                         CTU-RUN-ID EQUAL WS-RUN-FILTER) AND
                        (WS-PROGRAM-FILTER EQUAL SPACES OR
                         CTU-PROGRAM-ID EQUAL WS-PROGRAM-FILTER) AND
                        (WS-DATE-FILTER EQUAL SPACES OR
                         CTU-TIMESTAMP(1:8) EQUAL WS-DATE-FILTER) AND
                        (WS-FILE-NAME EQUAL SPACES OR
                         CTU-FILE-NAME EQUAL WS-FILE-NAME) THEN
                        ADD 1 TO WS-LINE-COUNT
                        PERFORM SHOW-USAGE-ROW THRU SHOW-USAGE-ROW
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CONTROL-USAGE-FILE.
        LIST-USAGE-DONE.
            IF WS-LINE-COUNT EQUAL 0 THEN
               DISPLAY 'No control-file use logged for that '
                       'selection'
            END-IF.
        LIST-USAGE-EXIT.
            EXIT.
      * The version a fingerprint was: the latest one carrying it
      * that was registered before the read; failing that, one
      * registered afterwards (the content was adopted later).
        SHOW-USAGE-ROW.
            MOVE 0 TO VER-FOUND.
            MOVE 0 TO VER-LATER.
            PERFORM VARYING VER-IX FROM 1 BY 1
                     UNTIL VER-IX > VER-COUNT
               IF VER-FILE-NAME (VER-IX) EQUAL CTU-FILE-NAME AND
                  VER-FINGERPRINT (VER-IX) EQUAL CTU-FINGERPRINT THEN
                  IF VER-TIMESTAMP (VER-IX) NOT > CTU-TIMESTAMP THEN
                     MOVE VER-IX TO VER-FOUND
                  ELSE
                     IF VER-LATER EQUAL 0 THEN
                        MOVE VER-IX TO VER-LATER
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF VER-FOUND EQUAL 0 THEN
               MOVE VER-LATER TO VER-FOUND
            END-IF.
            EVALUATE TRUE
               WHEN CTU-FINGERPRINT EQUAL 'ABSENT'
                  DISPLAY '  ' CTU-RUN-ID ' ' CTU-PROGRAM-ID ' '
                          CTU-TIMESTAMP(1:8) ' '
                          CTU-TIMESTAMP(9:6) ' '
                          CTU-FILE-NAME(1:20) ' ABSENT - the '
                          'program ran without it'
               WHEN VER-FOUND EQUAL 0
                  DISPLAY '  ' CTU-RUN-ID ' ' CTU-PROGRAM-ID ' '
                          CTU-TIMESTAMP(1:8) ' '
                          CTU-TIMESTAMP(9:6) ' '
                          CTU-FILE-NAME(1:20) ' UNREGISTERED '
                          'content ' CTU-FINGERPRINT
               WHEN VER-TIMESTAMP (VER-FOUND) > CTU-TIMESTAMP
                  DISPLAY '  ' CTU-RUN-ID ' ' CTU-PROGRAM-ID ' '
                          CTU-TIMESTAMP(1:8) ' '
                          CTU-TIMESTAMP(9:6) ' '
                          CTU-FILE-NAME(1:20) ' version '
                          VER-VERSION (VER-FOUND)
                          ' (registered only after the read)'
               WHEN OTHER
                  DISPLAY '  ' CTU-RUN-ID ' ' CTU-PROGRAM-ID ' '
                          CTU-TIMESTAMP(1:8) ' '
                          CTU-TIMESTAMP(9:6) ' '
                          CTU-FILE-NAME(1:20) ' version '
                          VER-VERSION (VER-FOUND) ' '
                          CTU-FINGERPRINT
            END-EVALUATE.
      *
      * DIFF: two versions, field by field.
      *
        DIFF-VERSIONS.
            PERFORM LOAD-VERSIONS THRU LOAD-VERSIONS-EXIT.
            MOVE 0 TO VER-FOUND.
            PERFORM VARYING VER-IX FROM 1 BY 1
                     UNTIL VER-IX > VER-COUNT
               IF VER-FILE-NAME (VER-IX) EQUAL WS-FILE-NAME AND
                  VER-LATEST (VER-IX) EQUAL 'Y' THEN
                  MOVE VER-IX TO VER-FOUND
               END-IF
            END-PERFORM.
            IF VER-FOUND EQUAL 0 THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-FILE-NAME)
                       ' was never registered'
               MOVE 1 TO WS-RC
               GO TO DIFF-VERSIONS-EXIT
            END-IF.
            IF WS-TO-VERSION EQUAL 0 THEN
               MOVE VER-VERSION (VER-FOUND) TO WS-TO-VERSION
            END-IF.
            IF WS-FROM-VERSION EQUAL 0 AND WS-TO-VERSION > 1 THEN
               COMPUTE WS-FROM-VERSION = WS-TO-VERSION - 1
            END-IF.
            MOVE SPACES TO WS-FROM-GEN.
            MOVE SPACES TO WS-TO-GEN.
            PERFORM VARYING VER-IX FROM 1 BY 1
                     UNTIL VER-IX > VER-COUNT
               IF VER-FILE-NAME (VER-IX) EQUAL WS-FILE-NAME THEN
                  IF VER-VERSION (VER-IX) EQUAL WS-FROM-VERSION THEN
                     MOVE VER-GENERATION (VER-IX) TO WS-FROM-GEN
                  END-IF
                  IF VER-VERSION (VER-IX) EQUAL WS-TO-VERSION THEN
                     MOVE VER-GENERATION (VER-IX) TO WS-TO-GEN
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-FROM-GEN EQUAL SPACES OR WS-TO-GEN EQUAL SPACES
               THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-FILE-NAME)
                       ' has no version ' WS-FROM-VERSION
                       ' and ' WS-TO-VERSION ' to compare'
               MOVE 1 TO WS-RC
               GO TO DIFF-VERSIONS-EXIT
            END-IF.
            PERFORM CHOOSE-LAYOUT THRU CHOOSE-LAYOUT.
            MOVE 'O' TO WS-LOAD-SIDE.
            MOVE WS-FROM-GEN TO WS-CTLFP-FILE-NAME.
            PERFORM LOAD-GENERATION THRU LOAD-GENERATION-EXIT.
            IF WS-RC NOT EQUAL 0 THEN
               GO TO DIFF-VERSIONS-EXIT
            END-IF.
            MOVE 'N' TO WS-LOAD-SIDE.
            MOVE WS-TO-GEN TO WS-CTLFP-FILE-NAME.
            PERFORM LOAD-GENERATION THRU LOAD-GENERATION-EXIT.
            IF WS-RC NOT EQUAL 0 THEN
               GO TO DIFF-VERSIONS-EXIT
            END-IF.
            DISPLAY FUNCTION TRIM(WS-FILE-NAME) ' version '
                    WS-FROM-VERSION ' (' DOLD-COUNT ' rec) to '
                    WS-TO-VERSION ' (' DNEW-COUNT ' rec)'.
            MOVE 0 TO WS-DIFF-COUNT.
            PERFORM VARYING DOLD-IX FROM 1 BY 1
                     UNTIL DOLD-IX > DOLD-COUNT
               PERFORM DIFF-ONE-RECORD THRU DIFF-ONE-RECORD-EXIT
            END-PERFORM.
            PERFORM VARYING DNEW-IX FROM 1 BY 1
                     UNTIL DNEW-IX > DNEW-COUNT
               IF DNEW-MATCHED (DNEW-IX) NOT EQUAL 'Y' THEN
                  ADD 1 TO WS-DIFF-COUNT
                  DISPLAY '  ADDED    '
                          FUNCTION TRIM(DNEW-KEY (DNEW-IX))
                  DISPLAY '           '
                          FUNCTION TRIM(DNEW-IMAGE (DNEW-IX) TRAILING)
               END-IF
            END-PERFORM.
            IF WS-DIFF-COUNT EQUAL 0 THEN
               DISPLAY '  no differences'
            ELSE
               DISPLAY 'DIFF RESULT: ' WS-DIFF-COUNT
                       ' difference(s)'
            END-IF.
        DIFF-VERSIONS-EXIT.
            EXIT.
      * The copybook layout whose file name the compared file
      * starts with; none found, the whole record is one field.
        CHOOSE-LAYOUT.
            MOVE 0 TO DFLD-COUNT.
            MOVE 'N' TO WS-KEYED.
            PERFORM VARYING FMAP-IX FROM 1 BY 1
                     UNTIL FMAP-IX > FMAP-COUNT
               COMPUTE WS-PREFIX-LENGTH = FUNCTION LENGTH(
                  FUNCTION TRIM(FMAP-FILE-NAME (FMAP-IX)))
               END-COMPUTE
               IF WS-FILE-NAME(1:WS-PREFIX-LENGTH) EQUAL
                  FMAP-FILE-NAME (FMAP-IX)(1:WS-PREFIX-LENGTH) AND
                  DFLD-COUNT < 20 THEN
                  ADD 1 TO DFLD-COUNT
                  MOVE FMAP-FIELD-NAME (FMAP-IX)
                    TO DFLD-NAME (DFLD-COUNT)
                  MOVE FMAP-START (FMAP-IX) TO DFLD-START (DFLD-COUNT)
                  MOVE FMAP-LENGTH (FMAP-IX)
                    TO DFLD-LENGTH (DFLD-COUNT)
                  MOVE FMAP-KEY (FMAP-IX) TO DFLD-KEY (DFLD-COUNT)
                  IF FMAP-KEY (FMAP-IX) EQUAL 'K' THEN
                     SET LAYOUT-KEYED TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
            IF DFLD-COUNT EQUAL 0 THEN
               MOVE 1 TO DFLD-COUNT
               MOVE 'RECORD' TO DFLD-NAME (1)
               MOVE 1 TO DFLD-START (1)
               MOVE 200 TO DFLD-LENGTH (1)
               MOVE SPACE TO DFLD-KEY (1)
            END-IF.
      * One generation into the old ('O') or new ('N') table, each
      * record with its key: the K fields joined by '/', or for a
      * layout without keys the record's position.
        LOAD-GENERATION.
            MOVE 0 TO WS-LOAD-COUNT.
            MOVE 'N' TO WS-CTLFP-EOF.
            OPEN INPUT CONTROL-SCAN-FILE.
            IF WS-CTLFP-STATUS NOT EQUAL '00' THEN
               IF WS-CTLFP-STATUS EQUAL '05' THEN
                  CLOSE CONTROL-SCAN-FILE
               END-IF
               DISPLAY 'REFUSED: generation '
                       FUNCTION TRIM(WS-CTLFP-FILE-NAME)
                       ' is missing (status ' WS-CTLFP-STATUS ')'
               MOVE 1 TO WS-RC
               GO TO LOAD-GENERATION-EXIT
            END-IF.
            PERFORM UNTIL END-OF-CTLFP
               READ CONTROL-SCAN-FILE
                  AT END
                     SET END-OF-CTLFP TO TRUE
                  NOT AT END
                     IF WS-LOAD-COUNT < 1000 THEN
                        ADD 1 TO WS-LOAD-COUNT
                        PERFORM STORE-GENERATION-RECORD
                           THRU STORE-GENERATION-RECORD
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CONTROL-SCAN-FILE.
            IF WS-LOAD-SIDE EQUAL 'O' THEN
               MOVE WS-LOAD-COUNT TO DOLD-COUNT
            ELSE
               MOVE WS-LOAD-COUNT TO DNEW-COUNT
            END-IF.
        LOAD-GENERATION-EXIT.
            EXIT.
        STORE-GENERATION-RECORD.
            MOVE SPACES TO WS-DIFF-IMAGE.
            IF WS-CTLFP-LENGTH > 0 THEN
               MOVE CONTROL-SCAN-RECORD(1:WS-CTLFP-LENGTH)
                 TO WS-DIFF-IMAGE
            END-IF.
            MOVE SPACES TO WS-DIFF-KEY.
            IF LAYOUT-KEYED THEN
               PERFORM VARYING DFLD-IX FROM 1 BY 1
                        UNTIL DFLD-IX > DFLD-COUNT
                  IF DFLD-KEY (DFLD-IX) EQUAL 'K' THEN
                     IF WS-DIFF-KEY NOT EQUAL SPACES THEN
                        STRING FUNCTION TRIM(WS-DIFF-KEY)
                                  DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               INTO WS-DIFF-KEY
                        END-STRING
                     END-IF
                     STRING FUNCTION TRIM(WS-DIFF-KEY)
                               DELIMITED BY SIZE
                            WS-DIFF-IMAGE(DFLD-START (DFLD-IX):
                                          DFLD-LENGTH (DFLD-IX))
                               DELIMITED BY SIZE
                            INTO WS-DIFF-KEY
                     END-STRING
                  END-IF
               END-PERFORM
            ELSE
               STRING 'record ' DELIMITED BY SIZE
                      WS-LOAD-COUNT DELIMITED BY SIZE
                      INTO WS-DIFF-KEY
               END-STRING
            END-IF.
            IF WS-LOAD-SIDE EQUAL 'O' THEN
               MOVE WS-DIFF-IMAGE TO DOLD-IMAGE (WS-LOAD-COUNT)
               MOVE WS-DIFF-KEY TO DOLD-KEY (WS-LOAD-COUNT)
               MOVE 'N' TO DOLD-MATCHED (WS-LOAD-COUNT)
            ELSE
               MOVE WS-DIFF-IMAGE TO DNEW-IMAGE (WS-LOAD-COUNT)
               MOVE WS-DIFF-KEY TO DNEW-KEY (WS-LOAD-COUNT)
               MOVE 'N' TO DNEW-MATCHED (WS-LOAD-COUNT)
            END-IF.
      * One old record: its counterpart in the new version (the
      * first unmatched record with the same key), and every field
      * that changed; none, it was removed.
        DIFF-ONE-RECORD.
            MOVE 0 TO DNEW-IX.
            PERFORM VARYING VER-IX2 FROM 1 BY 1
                     UNTIL VER-IX2 > DNEW-COUNT OR DNEW-IX > 0
               IF DNEW-MATCHED (VER-IX2) NOT EQUAL 'Y' AND
                  DNEW-KEY (VER-IX2) EQUAL DOLD-KEY (DOLD-IX) THEN
                  MOVE VER-IX2 TO DNEW-IX
               END-IF
            END-PERFORM.
            IF DNEW-IX EQUAL 0 THEN
               ADD 1 TO WS-DIFF-COUNT
               DISPLAY '  REMOVED  ' FUNCTION TRIM(DOLD-KEY (DOLD-IX))
               DISPLAY '           '
                       FUNCTION TRIM(DOLD-IMAGE (DOLD-IX) TRAILING)
               GO TO DIFF-ONE-RECORD-EXIT
            END-IF.
            MOVE 'Y' TO DNEW-MATCHED (DNEW-IX).
            IF DOLD-IMAGE (DOLD-IX) EQUAL DNEW-IMAGE (DNEW-IX) THEN
               GO TO DIFF-ONE-RECORD-EXIT
            END-IF.
            PERFORM VARYING DFLD-IX FROM 1 BY 1
                     UNTIL DFLD-IX > DFLD-COUNT
               MOVE DOLD-IMAGE (DOLD-IX)(DFLD-START (DFLD-IX):
                                         DFLD-LENGTH (DFLD-IX))
                 TO WS-OLD-VALUE
               MOVE DNEW-IMAGE (DNEW-IX)(DFLD-START (DFLD-IX):
                                         DFLD-LENGTH (DFLD-IX))
                 TO WS-NEW-VALUE
               IF WS-OLD-VALUE NOT EQUAL WS-NEW-VALUE THEN
                  ADD 1 TO WS-DIFF-COUNT
                  DISPLAY '  CHANGED  '
                          FUNCTION TRIM(DOLD-KEY (DOLD-IX)) ' '
                          FUNCTION TRIM(DFLD-NAME (DFLD-IX)) ': "'
                          FUNCTION TRIM(WS-OLD-VALUE TRAILING)
                          '" -> "'
                          FUNCTION TRIM(WS-NEW-VALUE TRAILING) '"'
               END-IF
            END-PERFORM.
        DIFF-ONE-RECORD-EXIT.
            EXIT.
      * Control-file fingerprint, shared with every program that
      * reads a control file (see CTLFP.cpy and CTLFPWS.cpy), and
      * the registration the registry shares with EXAMPLE43_CALIB
      * (see CTLREGWR.cpy, CTLREGWS.cpy and CTLREG.cpy).
           COPY CTLFP.
           COPY CTLREGWR.
