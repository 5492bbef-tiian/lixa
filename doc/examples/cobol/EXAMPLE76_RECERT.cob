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
      * Usage: EXAMPLE76_RECERT ISSUE [DAYS=n] [CYCLE=yyyyQn]
      *        EXAMPLE76_RECERT LIST [CYCLE=yyyyQn]
      *        EXAMPLE76_RECERT CONFIRM operator command
      *                         [DOMAIN=imprint] [CYCLE=yyyyQn]
      *        EXAMPLE76_RECERT DROP operator command
      *                         [DOMAIN=imprint] [CYCLE=yyyyQn]
      *        EXAMPLE76_RECERT EXPIRE
      *
      * Periodic recertification of the OPERATOR-AUTH grants.  The
      * file only ever grew: a grant made for a project stayed after
      * the operator changed role, and the auditors flagged grants
      * nobody had used in a year.  Each quarter every live grant is
      * now sent out for review, showing the operator's last ACTUAL
      * use of the command, and must be confirmed by the grant's
      * supervisor or it goes:
      *
      *   ISSUE   - one RECERTIFY review ('P', see RECERT.cpy) per
      *             unlapsed grant not yet under review in the cycle
      *             (default the current quarter, 'yyyyQn'), with a
      *             deadline DAYS= ahead (default 14).  The listing
      *             shows each grant beside the operator's last use
      *             of the command and the trail it was found in:
      *               CHANGE-AUDIT    - the corrections themselves
      *                                 (an 'U' row is UPDATE, a
      *                                 'D' row DELETE, an EXMERGE
      *                                 row MERGE), archived
      *                                 generations included;
      *               BATCH-CONTROL   - the trailer of a run made
      *                                 with the authority, by its
      *                                 operator or approver;
      *               RUN-APPROVALS   - a held run requested or
      *                                 approved under the verb;
      *               EXCEPTION-QUEUE - an exception a gated
      *                                 program raised, resolved by
      *                                 the operator.
      *             A grant of ALL is used by any verb; a scoped
      *             grant only by changes in its imprint (or with no
      *             imprint recorded).  No use in a year is flagged.
      *             The supervisor is the operator's line in
      *             OPERATOR-SUPERVISOR (see SUPVREC.cpy), else the
      *             operator who countersigned the grant.
      *   LIST    - the cycle's reviews and where each stands.
      *   CONFIRM - the supervisor keeps the grant (by the deadline;
      *             never the grantee themselves).
      *   DROP    - the supervisor drops it: it is revoked at once.
      *   EXPIRE  - every review still open past its deadline is
      *             marked expired and its grant revoked.
      *
      * Dropped and expired grants are revoked through the same
      * path as any other revoke - EXAMPLE31_AUTHMNT REVOKE
      * RECERTIFY, run from here - so the rewritten file goes to
      * OPERATOR-AUTH-NEW for the usual swap, and each REVOKE row in
      * OPERATOR-AUTH-AUDIT names why (AAU-REASON RECERT-DROPPED or
      * RECERT-MISSED, see AUTHAUD.cpy).  Such a review lists as
      * REVOKING until a later EXPIRE finds the grant gone from the
      * live file (the swap taken) and it becomes REVOKED; a grant
      * the swap never reached is revoked again.
      *
      * The acting operator is BATCH-OPERATOR; CONFIRM and DROP
      * refuse without one, ISSUE and EXPIRE act as EXRECERT.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE76-RECERT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL OPERATOR-AUTH-FILE
                ASSIGN TO "OPERATOR-AUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
      * The reviews themselves (see RECERT.cpy)
            SELECT OPTIONAL RECERTIFY-FILE
                ASSIGN TO "RECERTIFY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RCT-STATUS.
      * Who reviews whom: the supervisor map, else the grant's
      * countersigner from the authority trail
            SELECT OPTIONAL OPERATOR-SUPERVISOR-FILE
                ASSIGN TO "OPERATOR-SUPERVISOR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUP-STATUS.
            SELECT OPTIONAL AUTH-AUDIT-FILE
                ASSIGN TO "OPERATOR-AUTH-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AAU-STATUS.
      * The trails the last use is taken from.  The change trail is
      * read by its archived generations first and then by its live
      * name, so the ASSIGN goes through a data name the catalog
      * walk repoints
            SELECT OPTIONAL CHANGE-AUDIT-FILE
                ASSIGN TO DYNAMIC WS-CHG-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHG-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
            SELECT OPTIONAL BATCH-CONTROL-FILE
                ASSIGN TO "BATCH-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONTROL-STATUS.
            SELECT OPTIONAL RUN-APPROVALS-FILE
                ASSIGN TO "RUN-APPROVALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPR-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        FD RECERTIFY-FILE.
        01 RECERTIFY-RECORD.
           COPY RECERT.
        FD OPERATOR-SUPERVISOR-FILE.
        01 OPERATOR-SUPERVISOR-RECORD.
           COPY SUPVREC.
        FD AUTH-AUDIT-FILE.
        01 AUTH-AUDIT-RECORD.
           COPY AUTHAUD.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD BATCH-CONTROL-FILE.
        01 BATCH-CONTROL-RECORD.
           COPY CTLREC.
        FD RUN-APPROVALS-FILE.
        01 RUN-APPROVAL-RECORD.
           COPY APPRREC.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        WORKING-STORAGE SECTION.
        01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
        01 WS-AUTH-EOF PIC X(1) VALUE 'N'.
           88 END-OF-AUTH VALUE 'Y'.
        01 WS-RCT-STATUS PIC X(2) VALUE '00'.
        01 WS-RCT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-RECERTIFY VALUE 'Y'.
        01 WS-SUP-STATUS PIC X(2) VALUE '00'.
        01 WS-SUP-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SUPERVISORS VALUE 'Y'.
        01 WS-AAU-STATUS PIC X(2) VALUE '00'.
        01 WS-AAU-EOF PIC X(1) VALUE 'N'.
           88 END-OF-AAU VALUE 'Y'.
        01 WS-CHG-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-CHG-STATUS PIC X(2) VALUE '00'.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
        01 WS-CONTROL-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CONTROL VALUE 'Y'.
        01 WS-APPR-STATUS PIC X(2) VALUE '00'.
        01 WS-APPR-EOF PIC X(1) VALUE 'N'.
           88 END-OF-APPROVALS VALUE 'Y'.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 END-OF-EXCQ VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-COMMAND PIC X(12) VALUE SPACES.
           88 CMD-ISSUE   VALUE 'ISSUE'.
           88 CMD-LIST    VALUE 'LIST'.
           88 CMD-CONFIRM VALUE 'CONFIRM'.
           88 CMD-DROP    VALUE 'DROP'.
           88 CMD-EXPIRE  VALUE 'EXPIRE'.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
      * Who is at the keyboard, and today
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        01 WS-TODAY PIC X(8) VALUE SPACES.
      * The review cycle ('yyyyQn') and, for ISSUE, the deadline
      * and the date before which a last use counts as stale
        01 WS-CYCLE PIC X(6) VALUE SPACES.
        01 WS-MONTH PIC 9(2) VALUE 0.
        01 WS-QUARTER PIC 9(1) VALUE 0.
        01 WS-DAYS PIC 9(3) VALUE 14.
        01 WS-DEADLINE PIC X(8) VALUE SPACES.
        01 WS-STALE-DATE PIC X(8) VALUE SPACES.
        01 WS-DATE-NUM PIC 9(8) VALUE 0.
        01 WS-DATE-X REDEFINES WS-DATE-NUM PIC X(8).
        01 WS-DATE-INT PIC 9(9) VALUE 0.
      * The grant a CONFIRM or DROP names
        01 WS-TARGET-OPERATOR PIC X(8) VALUE SPACES.
        01 WS-TARGET-COMMAND PIC X(10) VALUE SPACES.
        01 WS-TARGET-DOMAIN PIC X(8) VALUE SPACES.
      * The review file netted to the last record per (cycle,
      * operator, command, domain), kept whole so a decision can be
      * appended from it
        01 RECERT-TABLE.
           05 RT-COUNT PIC 9(3) VALUE 0.
           05 RT-ENTRY OCCURS 500 TIMES.
              10 RT-IMAGE.
                 15 RT-KEY.
                    20 RT-CYCLE       PIC X(6).
                    20 RT-OPERATOR-ID PIC X(8).
                    20 RT-COMMAND     PIC X(10).
                    20 RT-DOMAIN      PIC X(8).
                 15 RT-EXPIRY         PIC X(8).
                 15 RT-LAST-USE-DATE  PIC X(8).
                 15 RT-LAST-USE-SOURCE PIC X(15).
                 15 RT-SUPERVISOR     PIC X(8).
                 15 RT-DEADLINE       PIC X(8).
                 15 RT-STATUS         PIC X(1).
                    88 RT-OPEN        VALUE 'P'.
                    88 RT-REVOKE-DUE  VALUE 'D' 'X' 'V'.
                 15 RT-DECIDED-BY     PIC X(8).
                 15 RT-DECIDED-TIME   PIC X(21).
        01 RT-IX PIC 9(3).
        01 WS-RT-FOUND PIC X(1) VALUE 'N'.
           88 RECERT-ENTRY-FOUND VALUE 'Y'.
        01 WS-RT-KEY PIC X(32) VALUE SPACES.
      * Every (operator, verb, imprint) seen used in the trails,
      * netted to its latest date
        01 USE-TABLE.
           05 USE-COUNT PIC 9(4) VALUE 0.
           05 USE-ENTRY OCCURS 2000 TIMES.
              10 UT-OPERATOR-ID PIC X(8).
              10 UT-VERB        PIC X(10).
              10 UT-DOMAIN      PIC X(8).
              10 UT-DATE        PIC X(8).
              10 UT-SOURCE      PIC X(15).
        01 UT-IX PIC 9(4).
        01 WS-UT-FOUND PIC X(1) VALUE 'N'.
           88 USE-ENTRY-FOUND VALUE 'Y'.
        01 WS-USE-OPERATOR PIC X(8) VALUE SPACES.
        01 WS-USE-VERB PIC X(10) VALUE SPACES.
        01 WS-USE-DOMAIN PIC X(8) VALUE SPACES.
        01 WS-USE-DATE PIC X(8) VALUE SPACES.
        01 WS-USE-SOURCE PIC X(15) VALUE SPACES.
        01 WS-USE-PROGRAM PIC X(8) VALUE SPACES.
        01 WS-GENERATIONS-READ PIC 9(3) VALUE 0.
      * Held runs by fingerprint: the verb a BATCH-CONTROL trailer
      * ran under
        01 APPROVAL-TABLE.
           05 APV-COUNT PIC 9(3) VALUE 0.
           05 APV-ENTRY OCCURS 500 TIMES.
              10 APV-FINGERPRINT PIC X(24).
              10 APV-VERB        PIC X(10).
        01 APV-IX PIC 9(3).
      * The supervisor map, and each grant's countersigner
        01 SUPERVISOR-TABLE.
           05 SUP-COUNT PIC 9(3) VALUE 0.
           05 SUP-ENTRY OCCURS 200 TIMES.
              10 ST-OPERATOR-ID   PIC X(8).
              10 ST-SUPERVISOR-ID PIC X(8).
        01 ST-IX PIC 9(3).
        01 COUNTERSIGN-TABLE.
           05 CS-COUNT PIC 9(3) VALUE 0.
           05 CS-ENTRY OCCURS 500 TIMES.
              10 CS-OPERATOR-ID PIC X(8).
              10 CS-COMMAND     PIC X(10).
              10 CS-DOMAIN      PIC X(8).
              10 CS-SIGNED-BY   PIC X(8).
        01 CS-IX PIC 9(3).
        01 WS-CS-FOUND PIC X(1) VALUE 'N'.
           88 COUNTERSIGN-FOUND VALUE 'Y'.
      * One grant's review being issued
        01 WS-LAST-USE-DATE PIC X(8) VALUE SPACES.
        01 WS-LAST-USE-SOURCE PIC X(15) VALUE SPACES.
        01 WS-SUPERVISOR PIC X(8) VALUE SPACES.
        01 WS-STALE-FLAG PIC X(14) VALUE SPACES.
        01 WS-STATUS-TEXT PIC X(10) VALUE SPACES.
      * The revoke path, run as the window controller runs a step
        01 WS-SYSTEM-COMMAND PIC X(121) VALUE SPACES.
        01 WS-STEP-RC PIC S9(9) VALUE 0.
      * Work tallies
        01 WS-ISSUED-COUNT PIC 9(4) VALUE 0.
        01 WS-ALREADY-COUNT PIC 9(4) VALUE 0.
        01 WS-LAPSED-COUNT PIC 9(4) VALUE 0.
        01 WS-STALE-COUNT PIC 9(4) VALUE 0.
        01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
        01 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
        01 WS-DUE-COUNT PIC 9(4) VALUE 0.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE76_RECERT'.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
            IF WS-COMMAND EQUAL SPACES THEN
               SET CMD-LIST TO TRUE
            END-IF.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               IF CMD-CONFIRM OR CMD-DROP THEN
                  DISPLAY 'REFUSED: a review decision needs the '
                          'supervisor named in BATCH-OPERATOR'
                  STOP RUN RETURNING 1
               END-IF
               MOVE 'EXRECERT' TO WS-OPERATOR-ID
            END-IF.
            DISPLAY 'Operator: ' WS-OPERATOR-ID.
            MOVE WS-TODAY(5:2) TO WS-MONTH.
            COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3.
            STRING WS-TODAY(1:4) DELIMITED BY SIZE
                   'Q' DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   INTO WS-CYCLE
            END-STRING.
            IF CMD-CONFIRM OR CMD-DROP THEN
               PERFORM PARSE-TARGET-ARGS THRU PARSE-TARGET-ARGS
            END-IF.
            PERFORM PARSE-OPTION THRU PARSE-OPTION.
            PERFORM PARSE-OPTION THRU PARSE-OPTION.
            PERFORM LOAD-REVIEWS THRU LOAD-REVIEWS-DONE.
            EVALUATE TRUE
               WHEN CMD-ISSUE
                  PERFORM RUN-ISSUE-COMMAND THRU RUN-ISSUE-COMMAND-EXIT
               WHEN CMD-LIST
                  PERFORM RUN-LIST-COMMAND THRU RUN-LIST-COMMAND
               WHEN CMD-CONFIRM
                  PERFORM RUN-DECIDE-COMMAND THRU RUN-DECIDE-COMMAND
               WHEN CMD-DROP
                  PERFORM RUN-DECIDE-COMMAND THRU RUN-DECIDE-COMMAND
                  PERFORM RUN-REVOKE-PATH THRU RUN-REVOKE-PATH
               WHEN CMD-EXPIRE
                  PERFORM RUN-EXPIRE-COMMAND THRU RUN-EXPIRE-COMMAND
               WHEN OTHER
                  DISPLAY 'Unknown command ' WS-COMMAND
                  DISPLAY 'Usage: EXAMPLE76_RECERT ISSUE/LIST/'
                          'CONFIRM/DROP/EXPIRE ...'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            STOP RUN RETURNING 0.
      *
      * operator command, then the options; a review names the
      * grant exactly as OPERATOR-AUTH holds it.
      *
        PARSE-TARGET-ARGS.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-TARGET-OPERATOR.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-TARGET-COMMAND.
            IF WS-TARGET-OPERATOR EQUAL SPACES OR
               WS-TARGET-COMMAND EQUAL SPACES THEN
               DISPLAY 'An operator id and a command are required'
               STOP RUN RETURNING 1
            END-IF.
        PARSE-OPTION.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            IF ARGV NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-ARG-KEYWORD
               MOVE SPACES TO WS-ARG-VALUE
               UNSTRING FUNCTION UPPER-CASE(ARGV) DELIMITED BY '='
                  INTO WS-ARG-KEYWORD WS-ARG-VALUE
               END-UNSTRING
               EVALUATE TRUE
                  WHEN WS-ARG-KEYWORD EQUAL 'DAYS' AND
                       FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC
                     MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-DAYS
                  WHEN WS-ARG-KEYWORD EQUAL 'CYCLE' AND
                       WS-ARG-VALUE(1:4) IS NUMERIC AND
                       WS-ARG-VALUE(5:1) EQUAL 'Q' AND
                       WS-ARG-VALUE(6:1) >= '1' AND
                       WS-ARG-VALUE(6:1) <= '4'
                     MOVE WS-ARG-VALUE(1:6) TO WS-CYCLE
                  WHEN WS-ARG-KEYWORD EQUAL 'DOMAIN' AND
                       WS-ARG-VALUE NOT EQUAL SPACES
                     MOVE WS-ARG-VALUE(1:8) TO WS-TARGET-DOMAIN
                     IF WS-TARGET-DOMAIN EQUAL 'ALL' THEN
                        MOVE SPACES TO WS-TARGET-DOMAIN
                     END-IF
                  WHEN OTHER
                     DISPLAY 'Ignoring unknown argument ' ARGV
               END-EVALUATE
            END-IF.
      *
      * ISSUE: every unlapsed grant not yet under review in the
      * cycle goes out, beside the operator's last use of it.
      *
        RUN-ISSUE-COMMAND.
            MOVE WS-TODAY TO WS-DATE-X.
            COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-DAYS
            END-COMPUTE.
            COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            END-COMPUTE.
            MOVE WS-DATE-X TO WS-DEADLINE.
            MOVE WS-TODAY TO WS-DATE-X.
            COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 365
            END-COMPUTE.
            COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            END-COMPUTE.
            MOVE WS-DATE-X TO WS-STALE-DATE.
            DISPLAY 'Review cycle ' WS-CYCLE ', decisions due by '
                    WS-DEADLINE.
            PERFORM LOAD-APPROVALS THRU LOAD-APPROVALS-DONE.
            PERFORM LOAD-CHANGE-GENERATIONS
               THRU LOAD-CHANGE-GENERATIONS-DONE.
            MOVE 'CHANGE-AUDIT' TO WS-CHG-NAME.
            PERFORM LOAD-CHANGE-USES THRU LOAD-CHANGE-USES-DONE.
            PERFORM LOAD-CONTROL-USES THRU LOAD-CONTROL-USES-DONE.
            PERFORM LOAD-EXCQ-USES THRU LOAD-EXCQ-USES-DONE.
            PERFORM LOAD-SUPERVISORS THRU LOAD-SUPERVISORS-DONE.
            PERFORM LOAD-COUNTERSIGNERS THRU LOAD-COUNTERSIGNERS-DONE.
            OPEN INPUT OPERATOR-AUTH-FILE.
            IF WS-AUTH-STATUS NOT EQUAL '00' THEN
               IF WS-AUTH-STATUS EQUAL '05' THEN
                  CLOSE OPERATOR-AUTH-FILE
               END-IF
               DISPLAY 'ISSUE RESULT: no OPERATOR-AUTH grants - '
                       'nothing to review'
               GO TO RUN-ISSUE-COMMAND-EXIT
            END-IF.
            PERFORM UNTIL END-OF-AUTH
               READ OPERATOR-AUTH-FILE
                  AT END
                     SET END-OF-AUTH TO TRUE
                  NOT AT END
                     PERFORM ISSUE-ONE-GRANT THRU ISSUE-ONE-GRANT-EXIT
               END-READ
            END-PERFORM.
            CLOSE OPERATOR-AUTH-FILE.
            DISPLAY 'ISSUE RESULT: ' WS-ISSUED-COUNT ' grant(s) sent '
                    'for review, ' WS-ALREADY-COUNT ' already under '
                    'review, ' WS-LAPSED-COUNT ' lapsed (skipped), '
                    WS-STALE-COUNT ' with no use in a year'.
        RUN-ISSUE-COMMAND-EXIT.
            EXIT.
        ISSUE-ONE-GRANT.
            IF AUTH-EXPIRY-DATE NOT EQUAL SPACES AND
               AUTH-EXPIRY-DATE < WS-TODAY THEN
               ADD 1 TO WS-LAPSED-COUNT
               GO TO ISSUE-ONE-GRANT-EXIT
            END-IF.
            MOVE WS-CYCLE TO WS-RT-KEY(1:6).
            MOVE AUTH-OPERATOR-ID TO WS-RT-KEY(7:8).
            MOVE AUTH-COMMAND TO WS-RT-KEY(15:10).
            MOVE AUTH-DOMAIN TO WS-RT-KEY(25:8).
            PERFORM FIND-REVIEW THRU FIND-REVIEW.
            IF RECERT-ENTRY-FOUND THEN
               ADD 1 TO WS-ALREADY-COUNT
               GO TO ISSUE-ONE-GRANT-EXIT
            END-IF.
            PERFORM FIND-LAST-USE THRU FIND-LAST-USE.
            PERFORM FIND-SUPERVISOR THRU FIND-SUPERVISOR.
            MOVE SPACES TO WS-STALE-FLAG.
            IF WS-LAST-USE-DATE EQUAL SPACES OR
               WS-LAST-USE-DATE < WS-STALE-DATE THEN
               MOVE 'NO USE IN 1 YR' TO WS-STALE-FLAG
               ADD 1 TO WS-STALE-COUNT
            END-IF.
            OPEN EXTEND RECERTIFY-FILE.
            MOVE WS-CYCLE TO RCT-CYCLE.
            MOVE AUTH-OPERATOR-ID TO RCT-OPERATOR-ID.
            MOVE AUTH-COMMAND TO RCT-COMMAND.
            MOVE AUTH-DOMAIN TO RCT-DOMAIN.
            MOVE AUTH-EXPIRY-DATE TO RCT-EXPIRY-DATE.
            MOVE WS-LAST-USE-DATE TO RCT-LAST-USE-DATE.
            MOVE WS-LAST-USE-SOURCE TO RCT-LAST-USE-SOURCE.
            MOVE WS-SUPERVISOR TO RCT-SUPERVISOR.
            MOVE WS-DEADLINE TO RCT-DEADLINE.
            MOVE 'P' TO RCT-STATUS.
            MOVE WS-OPERATOR-ID TO RCT-DECIDED-BY.
            MOVE FUNCTION CURRENT-DATE TO RCT-DECIDED-TIME.
            WRITE RECERTIFY-RECORD.
            CLOSE RECERTIFY-FILE.
            ADD 1 TO WS-ISSUED-COUNT.
            IF WS-LAST-USE-DATE EQUAL SPACES THEN
               MOVE 'never' TO WS-LAST-USE-DATE
               MOVE 'no trail' TO WS-LAST-USE-SOURCE
            END-IF.
            DISPLAY 'REVIEW: ' AUTH-OPERATOR-ID ' ' AUTH-COMMAND
                    ' domain ' AUTH-DOMAIN ' last use '
                    WS-LAST-USE-DATE ' ' WS-LAST-USE-SOURCE
                    ' supervisor ' WS-SUPERVISOR ' ' WS-STALE-FLAG.
        ISSUE-ONE-GRANT-EXIT.
            EXIT.
      *
      * The grant's latest use: ALL is used by any verb, a scoped
      * grant only inside its imprint or where none was recorded.
      *
        FIND-LAST-USE.
            MOVE SPACES TO WS-LAST-USE-DATE.
            MOVE SPACES TO WS-LAST-USE-SOURCE.
            PERFORM VARYING UT-IX FROM 1 BY 1 UNTIL UT-IX > USE-COUNT
               IF UT-OPERATOR-ID (UT-IX) EQUAL AUTH-OPERATOR-ID AND
                  (AUTH-COMMAND EQUAL 'ALL' OR
                   UT-VERB (UT-IX) EQUAL AUTH-COMMAND) AND
                  (AUTH-DOMAIN EQUAL SPACES OR
                   AUTH-DOMAIN EQUAL 'ALL' OR
                   UT-DOMAIN (UT-IX) EQUAL SPACES OR
                   UT-DOMAIN (UT-IX) EQUAL AUTH-DOMAIN) AND
                  (WS-LAST-USE-DATE EQUAL SPACES OR
                   UT-DATE (UT-IX) > WS-LAST-USE-DATE) THEN
                  MOVE UT-DATE (UT-IX) TO WS-LAST-USE-DATE
                  MOVE UT-SOURCE (UT-IX) TO WS-LAST-USE-SOURCE
               END-IF
            END-PERFORM.
      *
      * The supervisor map first, else whoever countersigned the
      * grant; never the grantee.
      *
        FIND-SUPERVISOR.
            MOVE SPACES TO WS-SUPERVISOR.
            PERFORM VARYING ST-IX FROM 1 BY 1
                     UNTIL ST-IX > SUP-COUNT OR
                           WS-SUPERVISOR NOT EQUAL SPACES
               IF ST-OPERATOR-ID (ST-IX) EQUAL AUTH-OPERATOR-ID THEN
                  MOVE ST-SUPERVISOR-ID (ST-IX) TO WS-SUPERVISOR
               END-IF
            END-PERFORM.
            IF WS-SUPERVISOR EQUAL SPACES THEN
               PERFORM VARYING CS-IX FROM 1 BY 1
                        UNTIL CS-IX > CS-COUNT OR
                              WS-SUPERVISOR NOT EQUAL SPACES
                  IF CS-OPERATOR-ID (CS-IX) EQUAL AUTH-OPERATOR-ID
                     AND CS-COMMAND (CS-IX) EQUAL AUTH-COMMAND AND
                     CS-DOMAIN (CS-IX) EQUAL AUTH-DOMAIN THEN
                     MOVE CS-SIGNED-BY (CS-IX) TO WS-SUPERVISOR
                  END-IF
               END-PERFORM
            END-IF.
            IF WS-SUPERVISOR EQUAL AUTH-OPERATOR-ID THEN
               MOVE SPACES TO WS-SUPERVISOR
            END-IF.
      *
      * LIST: the cycle's reviews and where each stands.
      *
        RUN-LIST-COMMAND.
            PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT
               IF RT-CYCLE (RT-IX) EQUAL WS-CYCLE THEN
                  ADD 1 TO WS-LISTED-COUNT
                  EVALUATE RT-STATUS (RT-IX)
                     WHEN 'P'
                        MOVE 'OPEN' TO WS-STATUS-TEXT
                     WHEN 'C'
                        MOVE 'CONFIRMED' TO WS-STATUS-TEXT
                     WHEN 'D'
                        MOVE 'DROPPED' TO WS-STATUS-TEXT
                     WHEN 'X'
                        MOVE 'EXPIRED' TO WS-STATUS-TEXT
                     WHEN 'V'
                        MOVE 'REVOKING' TO WS-STATUS-TEXT
                     WHEN 'R'
                        MOVE 'REVOKED' TO WS-STATUS-TEXT
                     WHEN OTHER
                        MOVE RT-STATUS (RT-IX) TO WS-STATUS-TEXT
                  END-EVALUATE
                  DISPLAY WS-STATUS-TEXT ' ' RT-OPERATOR-ID (RT-IX)
                          ' ' RT-COMMAND (RT-IX) ' domain '
                          RT-DOMAIN (RT-IX) ' last use '
                          RT-LAST-USE-DATE (RT-IX) ' supervisor '
                          RT-SUPERVISOR (RT-IX) ' due '
                          RT-DEADLINE (RT-IX) ' by '
                          RT-DECIDED-BY (RT-IX)
               END-IF
            END-PERFORM.
            DISPLAY 'LIST RESULT: ' WS-LISTED-COUNT ' review(s) in '
                    'cycle ' WS-CYCLE.
      *
      * CONFIRM / DROP: the named supervisor's decision on an open
      * review, inside its deadline.
      *
        RUN-DECIDE-COMMAND.
            MOVE WS-CYCLE TO WS-RT-KEY(1:6).
            MOVE WS-TARGET-OPERATOR TO WS-RT-KEY(7:8).
            MOVE WS-TARGET-COMMAND TO WS-RT-KEY(15:10).
            MOVE WS-TARGET-DOMAIN TO WS-RT-KEY(25:8).
            PERFORM FIND-REVIEW THRU FIND-REVIEW.
            IF NOT RECERT-ENTRY-FOUND OR NOT RT-OPEN (RT-IX) THEN
               DISPLAY 'REFUSED: no open review in cycle ' WS-CYCLE
                       ' for ' FUNCTION TRIM(WS-TARGET-OPERATOR) ' '
                       FUNCTION TRIM(WS-TARGET-COMMAND)
               STOP RUN RETURNING 1
            END-IF.
            IF RT-DEADLINE (RT-IX) < WS-TODAY THEN
               DISPLAY 'REFUSED: the review was due by '
                       RT-DEADLINE (RT-IX) ' - EXPIRE revokes the '
                       'grant; a new grant goes through '
                       'EXAMPLE31_AUTHMNT'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-OPERATOR-ID EQUAL RT-OPERATOR-ID (RT-IX) THEN
               DISPLAY 'REFUSED: ' WS-OPERATOR-ID ' cannot decide '
                       'the review of their own grant'
               STOP RUN RETURNING 1
            END-IF.
            IF RT-SUPERVISOR (RT-IX) NOT EQUAL SPACES AND
               RT-SUPERVISOR (RT-IX) NOT EQUAL WS-OPERATOR-ID THEN
               DISPLAY 'REFUSED: this review is for supervisor '
                       RT-SUPERVISOR (RT-IX) ' to decide'
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND RECERTIFY-FILE.
            MOVE RT-IMAGE (RT-IX) TO RECERTIFY-RECORD.
            IF CMD-CONFIRM THEN
               MOVE 'C' TO RCT-STATUS
            ELSE
               MOVE 'D' TO RCT-STATUS
            END-IF.
            MOVE WS-OPERATOR-ID TO RCT-DECIDED-BY.
            MOVE FUNCTION CURRENT-DATE TO RCT-DECIDED-TIME.
            WRITE RECERTIFY-RECORD.
            CLOSE RECERTIFY-FILE.
            MOVE RECERTIFY-RECORD TO RT-IMAGE (RT-IX).
            IF CMD-CONFIRM THEN
               DISPLAY 'CONFIRMED: ' FUNCTION TRIM(WS-TARGET-COMMAND)
                       ' for ' FUNCTION TRIM(WS-TARGET-OPERATOR)
                       ' kept by ' WS-OPERATOR-ID ' for cycle '
                       WS-CYCLE
            ELSE
               DISPLAY 'DROPPED: ' FUNCTION TRIM(WS-TARGET-COMMAND)
                       ' for ' FUNCTION TRIM(WS-TARGET-OPERATOR)
                       ' by ' WS-OPERATOR-ID ' - revoking'
            END-IF.
      *
      * EXPIRE: every review still open past its deadline, in any
      * cycle, is marked expired; then the revoke path runs for
      * them, for any dropped review not yet revoked and for any
      * revoke still waiting on its swap.
      *
        RUN-EXPIRE-COMMAND.
            PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-COUNT
               IF RT-OPEN (RT-IX) AND
                  RT-DEADLINE (RT-IX) < WS-TODAY THEN
                  PERFORM EXPIRE-ONE-REVIEW THRU EXPIRE-ONE-REVIEW
               END-IF
               IF RT-REVOKE-DUE (RT-IX) THEN
                  ADD 1 TO WS-DUE-COUNT
               END-IF
            END-PERFORM.
            DISPLAY 'EXPIRE RESULT: ' WS-EXPIRED-COUNT ' review(s) '
                    'expired unanswered, ' WS-DUE-COUNT ' grant(s) '
                    'to revoke'.
            IF WS-DUE-COUNT NOT EQUAL 0 THEN
               PERFORM RUN-REVOKE-PATH THRU RUN-REVOKE-PATH
            END-IF.
        EXPIRE-ONE-REVIEW.
            OPEN EXTEND RECERTIFY-FILE.
            MOVE RT-IMAGE (RT-IX) TO RECERTIFY-RECORD.
            MOVE 'X' TO RCT-STATUS.
            MOVE WS-OPERATOR-ID TO RCT-DECIDED-BY.
            MOVE FUNCTION CURRENT-DATE TO RCT-DECIDED-TIME.
            WRITE RECERTIFY-RECORD.
            CLOSE RECERTIFY-FILE.
            MOVE RECERTIFY-RECORD TO RT-IMAGE (RT-IX).
            ADD 1 TO WS-EXPIRED-COUNT.
            DISPLAY 'EXPIRED: ' RT-OPERATOR-ID (RT-IX) ' '
                    RT-COMMAND (RT-IX) ' domain ' RT-DOMAIN (RT-IX)
                    ' review ' RT-CYCLE (RT-IX) ' was due by '
                    RT-DEADLINE (RT-IX).
      *
      * The revoke itself is EXAMPLE31_AUTHMNT's, run as this
      * operator: its audit rows carry the reason, and a failure
      * there is this run's failure.
      *
        RUN-REVOKE-PATH.
            MOVE SPACES TO WS-SYSTEM-COMMAND.
            STRING 'env BATCH-OPERATOR=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   ' EXAMPLE31_AUTHMNT REVOKE RECERTIFY'
                      DELIMITED BY SIZE
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
            IF WS-STEP-RC NOT EQUAL 0 THEN
               DISPLAY 'REVOKE RECERTIFY ended with return code '
                       WS-STEP-RC ' - the decision stands, rerun '
                       'EXPIRE to carry out the revoke'
               STOP RUN RETURNING 1
            END-IF.
      *
      * The review file netted per (cycle, operator, command,
      * domain): the surviving state of each review.
      *
        LOAD-REVIEWS.
            OPEN INPUT RECERTIFY-FILE.
            IF WS-RCT-STATUS NOT EQUAL '00' THEN
               IF WS-RCT-STATUS EQUAL '05' THEN
                  CLOSE RECERTIFY-FILE
               END-IF
               GO TO LOAD-REVIEWS-DONE
            END-IF.
            PERFORM UNTIL END-OF-RECERTIFY
               READ RECERTIFY-FILE
                  AT END
                     SET END-OF-RECERTIFY TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-REVIEW THRU NET-ONE-REVIEW
               END-READ
            END-PERFORM.
            CLOSE RECERTIFY-FILE.
        LOAD-REVIEWS-DONE.
            EXIT.
        NET-ONE-REVIEW.
            MOVE RECERTIFY-RECORD(1:32) TO WS-RT-KEY.
            PERFORM FIND-REVIEW THRU FIND-REVIEW.
            IF NOT RECERT-ENTRY-FOUND THEN
               IF RT-COUNT EQUAL 500 THEN
                  DISPLAY 'More than 500 grant reviews - refused'
                  STOP RUN RETURNING 1
               END-IF
               ADD 1 TO RT-COUNT
               MOVE RT-COUNT TO RT-IX
            END-IF.
            MOVE RECERTIFY-RECORD TO RT-IMAGE (RT-IX).
        FIND-REVIEW.
            MOVE 'N' TO WS-RT-FOUND.
            PERFORM VARYING RT-IX FROM 1 BY 1
                     UNTIL RT-IX > RT-COUNT OR RECERT-ENTRY-FOUND
               IF RT-KEY (RT-IX) EQUAL WS-RT-KEY THEN
                  SET RECERT-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF RECERT-ENTRY-FOUND THEN
               SUBTRACT 1 FROM RT-IX
            END-IF.
      *
      * One use seen in a trail, netted to the latest date per
      * (operator, verb, imprint).  A row with no operator, no
      * gated verb or no date tells nothing about a grant.
      *
        NOTE-USE.
            IF WS-USE-OPERATOR EQUAL SPACES OR
               WS-USE-VERB EQUAL SPACES OR
               WS-USE-DATE IS NOT NUMERIC THEN
               GO TO NOTE-USE-EXIT
            END-IF.
            MOVE 'N' TO WS-UT-FOUND.
            PERFORM VARYING UT-IX FROM 1 BY 1
                     UNTIL UT-IX > USE-COUNT OR USE-ENTRY-FOUND
               IF UT-OPERATOR-ID (UT-IX) EQUAL WS-USE-OPERATOR AND
                  UT-VERB (UT-IX) EQUAL WS-USE-VERB AND
                  UT-DOMAIN (UT-IX) EQUAL WS-USE-DOMAIN THEN
                  SET USE-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF USE-ENTRY-FOUND THEN
               SUBTRACT 1 FROM UT-IX
               IF WS-USE-DATE > UT-DATE (UT-IX) THEN
                  MOVE WS-USE-DATE TO UT-DATE (UT-IX)
                  MOVE WS-USE-SOURCE TO UT-SOURCE (UT-IX)
               END-IF
               GO TO NOTE-USE-EXIT
            END-IF.
            IF USE-COUNT EQUAL 2000 THEN
               DISPLAY 'More than 2000 operator/verb uses - refused'
               STOP RUN RETURNING 1
            END-IF.
            ADD 1 TO USE-COUNT.
            MOVE WS-USE-OPERATOR TO UT-OPERATOR-ID (USE-COUNT).
            MOVE WS-USE-VERB TO UT-VERB (USE-COUNT).
            MOVE WS-USE-DOMAIN TO UT-DOMAIN (USE-COUNT).
            MOVE WS-USE-DATE TO UT-DATE (USE-COUNT).
            MOVE WS-USE-SOURCE TO UT-SOURCE (USE-COUNT).
        NOTE-USE-EXIT.
            EXIT.
      *
      * The authority a gated program's rows stand for.
      *
        MAP-PROGRAM-VERB.
            EVALUATE WS-USE-PROGRAM
               WHEN 'EXONLFIX'
                  MOVE 'UPDATE' TO WS-USE-VERB
               WHEN 'EXPURGE '
                  MOVE 'DELETE' TO WS-USE-VERB
               WHEN 'EXERASE '
                  MOVE 'DELETE' TO WS-USE-VERB
               WHEN 'EXMERGE '
                  MOVE 'MERGE' TO WS-USE-VERB
               WHEN 'EXCERTFY'
                  MOVE 'PROMOTE' TO WS-USE-VERB
               WHEN OTHER
                  MOVE SPACES TO WS-USE-VERB
            END-EVALUATE.
      *
      * RUN-APPROVALS: a held run's requester and approver both
      * acted under its verb; the fingerprints are kept to name
      * the verb of the trailer the released run leaves.
      *
        LOAD-APPROVALS.
            OPEN INPUT RUN-APPROVALS-FILE.
            IF WS-APPR-STATUS NOT EQUAL '00' THEN
               IF WS-APPR-STATUS EQUAL '05' THEN
                  CLOSE RUN-APPROVALS-FILE
               END-IF
               GO TO LOAD-APPROVALS-DONE
            END-IF.
            MOVE 'RUN-APPROVALS' TO WS-USE-SOURCE.
            MOVE SPACES TO WS-USE-DOMAIN.
            PERFORM UNTIL END-OF-APPROVALS
               READ RUN-APPROVALS-FILE
                  AT END
                     SET END-OF-APPROVALS TO TRUE
                  NOT AT END
                     MOVE APR-VERB TO WS-USE-VERB
                     MOVE APR-REQUESTED-BY TO WS-USE-OPERATOR
                     MOVE APR-REQUEST-TIME(1:8) TO WS-USE-DATE
                     PERFORM NOTE-USE THRU NOTE-USE-EXIT
                     MOVE APR-APPROVED-BY TO WS-USE-OPERATOR
                     MOVE APR-APPROVED-TIME(1:8) TO WS-USE-DATE
                     PERFORM NOTE-USE THRU NOTE-USE-EXIT
                     IF APV-COUNT < 500 THEN
                        ADD 1 TO APV-COUNT
                        MOVE APR-FINGERPRINT
                          TO APV-FINGERPRINT (APV-COUNT)
                        MOVE APR-VERB TO APV-VERB (APV-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE RUN-APPROVALS-FILE.
        LOAD-APPROVALS-DONE.
            EXIT.
      *
      * Every archived CHANGE-AUDIT generation the housekeeping job
      * catalogued, oldest first, then (by the caller) the live
      * file.
      *
        LOAD-CHANGE-GENERATIONS.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS NOT EQUAL '00' THEN
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
               GO TO LOAD-CHANGE-GENERATIONS-DONE
            END-IF.
            PERFORM UNTIL END-OF-GENCAT
               READ GENERATION-CATALOG-FILE
                  AT END
                     SET END-OF-GENCAT TO TRUE
                  NOT AT END
                     IF GC-FILE-NAME EQUAL 'CHANGE-AUDIT' THEN
                        MOVE SPACES TO WS-CHG-NAME
                        STRING 'CHANGE-AUDIT-ARC-' DELIMITED BY SIZE
                               GC-GENERATION DELIMITED BY SIZE
                               INTO WS-CHG-NAME
                        END-STRING
                        ADD 1 TO WS-GENERATIONS-READ
                        PERFORM LOAD-CHANGE-USES
                           THRU LOAD-CHANGE-USES-DONE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
            IF WS-GENERATIONS-READ NOT EQUAL 0 THEN
               DISPLAY 'Catalog: ' WS-GENERATIONS-READ ' archived '
                       'generation(s) of CHANGE-AUDIT included'
            END-IF.
        LOAD-CHANGE-GENERATIONS-DONE.
            EXIT.
      *
      * One CHANGE-AUDIT file: an update is UPDATE, a delete DELETE,
      * any row the merge wrote MERGE; inserts need no grant.
      *
        LOAD-CHANGE-USES.
            MOVE 'N' TO WS-CHG-EOF.
            OPEN INPUT CHANGE-AUDIT-FILE.
            IF WS-CHG-STATUS NOT EQUAL '00' THEN
               IF WS-CHG-STATUS EQUAL '05' THEN
                  CLOSE CHANGE-AUDIT-FILE
               END-IF
               GO TO LOAD-CHANGE-USES-DONE
            END-IF.
            MOVE 'CHANGE-AUDIT' TO WS-USE-SOURCE.
            PERFORM UNTIL END-OF-CHG
               READ CHANGE-AUDIT-FILE
                  AT END
                     SET END-OF-CHG TO TRUE
                  NOT AT END
                     MOVE CHG-PROGRAM-ID TO WS-USE-PROGRAM
                     PERFORM MAP-PROGRAM-VERB THRU MAP-PROGRAM-VERB
                     IF WS-USE-VERB NOT EQUAL 'MERGE' THEN
                        EVALUATE TRUE
                           WHEN CHG-OP-UPDATE
                              MOVE 'UPDATE' TO WS-USE-VERB
                           WHEN CHG-OP-DELETE
                              MOVE 'DELETE' TO WS-USE-VERB
                           WHEN OTHER
                              MOVE SPACES TO WS-USE-VERB
                        END-EVALUATE
                     END-IF
                     MOVE CHG-OPERATOR-ID TO WS-USE-OPERATOR
                     MOVE CHG-DOMAIN TO WS-USE-DOMAIN
                     MOVE CHG-TIMESTAMP(1:8) TO WS-USE-DATE
                     PERFORM NOTE-USE THRU NOTE-USE-EXIT
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
        LOAD-CHANGE-USES-DONE.
            EXIT.
      *
      * BATCH-CONTROL: a gated program's trailer stands for its
      * authority; a loader trailer for the verb its held run was
      * approved under (matched by input fingerprint).  Both the
      * operator and the approver used it.
      *
        LOAD-CONTROL-USES.
            OPEN INPUT BATCH-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT EQUAL '00' THEN
               IF WS-CONTROL-STATUS EQUAL '05' THEN
                  CLOSE BATCH-CONTROL-FILE
               END-IF
               GO TO LOAD-CONTROL-USES-DONE
            END-IF.
            MOVE 'BATCH-CONTROL' TO WS-USE-SOURCE.
            MOVE SPACES TO WS-USE-DOMAIN.
            PERFORM UNTIL END-OF-CONTROL
               READ BATCH-CONTROL-FILE
                  AT END
                     SET END-OF-CONTROL TO TRUE
                  NOT AT END
                     MOVE CTL-PROGRAM-ID TO WS-USE-PROGRAM
                     PERFORM MAP-PROGRAM-VERB THRU MAP-PROGRAM-VERB
                     IF WS-USE-VERB EQUAL SPACES AND
                        CTL-INPUT-FINGERPRINT NOT EQUAL SPACES THEN
                        PERFORM VARYING APV-IX FROM 1 BY 1
                                 UNTIL APV-IX > APV-COUNT
                           IF APV-FINGERPRINT (APV-IX) EQUAL
                              CTL-INPUT-FINGERPRINT THEN
                              MOVE APV-VERB (APV-IX) TO WS-USE-VERB
                           END-IF
                        END-PERFORM
                     END-IF
                     MOVE CTL-TIMESTAMP(1:8) TO WS-USE-DATE
                     MOVE CTL-OPERATOR-ID TO WS-USE-OPERATOR
                     PERFORM NOTE-USE THRU NOTE-USE-EXIT
                     MOVE CTL-APPROVED-BY TO WS-USE-OPERATOR
                     PERFORM NOTE-USE THRU NOTE-USE-EXIT
               END-READ
            END-PERFORM.
            CLOSE BATCH-CONTROL-FILE.
        LOAD-CONTROL-USES-DONE.
            EXIT.
      *
      * EXCEPTION-QUEUE: an exception a gated program raised,
      * resolved by the operator, was worked under that program's
      * authority.
      *
        LOAD-EXCQ-USES.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               IF WS-EXCQ-STATUS EQUAL '05' THEN
                  CLOSE EXCEPTION-QUEUE-FILE
               END-IF
               GO TO LOAD-EXCQ-USES-DONE
            END-IF.
            MOVE 'EXCEPTION-QUEUE' TO WS-USE-SOURCE.
            MOVE SPACES TO WS-USE-DOMAIN.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     IF EXCQ-IS-RESOLVED THEN
                        MOVE EXCQ-PROGRAM-ID TO WS-USE-PROGRAM
                        PERFORM MAP-PROGRAM-VERB
                           THRU MAP-PROGRAM-VERB
                        MOVE EXCQ-RESOLVED-BY TO WS-USE-OPERATOR
                        MOVE EXCQ-RESOLVED-TIME(1:8) TO WS-USE-DATE
                        PERFORM NOTE-USE THRU NOTE-USE-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
        LOAD-EXCQ-USES-DONE.
            EXIT.
      *
      * The supervisor map; no file means every review goes to the
      * grant's countersigner.
      *
        LOAD-SUPERVISORS.
            OPEN INPUT OPERATOR-SUPERVISOR-FILE.
            IF WS-SUP-STATUS NOT EQUAL '00' THEN
               IF WS-SUP-STATUS EQUAL '05' THEN
                  CLOSE OPERATOR-SUPERVISOR-FILE
               END-IF
               GO TO LOAD-SUPERVISORS-DONE
            END-IF.
            PERFORM UNTIL END-OF-SUPERVISORS
               READ OPERATOR-SUPERVISOR-FILE
                  AT END
                     SET END-OF-SUPERVISORS TO TRUE
                  NOT AT END
                     IF SUP-COUNT < 200 AND
                        SUP-OPERATOR-ID NOT EQUAL SPACES THEN
                        ADD 1 TO SUP-COUNT
                        MOVE FUNCTION UPPER-CASE(SUP-OPERATOR-ID)
                          TO ST-OPERATOR-ID (SUP-COUNT)
                        MOVE FUNCTION UPPER-CASE(SUP-SUPERVISOR-ID)
                          TO ST-SUPERVISOR-ID (SUP-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE OPERATOR-SUPERVISOR-FILE.
        LOAD-SUPERVISORS-DONE.
            EXIT.
      *
      * Who countersigned each grant: the last GRANT row per
      * (operator, command, domain) in the authority trail.
      *
        LOAD-COUNTERSIGNERS.
            OPEN INPUT AUTH-AUDIT-FILE.
            IF WS-AAU-STATUS NOT EQUAL '00' THEN
               IF WS-AAU-STATUS EQUAL '05' THEN
                  CLOSE AUTH-AUDIT-FILE
               END-IF
               GO TO LOAD-COUNTERSIGNERS-DONE
            END-IF.
            PERFORM UNTIL END-OF-AAU
               READ AUTH-AUDIT-FILE
                  AT END
                     SET END-OF-AAU TO TRUE
                  NOT AT END
                     IF AAU-ACTION EQUAL 'GRANT' THEN
                        PERFORM NOTE-COUNTERSIGNER
                           THRU NOTE-COUNTERSIGNER-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE AUTH-AUDIT-FILE.
        LOAD-COUNTERSIGNERS-DONE.
            EXIT.
        NOTE-COUNTERSIGNER.
            MOVE 'N' TO WS-CS-FOUND.
            PERFORM VARYING CS-IX FROM 1 BY 1
                     UNTIL CS-IX > CS-COUNT OR COUNTERSIGN-FOUND
               IF CS-OPERATOR-ID (CS-IX) EQUAL AAU-OPERATOR-ID AND
                  CS-COMMAND (CS-IX) EQUAL AAU-COMMAND AND
                  CS-DOMAIN (CS-IX) EQUAL AAU-DOMAIN THEN
                  SET COUNTERSIGN-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF COUNTERSIGN-FOUND THEN
               SUBTRACT 1 FROM CS-IX
            ELSE
               IF CS-COUNT EQUAL 500 THEN
                  GO TO NOTE-COUNTERSIGNER-EXIT
               END-IF
               ADD 1 TO CS-COUNT
               MOVE CS-COUNT TO CS-IX
               MOVE AAU-OPERATOR-ID TO CS-OPERATOR-ID (CS-IX)
               MOVE AAU-COMMAND TO CS-COMMAND (CS-IX)
               MOVE AAU-DOMAIN TO CS-DOMAIN (CS-IX)
            END-IF.
            MOVE AAU-COUNTERSIGNED-BY TO CS-SIGNED-BY (CS-IX).
        NOTE-COUNTERSIGNER-EXIT.
            EXIT.
