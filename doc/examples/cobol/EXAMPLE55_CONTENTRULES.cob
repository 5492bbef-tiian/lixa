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
      * Usage: EXAMPLE55_CONTENTRULES LIST
      *        EXAMPLE55_CONTENTRULES WARNINGS [RUN=runid]
      *
      * Operations view of the table-driven content checks (see
      * CNTRULE.cpy).  The rules live in a control file anybody
      * with access can edit, so what VALIDATE and the loaders
      * enforce tonight is whatever the file says tonight:
      *
      *   LIST prints every rule in CONTENT-RULES, marking each
      *        NEW, CHANGED (with the wording it replaced) or, for
      *        a rule that is gone, REMOVED against the copy the
      *        previous LIST kept in CONTENT-RULES-LISTED, then
      *        keeps the current file there for next time.  The
      *        set is judged exactly as the loaders judge it at
      *        start: a set they would refuse is reported
      *        UNUSABLE and the listing ends 1.  A listing with
      *        changes ends 4, so a scheduled step surfaces them.
      *
      *   WARNINGS prints the CONTENT-WARNINGS report - every
      *        warn-severity failure the loaders let through,
      *        optionally for one run - with the totals by rule.
      *
      * The fingerprint of the CONTENT-RULES it lists is logged to
      * CONTROL-USAGE as 'EXCNTRUL' (no run id: against the program
      * and the time of the read), so EXAMPLE63_CTLREG USED can say
      * which registered version the run was steered by.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE55-CONTENTRULES.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CONTENT-RULES-FILE
                ASSIGN TO "CONTENT-RULES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CNTRULE-STATUS.
      * The rule set as the previous LIST saw it
            SELECT OPTIONAL LISTED-RULES-FILE
                ASSIGN TO "CONTENT-RULES-LISTED"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LISTED-STATUS.
            SELECT OPTIONAL CONTENT-WARNINGS-FILE
                ASSIGN TO "CONTENT-WARNINGS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CNTWARN-STATUS.
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
        FD CONTENT-RULES-FILE.
        01 CONTENT-RULE-RECORD.
           COPY CNTRULE.
        FD LISTED-RULES-FILE.
        01 LISTED-RULE-RECORD.
           COPY CNTRULE REPLACING LEADING ==CRL== BY ==LRL==.
        FD CONTENT-WARNINGS-FILE.
        01 CONTENT-WARNING-RECORD.
           COPY CNTWARN.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        WORKING-STORAGE SECTION.
      * The loaders' own rule loading and judgement of the set
      * (see CNTRULWS.cpy and CNTRULCK.cpy)
           COPY CNTRULWS.
        01 WS-LISTED-STATUS PIC X(2) VALUE '00'.
        01 WS-LISTED-EOF PIC X(1) VALUE 'N'.
           88 END-OF-LISTED VALUE 'Y'.
        01 WS-CNTWARN-STATUS PIC X(2) VALUE '00'.
        01 WS-CNTWARN-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CNTWARN VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(1).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-COMMAND PIC X(10) VALUE SPACES.
           88 CMD-LIST     VALUE 'LIST'.
           88 CMD-WARNINGS VALUE 'WARNINGS'.
        01 WS-RUN-FILTER PIC X(13) VALUE SPACES.
        01 WS-EXIT-CODE PIC 9(2) VALUE 0.
      * The file as it stands, record for record (a malformed rule
      * is listed too - it is what operations must see)
        01 CURRENT-TABLE.
           05 CUR-COUNT PIC 9(3) VALUE 0.
           05 CUR-ENTRY OCCURS 100 TIMES.
              10 CUR-RULE PIC X(122).
              10 CUR-RULE-ID REDEFINES CUR-RULE PIC X(4).
        01 CUR-IX PIC 9(3).
      * The copy the previous LIST kept
        01 LISTED-TABLE.
           05 LST-COUNT PIC 9(3) VALUE 0.
           05 LST-ENTRY OCCURS 100 TIMES.
              10 LST-RULE PIC X(122).
              10 LST-RULE-ID REDEFINES LST-RULE PIC X(4).
              10 LST-SEEN PIC X(1).
        01 LST-IX PIC 9(3).
        01 WS-LST-FOUND PIC X(1) VALUE 'N'.
           88 LISTED-FOUND VALUE 'Y'.
      * One printed rule
        01 WS-PRINT-RULE.
           COPY CNTRULE REPLACING LEADING ==CRL== BY ==PRL==.
        01 WS-PRINT-MARK PIC X(8) VALUE SPACES.
        01 WS-NEW-COUNT PIC 9(3) VALUE 0.
        01 WS-CHANGED-COUNT PIC 9(3) VALUE 0.
        01 WS-REMOVED-COUNT PIC 9(3) VALUE 0.
        01 WS-PREVIOUS-LISTING PIC X(1) VALUE 'N'.
           88 PREVIOUS-LISTING VALUE 'Y'.
      * The warnings report
        01 WARN-RULE-TABLE.
           05 WRT-COUNT PIC 9(3) VALUE 0.
           05 WRT-ENTRY OCCURS 100 TIMES.
              10 WRT-RULE-ID PIC X(4).
              10 WRT-TOTAL   PIC 9(9).
        01 WRT-IX PIC 9(3).
        01 WS-WARN-READ PIC 9(9) VALUE 0.
        01 WS-WARN-SHOWN PIC 9(9) VALUE 0.
        01 DISP-ID PIC Z(8)9.
        01 DISP-ROW PIC Z(8)9.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE55_CONTENTRULES'.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 2
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  UNSTRING ARGV DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  MOVE FUNCTION UPPER-CASE(WS-ARG-KEYWORD)
                    TO WS-ARG-KEYWORD
                  EVALUATE WS-ARG-KEYWORD
                     WHEN 'LIST'
                     WHEN 'WARNINGS'
                        MOVE WS-ARG-KEYWORD TO WS-COMMAND
                     WHEN 'RUN'
                        MOVE WS-ARG-VALUE(1:13) TO WS-RUN-FILTER
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            EVALUATE TRUE
               WHEN CMD-LIST
                  PERFORM RUN-LIST THRU RUN-LIST-EXIT
               WHEN CMD-WARNINGS
                  PERFORM RUN-WARNINGS THRU RUN-WARNINGS-EXIT
               WHEN OTHER
                  DISPLAY 'Usage: EXAMPLE55_CONTENTRULES LIST / '
                          'WARNINGS [RUN=runid]'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            STOP RUN RETURNING WS-EXIT-CODE.
      *
      * LIST: the rules in force, against the previous listing
      *
        RUN-LIST.
            PERFORM READ-CURRENT-RULES THRU READ-CURRENT-RULES-DONE.
            PERFORM READ-LISTED-RULES THRU READ-LISTED-RULES-DONE.
            DISPLAY 'CONTENT RULES IN FORCE: ' CUR-COUNT
                    ' rule(s) in CONTENT-RULES'.
            IF NOT PREVIOUS-LISTING THEN
               DISPLAY '  (no previous listing - nothing to compare '
                       'against)'
            END-IF.
            DISPLAY '  MARK     RULE T FIELD    TEST MIN MAX SEV '
                    'VALUE / DESCRIPTION'.
            PERFORM VARYING CUR-IX FROM 1 BY 1
                     UNTIL CUR-IX > CUR-COUNT
               PERFORM LIST-ONE-RULE THRU LIST-ONE-RULE-EXIT
            END-PERFORM.
            PERFORM VARYING LST-IX FROM 1 BY 1
                     UNTIL LST-IX > LST-COUNT
               IF LST-SEEN (LST-IX) NOT EQUAL 'Y' THEN
                  ADD 1 TO WS-REMOVED-COUNT
                  MOVE 'REMOVED' TO WS-PRINT-MARK
                  MOVE LST-RULE (LST-IX) TO WS-PRINT-RULE
                  PERFORM PRINT-RULE THRU PRINT-RULE
               END-IF
            END-PERFORM.
      * The loaders' own verdict on the set
            PERFORM LOAD-CONTENT-RULES THRU LOAD-CONTENT-RULES-DONE.
            MOVE SPACES TO WS-CTLFP-RUN-ID.
            MOVE 'EXCNTRUL' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'CONTENT-RULES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            DISPLAY 'LIST RESULT: ' WS-NEW-COUNT ' new, '
                    WS-CHANGED-COUNT ' changed, ' WS-REMOVED-COUNT
                    ' removed since the previous listing'.
            PERFORM SAVE-LISTED-RULES THRU SAVE-LISTED-RULES.
            IF CONTENT-RULES-UNUSABLE THEN
               DISPLAY 'UNUSABLE: ' FUNCTION TRIM(WS-CNTRULE-LOAD-TEXT)
                       ' - VALIDATE and the loaders refuse to run '
                       'until it is corrected'
               MOVE 1 TO WS-EXIT-CODE
               GO TO RUN-LIST-EXIT
            END-IF.
            IF WS-NEW-COUNT > 0 OR WS-CHANGED-COUNT > 0 OR
               WS-REMOVED-COUNT > 0 THEN
               MOVE 4 TO WS-EXIT-CODE
            ELSE
               MOVE 0 TO WS-EXIT-CODE
            END-IF.
        RUN-LIST-EXIT.
            EXIT.
        READ-CURRENT-RULES.
            MOVE 'N' TO WS-CNTRULE-EOF.
            OPEN INPUT CONTENT-RULES-FILE.
            IF WS-CNTRULE-STATUS NOT EQUAL '00' THEN
               IF WS-CNTRULE-STATUS EQUAL '05' THEN
                  CLOSE CONTENT-RULES-FILE
               END-IF
               GO TO READ-CURRENT-RULES-DONE
            END-IF.
            PERFORM UNTIL END-OF-CNTRULE
               READ CONTENT-RULES-FILE
                  AT END
                     SET END-OF-CNTRULE TO TRUE
                  NOT AT END
                     IF CUR-COUNT < 100 THEN
                        ADD 1 TO CUR-COUNT
                        MOVE CONTENT-RULE-RECORD
                          TO CUR-RULE (CUR-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CONTENT-RULES-FILE.
        READ-CURRENT-RULES-DONE.
            EXIT.
        READ-LISTED-RULES.
            OPEN INPUT LISTED-RULES-FILE.
            IF WS-LISTED-STATUS NOT EQUAL '00' THEN
               IF WS-LISTED-STATUS EQUAL '05' THEN
                  CLOSE LISTED-RULES-FILE
               END-IF
               GO TO READ-LISTED-RULES-DONE
            END-IF.
            SET PREVIOUS-LISTING TO TRUE.
            PERFORM UNTIL END-OF-LISTED
               READ LISTED-RULES-FILE
                  AT END
                     SET END-OF-LISTED TO TRUE
                  NOT AT END
                     IF LST-COUNT < 100 THEN
                        ADD 1 TO LST-COUNT
                        MOVE LISTED-RULE-RECORD
                          TO LST-RULE (LST-COUNT)
                        MOVE 'N' TO LST-SEEN (LST-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE LISTED-RULES-FILE.
        READ-LISTED-RULES-DONE.
            EXIT.
      *
      * One current rule: matched to the previous listing by rule
      * id.  Without a previous listing nothing is marked - the
      * first LIST is the baseline.
      *
        LIST-ONE-RULE.
            MOVE SPACES TO WS-PRINT-MARK.
            MOVE 'N' TO WS-LST-FOUND.
            PERFORM VARYING LST-IX FROM 1 BY 1
                     UNTIL LST-IX > LST-COUNT OR LISTED-FOUND
               IF LST-RULE-ID (LST-IX) EQUAL CUR-RULE-ID (CUR-IX)
                  AND LST-SEEN (LST-IX) NOT EQUAL 'Y' THEN
                  SET LISTED-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF LISTED-FOUND THEN
               SUBTRACT 1 FROM LST-IX
               MOVE 'Y' TO LST-SEEN (LST-IX)
               IF LST-RULE (LST-IX) NOT EQUAL CUR-RULE (CUR-IX)
                  THEN
                  ADD 1 TO WS-CHANGED-COUNT
                  MOVE 'WAS' TO WS-PRINT-MARK
                  MOVE LST-RULE (LST-IX) TO WS-PRINT-RULE
                  PERFORM PRINT-RULE THRU PRINT-RULE
                  MOVE 'CHANGED' TO WS-PRINT-MARK
               END-IF
            ELSE
               IF PREVIOUS-LISTING THEN
                  ADD 1 TO WS-NEW-COUNT
                  MOVE 'NEW' TO WS-PRINT-MARK
               END-IF
            END-IF.
            MOVE CUR-RULE (CUR-IX) TO WS-PRINT-RULE.
            PERFORM PRINT-RULE THRU PRINT-RULE.
        LIST-ONE-RULE-EXIT.
            EXIT.
        PRINT-RULE.
            DISPLAY '  ' WS-PRINT-MARK ' ' PRL-RULE-ID ' '
                    PRL-REC-TYPE ' ' PRL-FIELD ' ' PRL-TEST
                    PRL-MODE '   ' PRL-MIN-LENGTH ' '
                    PRL-MAX-LENGTH ' ' PRL-SEVERITY '   '
                    FUNCTION TRIM(PRL-VALUE TRAILING).
            DISPLAY '                                        '
                    '      ' FUNCTION TRIM(PRL-DESCRIPTION TRAILING).
      *
      * Keep the set just listed as the baseline for the next LIST
      *
        SAVE-LISTED-RULES.
            OPEN OUTPUT LISTED-RULES-FILE.
            PERFORM VARYING CUR-IX FROM 1 BY 1
                     UNTIL CUR-IX > CUR-COUNT
               MOVE CUR-RULE (CUR-IX) TO LISTED-RULE-RECORD
               WRITE LISTED-RULE-RECORD
            END-PERFORM.
            CLOSE LISTED-RULES-FILE.
      *
      * WARNINGS: the CONTENT-WARNINGS report, one run or all
      *
        RUN-WARNINGS.
            OPEN INPUT CONTENT-WARNINGS-FILE.
            IF WS-CNTWARN-STATUS NOT EQUAL '00' THEN
               IF WS-CNTWARN-STATUS EQUAL '05' THEN
                  CLOSE CONTENT-WARNINGS-FILE
               END-IF
               DISPLAY 'WARNINGS RESULT: no CONTENT-WARNINGS file - '
                       'nothing to report'
               MOVE 0 TO WS-EXIT-CODE
               GO TO RUN-WARNINGS-EXIT
            END-IF.
            IF WS-RUN-FILTER NOT EQUAL SPACES THEN
               DISPLAY 'CONTENT WARNINGS for run ' WS-RUN-FILTER
            ELSE
               DISPLAY 'CONTENT WARNINGS, every run'
            END-IF.
            DISPLAY '  RUN-ID        COMMAND    ROW       RULE T '
                    'ID        FIELD    VALUE'.
            PERFORM UNTIL END-OF-CNTWARN
               READ CONTENT-WARNINGS-FILE
                  AT END
                     SET END-OF-CNTWARN TO TRUE
                  NOT AT END
                     ADD 1 TO WS-WARN-READ
                     IF WS-RUN-FILTER EQUAL SPACES OR
                        CWN-RUN-ID EQUAL WS-RUN-FILTER THEN
                        PERFORM REPORT-ONE-WARNING
                           THRU REPORT-ONE-WARNING-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE CONTENT-WARNINGS-FILE.
            DISPLAY 'BY RULE:'.
            PERFORM VARYING WRT-IX FROM 1 BY 1
                     UNTIL WRT-IX > WRT-COUNT
               DISPLAY '  ' WRT-RULE-ID (WRT-IX) ' '
                       WRT-TOTAL (WRT-IX)
            END-PERFORM.
            DISPLAY 'WARNINGS RESULT: ' WS-WARN-SHOWN
                    ' warning(s) reported of ' WS-WARN-READ
                    ' read'.
            MOVE 0 TO WS-EXIT-CODE.
        RUN-WARNINGS-EXIT.
            EXIT.
        REPORT-ONE-WARNING.
            ADD 1 TO WS-WARN-SHOWN.
            MOVE CWN-ROW-NUMBER TO DISP-ROW.
            MOVE CWN-ROW-ID TO DISP-ID.
            DISPLAY '  ' CWN-RUN-ID ' ' CWN-COMMAND ' ' DISP-ROW
                    ' ' CWN-RULE-ID ' ' CWN-REC-TYPE ' ' DISP-ID
                    ' ' CWN-FIELD ' '
                    FUNCTION TRIM(CWN-VALUE TRAILING).
            DISPLAY '                ' CWN-TIMESTAMP(1:8) ' '
                    FUNCTION TRIM(CWN-DESCRIPTION TRAILING).
            PERFORM VARYING WRT-IX FROM 1 BY 1
                     UNTIL WRT-IX > WRT-COUNT OR
                           WRT-RULE-ID (WRT-IX) EQUAL CWN-RULE-ID
               CONTINUE
            END-PERFORM.
            IF WRT-IX > WRT-COUNT THEN
               IF WRT-COUNT EQUAL 100 THEN
                  GO TO REPORT-ONE-WARNING-EXIT
               END-IF
               ADD 1 TO WRT-COUNT
               MOVE CWN-RULE-ID TO WRT-RULE-ID (WRT-COUNT)
               MOVE 0 TO WRT-TOTAL (WRT-COUNT)
            END-IF.
            ADD 1 TO WRT-TOTAL (WRT-IX).
        REPORT-ONE-WARNING-EXIT.
            EXIT.
      * Table-driven content rules, the loaders' own loading and
      * judgement (see CNTRULCK.cpy, CNTRULWS.cpy and CNTRULE.cpy)
           COPY CNTRULCK.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
