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
      * Usage: EXAMPLE58_ACCESSRPT KEY=business-key FROM=yyyymmdd
      *                            TO=yyyymmdd
      *        EXAMPLE58_ACCESSRPT OPERATOR=id FROM=yyyymmdd
      *                            TO=yyyymmdd
      *
      * Inquiry access report, for the privacy officer's questions
      * "who viewed this author's record" and "what did this
      * operator look at".  Every inquiry program appends one
      * INQUIRY-ACCESS record per answer it shows (see INQACC.cpy);
      * this program reads them back for a date range:
      *
      *   KEY=      - every inquiry that asked for the key (an
      *               author id in any zero-padding, or a
      *               'B'-prefixed book key), plus every full
      *               listing or as-of snapshot in the range, since
      *               those showed every author at once.  Name
      *               searches and XID dossiers are logged by what
      *               was asked, not by each key they showed, so
      *               they are counted at the foot for follow-up
      *               with OPERATOR=;
      *   OPERATOR= - everything the operator asked for, with the
      *               program and the rows each answer showed.
      *
      * The housekeeping CUT ages INQUIRY-ACCESS into
      * "INQUIRY-ACCESS-ARC-yyyymmdd" generations; the report walks
      * the GENERATION-CATALOG (see GENCAT.cpy) first, reading only
      * the generations whose date range meets the requested one,
      * then the live file - so six months back is one run
      * whenever retention last ran.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE58-ACCESSRPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * The log is read by its archived generations first and then
      * by its live name, so the ASSIGN goes through a data name
      * the catalog walk repoints
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO DYNAMIC WS-IQA-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-IQA-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        WORKING-STORAGE SECTION.
        01 WS-IQA-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-IQA-EOF PIC X(1) VALUE 'N'.
           88 END-OF-IQA VALUE 'Y'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-IQA-NAME PIC X(40) VALUE 'INQUIRY-ACCESS'.
        01 WS-GENERATIONS-READ PIC 9(4) VALUE 0.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-TARGET-KEY PIC X(20) VALUE SPACES.
        01 WS-TARGET-OPERATOR PIC X(8) VALUE SPACES.
        01 WS-FROM-DATE PIC X(8) VALUE SPACES.
        01 WS-TO-DATE PIC X(8) VALUE SPACES.
      * Keys compare in one normal form: an all-digit key as its
      * value without leading zeros or blanks, anything else
      * trimmed and in upper case
        01 WS-NORM-IN PIC X(200) VALUE SPACES.
        01 WS-NORM-OUT PIC X(200) VALUE SPACES.
        01 WS-NORM-LENGTH PIC 9(3) VALUE 0.
        01 WS-NORM-NUMBER PIC 9(9) VALUE 0.
        01 DISP-NORM-NUMBER PIC Z(8)9.
        01 WS-NORMAL-TARGET PIC X(200) VALUE SPACES.
      * Tallies
        01 WS-READ-COUNT PIC 9(9) VALUE 0.
        01 WS-SHOWN-COUNT PIC 9(9) VALUE 0.
        01 WS-ROWS-TOTAL PIC 9(9) VALUE 0.
        01 WS-SEARCH-COUNT PIC 9(9) VALUE 0.
        01 WS-DOSSIER-COUNT PIC 9(9) VALUE 0.
        01 WS-KIND-TEXT PIC X(8) VALUE SPACES.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE58_ACCESSRPT'.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 3
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
                     WHEN 'KEY'
                        MOVE WS-ARG-VALUE(1:20) TO WS-TARGET-KEY
                     WHEN 'OPERATOR'
                        MOVE WS-ARG-VALUE(1:8)
                          TO WS-TARGET-OPERATOR
                     WHEN 'FROM'
                        MOVE WS-ARG-VALUE(1:8) TO WS-FROM-DATE
                     WHEN 'TO'
                        MOVE WS-ARG-VALUE(1:8) TO WS-TO-DATE
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            IF (WS-TARGET-KEY EQUAL SPACES AND
                WS-TARGET-OPERATOR EQUAL SPACES) OR
               (WS-TARGET-KEY NOT EQUAL SPACES AND
                WS-TARGET-OPERATOR NOT EQUAL SPACES) OR
               WS-FROM-DATE IS NOT NUMERIC OR
               WS-TO-DATE IS NOT NUMERIC THEN
               DISPLAY 'Usage: EXAMPLE58_ACCESSRPT KEY=key | '
                       'OPERATOR=id FROM=yyyymmdd TO=yyyymmdd'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-TARGET-KEY NOT EQUAL SPACES THEN
               MOVE WS-TARGET-KEY TO WS-NORM-IN
               PERFORM NORMALIZE-KEY THRU NORMALIZE-KEY-EXIT
               MOVE WS-NORM-OUT TO WS-NORMAL-TARGET
               DISPLAY 'ACCESS REPORT: who viewed key '
                       FUNCTION TRIM(WS-TARGET-KEY) ' from '
                       WS-FROM-DATE ' to ' WS-TO-DATE
            ELSE
               DISPLAY 'ACCESS REPORT: what operator '
                       FUNCTION TRIM(WS-TARGET-OPERATOR)
                       ' viewed from ' WS-FROM-DATE ' to '
                       WS-TO-DATE
            END-IF.
            PERFORM READ-GENERATIONS THRU READ-GENERATIONS-DONE.
            MOVE 'INQUIRY-ACCESS' TO WS-IQA-NAME.
            PERFORM READ-ONE-LOG THRU READ-ONE-LOG-EXIT.
            DISPLAY 'ACCESS RESULT: ' WS-SHOWN-COUNT ' inquiry(ies) '
                    'showing ' WS-ROWS-TOTAL ' row(s), from '
                    WS-READ-COUNT ' log record(s) in '
                    WS-GENERATIONS-READ ' archived generation(s) '
                    'and the live log'.
            IF WS-TARGET-KEY NOT EQUAL SPACES AND
               (WS-SEARCH-COUNT NOT EQUAL 0 OR
                WS-DOSSIER-COUNT NOT EQUAL 0) THEN
               DISPLAY '  also in the range: ' WS-SEARCH-COUNT
                       ' name search(es) and ' WS-DOSSIER-COUNT
                       ' XID dossier(s), which may have shown this '
                       'key - review them with OPERATOR='
            END-IF.
            STOP RUN RETURNING 0.
      *
      * The archived generations of the log, in catalog order (the
      * order their records left the live file), skipping those
      * wholly outside the requested dates.
      *
        READ-GENERATIONS.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS NOT EQUAL '00' THEN
               IF WS-GENCAT-STATUS EQUAL '05' THEN
                  CLOSE GENERATION-CATALOG-FILE
               END-IF
               GO TO READ-GENERATIONS-DONE
            END-IF.
            PERFORM UNTIL END-OF-GENCAT
               READ GENERATION-CATALOG-FILE
                  AT END
                     SET END-OF-GENCAT TO TRUE
                  NOT AT END
                     IF GC-FILE-NAME EQUAL 'INQUIRY-ACCESS' AND
                        GC-HIGH-DATE NOT < WS-FROM-DATE AND
                        GC-LOW-DATE NOT > WS-TO-DATE THEN
                        MOVE SPACES TO WS-IQA-NAME
                        STRING 'INQUIRY-ACCESS-ARC-'
                               DELIMITED BY SIZE
                               GC-GENERATION DELIMITED BY SIZE
                               INTO WS-IQA-NAME
                        END-STRING
                        ADD 1 TO WS-GENERATIONS-READ
                        PERFORM READ-ONE-LOG THRU READ-ONE-LOG-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE GENERATION-CATALOG-FILE.
        READ-GENERATIONS-DONE.
            EXIT.
        READ-ONE-LOG.
            MOVE 'N' TO WS-IQA-EOF.
            OPEN INPUT INQUIRY-ACCESS-FILE.
            IF WS-IQA-STATUS NOT EQUAL '00' THEN
               IF WS-IQA-STATUS EQUAL '05' THEN
                  CLOSE INQUIRY-ACCESS-FILE
               END-IF
               DISPLAY FUNCTION TRIM(WS-IQA-NAME) ' not present'
               GO TO READ-ONE-LOG-EXIT
            END-IF.
            PERFORM UNTIL END-OF-IQA
               READ INQUIRY-ACCESS-FILE
                  AT END
                     SET END-OF-IQA TO TRUE
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM MATCH-ONE-ACCESS
                        THRU MATCH-ONE-ACCESS-EXIT
               END-READ
            END-PERFORM.
            CLOSE INQUIRY-ACCESS-FILE.
        READ-ONE-LOG-EXIT.
            EXIT.
      *
      * One log record against the question.
      *
        MATCH-ONE-ACCESS.
            IF IQA-TIMESTAMP(1:8) < WS-FROM-DATE OR
               IQA-TIMESTAMP(1:8) > WS-TO-DATE THEN
               GO TO MATCH-ONE-ACCESS-EXIT
            END-IF.
            IF WS-TARGET-OPERATOR NOT EQUAL SPACES THEN
               IF FUNCTION UPPER-CASE(IQA-OPERATOR-ID) NOT EQUAL
                  WS-TARGET-OPERATOR THEN
                  GO TO MATCH-ONE-ACCESS-EXIT
               END-IF
               PERFORM PRINT-ONE-ACCESS THRU PRINT-ONE-ACCESS
               GO TO MATCH-ONE-ACCESS-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN IQA-ASKED-KEY
                  MOVE IQA-ASKED TO WS-NORM-IN
                  PERFORM NORMALIZE-KEY THRU NORMALIZE-KEY-EXIT
                  IF WS-NORM-OUT EQUAL WS-NORMAL-TARGET THEN
                     PERFORM PRINT-ONE-ACCESS THRU PRINT-ONE-ACCESS
                  END-IF
               WHEN IQA-ASKED-ALL
                  PERFORM PRINT-ONE-ACCESS THRU PRINT-ONE-ACCESS
               WHEN IQA-ASKED-FRAGMENT
                  ADD 1 TO WS-SEARCH-COUNT
               WHEN IQA-ASKED-XID
                  ADD 1 TO WS-DOSSIER-COUNT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.
        MATCH-ONE-ACCESS-EXIT.
            EXIT.
        PRINT-ONE-ACCESS.
            ADD 1 TO WS-SHOWN-COUNT.
            ADD IQA-ROWS-SHOWN TO WS-ROWS-TOTAL.
            EVALUATE TRUE
               WHEN IQA-ASKED-KEY
                  MOVE 'KEY' TO WS-KIND-TEXT
               WHEN IQA-ASKED-FRAGMENT
                  MOVE 'SEARCH' TO WS-KIND-TEXT
               WHEN IQA-ASKED-XID
                  MOVE 'XID' TO WS-KIND-TEXT
               WHEN IQA-ASKED-ALL
                  MOVE 'ALL' TO WS-KIND-TEXT
               WHEN OTHER
                  MOVE IQA-ASKED-KIND TO WS-KIND-TEXT
            END-EVALUATE.
            DISPLAY IQA-TIMESTAMP(1:14) ' ' IQA-OPERATOR-ID ' '
                    IQA-PROGRAM-ID ' run ' IQA-RUN-ID ' '
                    WS-KIND-TEXT ' ' IQA-ROWS-SHOWN ' row(s) '
                    FUNCTION TRIM(IQA-ASKED).
      *
      * WS-NORM-IN to its comparable form in WS-NORM-OUT.
      *
        NORMALIZE-KEY.
            MOVE SPACES TO WS-NORM-OUT.
            IF WS-NORM-IN EQUAL SPACES THEN
               GO TO NORMALIZE-KEY-EXIT
            END-IF.
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NORM-IN))
              TO WS-NORM-OUT.
            COMPUTE WS-NORM-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(WS-NORM-OUT TRAILING)).
            IF WS-NORM-LENGTH NOT > 9 AND
               WS-NORM-OUT(1:WS-NORM-LENGTH) IS NUMERIC THEN
               COMPUTE WS-NORM-NUMBER =
                  FUNCTION NUMVAL(WS-NORM-OUT(1:WS-NORM-LENGTH))
               END-COMPUTE
               MOVE WS-NORM-NUMBER TO DISP-NORM-NUMBER
               MOVE FUNCTION TRIM(DISP-NORM-NUMBER) TO WS-NORM-OUT
            END-IF.
        NORMALIZE-KEY-EXIT.
            EXIT.
