      * them, so O'Brien finds O'Brien exactly as it was loaded.
      * Deleted authors are listed too, marked DELETED - the caller
      * asking about a vanished author deserves the tombstone, not
      * silence.  A tombstone left by a survivorship merge
      * (EXAMPLE49_MERGE) is marked MERGED INTO with the survivor's
      * id from AUTHOR-MERGES (see MRGREC.cpy), so the operator
      * goes straight to the id the author now lives under.
      *
      * Every answer is logged to INQUIRY-ACCESS against the asking
      * operator (see INQACC.cpy); with no BATCH-OPERATOR identity
      * the inquiry is refused.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE36-NAMESRCH.
            SELECT AUTHORS-MASTER-FILE ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT OPTIONAL AUTHOR-MERGES-FILE
                ASSIGN TO "AUTHOR-MERGES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MERGES-STATUS.
      * Who viewed what (see INQACC.cpy) and the shop-wide run id
      * each logged view carries (see RUNCTL.cpy)
            SELECT OPTIONAL INQUIRY-ACCESS-FILE
                ASSIGN TO "INQUIRY-ACCESS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQACC-STATUS.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD AUTHORS-MASTER-FILE.
        01 AUTHORS-MASTER-RECORD.
           COPY MSTREC.
        FD AUTHOR-MERGES-FILE.
        01 AUTHOR-MERGE-RECORD.
           COPY MRGREC.
        FD INQUIRY-ACCESS-FILE.
        01 INQUIRY-ACCESS-RECORD.
           COPY INQACC.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
        01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
           88 FRAGMENT-FOUND VALUE 'Y'.
        01 WS-MATCH-COUNT PIC 9(5) VALUE 0.
        01 DISP-ID PIC Z(8)9.
      * Retired id -> survivor id, from AUTHOR-MERGES
        01 WS-MERGES-STATUS PIC X(2) VALUE '00'.
        01 WS-MERGES-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MERGES VALUE 'Y'.
        01 MERGE-TABLE.
           05 MERGE-COUNT PIC 9(4) VALUE 0.
           05 MERGE-ENTRY OCCURS 2000 TIMES.
              10 MT-RETIRED-ID  PIC 9(9).
              10 MT-SURVIVOR-ID PIC 9(9).
        01 MT-IX PIC 9(4).
        01 WS-SURVIVOR-ID PIC 9(9) VALUE 0.
        01 WS-CHAIN-HOPS PIC 9(2) VALUE 0.
        01 WS-CHAIN-FOUND PIC X(1) VALUE 'N'.
           88 CHAIN-LINK-FOUND VALUE 'Y'.
        01 DISP-SURVIVOR PIC Z(8)9.
      * The access log (see INQACCWR.cpy) and the run id
           COPY INQACCWS.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE36_NAMESRCH'.
               DISPLAY 'Usage: EXAMPLE36_NAMESRCH fragment'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM IDENTIFY-INQUIRER THRU IDENTIFY-INQUIRER-EXIT.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            MOVE FUNCTION UPPER-CASE(ARGV(1:30)) TO WS-FRAGMENT.
            COMPUTE WS-FRAGMENT-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(WS-FRAGMENT TRAILING)).
            PERFORM NET-THE-JOURNAL THRU NET-THE-JOURNAL.
            PERFORM LOAD-MERGES THRU LOAD-MERGES-DONE.
            PERFORM VARYING NET-IX FROM 1 BY 1
                     UNTIL NET-IX > NET-COUNT
               PERFORM MATCH-ONE-AUTHOR THRU MATCH-ONE-AUTHOR-EXIT
            IF WS-MATCH-COUNT EQUAL 0 THEN
               DISPLAY 'No author matches - try a shorter fragment'
            END-IF.
            MOVE 'EXNAMSRC' TO WS-INQ-PROGRAM-ID.
            MOVE 'F' TO WS-INQ-KIND.
            MOVE ARGV(1:30) TO WS-INQ-ASKED.
            MOVE WS-MATCH-COUNT TO WS-INQ-ROWS.
            PERFORM LOG-INQUIRY-ACCESS THRU LOG-INQUIRY-ACCESS-EXIT.
            STOP RUN RETURNING 0.
      *
      * Net the append-only journal to its latest record per id,
            END-IF.
            ADD 1 TO WS-MATCH-COUNT.
            MOVE NET-ID (NET-IX) TO DISP-ID.
            IF NET-DELETED (NET-IX) EQUAL 'Y' THEN
               PERFORM FIND-SURVIVOR THRU FIND-SURVIVOR
            END-IF.
            IF NET-DELETED (NET-IX) EQUAL 'Y' AND
               WS-CHAIN-HOPS NOT EQUAL 0 THEN
               MOVE WS-SURVIVOR-ID TO DISP-SURVIVOR
               DISPLAY DISP-ID ' '
                       FUNCTION TRIM(NET-NAME (NET-IX)) ' '
                       FUNCTION TRIM(NET-SURNAME (NET-IX))
                       ' MERGED INTO '
                       FUNCTION TRIM(DISP-SURVIVOR)
                       ' (last change ' NET-TIMESTAMP (NET-IX) ')'
               GO TO MATCH-ONE-AUTHOR-EXIT
            END-IF.
            IF NET-DELETED (NET-IX) EQUAL 'Y' THEN
               DISPLAY DISP-ID ' '
                       FUNCTION TRIM(NET-NAME (NET-IX)) ' '
                  END-IF
               END-PERFORM
            END-IF.
      *
      * The survivorship decisions, retired id to survivor id; no
      * file means no merge has ever run.
      *
        LOAD-MERGES.
            OPEN INPUT AUTHOR-MERGES-FILE.
            IF WS-MERGES-STATUS NOT EQUAL '00' THEN
               IF WS-MERGES-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-MERGES-FILE
               END-IF
               GO TO LOAD-MERGES-DONE
            END-IF.
            PERFORM UNTIL END-OF-MERGES
               READ AUTHOR-MERGES-FILE
                  AT END
                     SET END-OF-MERGES TO TRUE
                  NOT AT END
                     IF MERGE-COUNT < 2000 THEN
                        ADD 1 TO MERGE-COUNT
                        MOVE MRG-RETIRED-ID
                          TO MT-RETIRED-ID (MERGE-COUNT)
                        MOVE MRG-SURVIVOR-ID
                          TO MT-SURVIVOR-ID (MERGE-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-MERGES-FILE.
        LOAD-MERGES-DONE.
            EXIT.
      *
      * Follow a retired id's forwarding chain to the id still
      * alive; WS-CHAIN-HOPS stays zero for a plain delete.
      *
        FIND-SURVIVOR.
            MOVE NET-ID (NET-IX) TO WS-SURVIVOR-ID.
            MOVE 0 TO WS-CHAIN-HOPS.
            MOVE 'Y' TO WS-CHAIN-FOUND.
            PERFORM UNTIL NOT CHAIN-LINK-FOUND OR WS-CHAIN-HOPS > 20
               MOVE 'N' TO WS-CHAIN-FOUND
               PERFORM VARYING MT-IX FROM 1 BY 1
                        UNTIL MT-IX > MERGE-COUNT OR CHAIN-LINK-FOUND
                  IF MT-RETIRED-ID (MT-IX) EQUAL WS-SURVIVOR-ID THEN
                     SET CHAIN-LINK-FOUND TO TRUE
                     MOVE MT-SURVIVOR-ID (MT-IX) TO WS-SURVIVOR-ID
                     ADD 1 TO WS-CHAIN-HOPS
                  END-IF
               END-PERFORM
            END-PERFORM.
      * The inquiry access log, shared by every inquiry program
      * (see INQACCWR.cpy, INQACCWS.cpy and INQACC.cpy), and the
      * interlocked run-number issuance (see ISSUERUN.cpy).
           COPY INQACCWR.
           COPY ISSUERUN.
