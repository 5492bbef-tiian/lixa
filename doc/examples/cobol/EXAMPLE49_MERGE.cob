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
      * Usage: EXAMPLE49_MERGE PREVIEW survivor-id retiring-id
      *        EXAMPLE49_MERGE COMMIT survivor-id retiring-id CONFIRM
      *
      * Author survivorship merge.  EXAMPLE48_DUPCAND finds the
      * writer keyed twice; until now folding the pair together
      * meant a hand-built UPDATE file for the books and a DELETE
      * file for the duplicate, two runs, and a window in between
      * where the duplicate could not be deleted because it still
      * owned books.  This program does the whole survivorship
      * decision as ONE global transaction:
      *
      *   - every book owned by the retiring id is re-pointed to the
      *     survivor (UPDATE books SET author_id=...);
      *   - the retiring author row is deleted;
      *   - the books' and the author's before/after images go to
      *     CHANGE-AUDIT and XREF-CONTROL, the retiring id gets its
      *     AUTHORS-MASTER tombstone, and the decision itself is
      *     written to AUTHOR-MERGES (see MRGREC.cpy), so
      *     EXAMPLE15_HISTINQ and EXAMPLE36_NAMESRCH can say where a
      *     retired id went.
      *
      * The phases follow EXAMPLE28_PURGE:
      *
      *   PREVIEW lists both authors and exactly which books would
      *   move, to MERGE-PREVIEW, without touching anything;
      *
      *   COMMIT ... CONFIRM performs the merge.  The operator needs
      *   MERGE authority in OPERATOR-AUTH, and every merge needs a
      *   second signature: the first COMMIT leaves a pending
      *   RUN-APPROVALS record (verb MERGE, fingerprint
      *   'M' + retiring id + '-' + survivor id, see APPRREC.cpy)
      *   and is held; a DIFFERENT operator holding MERGE authority
      *   approves it with EXAMPLE31_AUTHMNT APPROVE, and the
      *   resubmitted COMMIT proceeds, the approver stamped into
      *   every CHANGE-AUDIT record and the merge record.
      *
      * A retired id cannot be merged again, and nothing is merged
      * into a retired id - the refusal names the survivor to use.
      *
      * Nothing is merged while either author, or any book that
      * would move, is under legal hold (see LGLHOLD.cpy and
      * LGLHCK.cpy): COMMIT refuses and queues the attempt to
      * EXCEPTION-QUEUE naming the hold; PREVIEW says it would.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE49-MERGE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MERGE-PREVIEW-FILE ASSIGN TO "MERGE-PREVIEW"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT OPTIONAL OPERATOR-AUTH-FILE
                ASSIGN TO "OPERATOR-AUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
      * The second-signature queue shared with the loader and
      * EXAMPLE31_AUTHMNT APPROVE (see APPRREC.cpy)
            SELECT OPTIONAL RUN-APPROVALS-FILE
                ASSIGN TO "RUN-APPROVALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPR-STATUS.
      * Every survivorship decision ever taken (see MRGREC.cpy)
            SELECT OPTIONAL AUTHOR-MERGES-FILE
                ASSIGN TO "AUTHOR-MERGES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MERGES-STATUS.
      * Authors and books frozen by a legal hold, and where a
      * refused merge is queued (see LGLHOLD.cpy)
            SELECT OPTIONAL LEGAL-HOLD-FILE
                ASSIGN TO "LEGAL-HOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LGLHOLD-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
            SELECT TRANSACTION-AUDIT-FILE ASSIGN TO "TRANSACTION-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT XREF-CONTROL-FILE ASSIGN TO "XREF-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CHANGE-AUDIT-FILE ASSIGN TO "CHANGE-AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AUTHORS-MASTER-FILE ASSIGN TO "AUTHORS-MASTER"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The id ranges each imprint owns, stamped onto every
      * CHANGE-AUDIT record (see OWNDOM.cpy and OWNDOMST.cpy)
            SELECT OPTIONAL OWNERSHIP-DOMAINS-FILE
                ASSIGN TO "OWNERSHIP-DOMAINS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OWNDOM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD MERGE-PREVIEW-FILE.
        01 MERGE-PREVIEW-RECORD PIC X(90).
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        FD RUN-APPROVALS-FILE.
        01 RUN-APPROVAL-RECORD.
           COPY APPRREC.
        FD AUTHOR-MERGES-FILE.
        01 AUTHOR-MERGE-RECORD.
           COPY MRGREC.
        FD TRANSACTION-AUDIT-FILE.
        01 TRANSACTION-AUDIT-RECORD.
           COPY TXAUDIT.
        FD RUNSTATS-FILE.
        01 RUNSTATS-RECORD.
           COPY RUNSTATREC.
        FD XREF-CONTROL-FILE.
        01 XREF-RECORD.
           COPY XREFREC.
        FD CHANGE-AUDIT-FILE.
        01 CHANGE-AUDIT-RECORD.
           COPY CHGAUD.
        FD AUTHORS-MASTER-FILE.
        01 AUTHORS-MASTER-RECORD.
           COPY MSTREC.
        FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-RECORD.
           COPY LGLHOLD.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        WORKING-STORAGE SECTION.
      * Include TX definitions
        01 TX-RETURN-STATUS.
           COPY TXSTATUS.
        01 TX-INFO-AREA.
           COPY TXINFDEF.
           COPY LIXAXID.
        01 WS-AUDIT-WARNING PIC X(60) VALUE SPACES.
           COPY TXREMED.
        01 RUNSTAT-AREA.
           COPY RUNSTAT.
        01 ARGV PIC X(100) VALUE SPACES.
        01 WS-COMMAND PIC X(10) VALUE SPACES.
           88 CMD-PREVIEW VALUE 'PREVIEW'.
           88 CMD-COMMIT  VALUE 'COMMIT'.
        01 WS-CONFIRM PIC X(10) VALUE SPACES.
      * The pair: who stays and who goes
        01 WS-SURVIVOR-ID PIC 9(9) VALUE 0.
        01 WS-RETIRING-ID PIC 9(9) VALUE 0.
        01 DISP-SURVIVOR PIC Z(8)9.
        01 DISP-RETIRING PIC Z(8)9.
        01 WS-SURVIVOR-NAME PIC X(30) VALUE SPACES.
        01 WS-SURVIVOR-SURNAME PIC X(30) VALUE SPACES.
        01 WS-RETIRING-NAME PIC X(30) VALUE SPACES.
        01 WS-RETIRING-SURNAME PIC X(30) VALUE SPACES.
        01 WS-LOOKUP-ID PIC Z(8)9.
        01 WS-LOOKUP-FOUND PIC X(1) VALUE 'N'.
           88 LOOKUP-ROW-FOUND VALUE 'Y'.
        01 WS-LOOKUP-NAME PIC X(30) VALUE SPACES.
        01 WS-LOOKUP-SURNAME PIC X(30) VALUE SPACES.
      * The books the retiring id owns, captured before they move
        01 BOOK-TABLE.
           05 BOOK-COUNT PIC 9(5) VALUE 0.
           05 BOOK-ENTRY OCCURS 2000 TIMES.
              10 BK-ID    PIC 9(9).
              10 BK-TITLE PIC X(30).
        01 BK-IX PIC 9(5).
        01 WS-BOOK-KEY PIC X(20) VALUE SPACES.
      * Earlier survivorship decisions (see MRGREC.cpy)
        01 WS-MERGES-STATUS PIC X(2) VALUE '00'.
        01 WS-MERGES-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MERGES VALUE 'Y'.
        01 WS-ALREADY-RETIRED PIC X(1) VALUE 'N'.
           88 RETIRING-ALREADY-MERGED VALUE 'Y'.
        01 WS-SURVIVOR-RETIRED PIC X(1) VALUE 'N'.
           88 SURVIVOR-IS-RETIRED VALUE 'Y'.
        01 WS-FORWARD-ID PIC Z(8)9.
      * Second-signature work fields (see CHECK-DUAL-AUTH)
        01 WS-APPR-STATUS PIC X(2) VALUE '00'.
        01 WS-APPR-EOF PIC X(1) VALUE 'N'.
           88 END-OF-APPROVALS VALUE 'Y'.
        01 WS-MERGE-FINGERPRINT PIC X(24) VALUE SPACES.
        01 WS-MERGE-VERB PIC X(10) VALUE 'MERGE'.
        01 WS-APPR-NET-STATUS PIC X(1) VALUE SPACE.
        01 WS-APPR-NET-REQBY PIC X(8) VALUE SPACES.
        01 WS-APPR-NET-APPBY PIC X(8) VALUE SPACES.
        01 WS-APPROVED-BY PIC X(8) VALUE SPACES.
      * PostgreSQL plumbing
        01 PGCONN USAGE POINTER.
        01 PGRES USAGE POINTER.
        01 RESULT USAGE BINARY-LONG.
        01 PQ-STATUS-AREA.
           COPY PQSTATUS.
        01 RESULT-POINTER USAGE POINTER.
        01 RESULT-CHAR PIC X BASED.
        01 SQL-STATEMENT PIC X(200) VALUE SPACES.
        01 WS-NTUPLES USAGE BINARY-LONG.
        01 WS-DB-ROW USAGE BINARY-LONG.
        01 WS-PQGETVAL-ROW USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-COL USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-RESULT PIC X(30) VALUE SPACES.
        01 WS-PQGETVAL-LENGTH PIC 9(4) VALUE 0.
        01 WS-MERGE-FAILED PIC X(1) VALUE 'N'.
           88 MERGE-STEP-FAILED VALUE 'Y'.
        01 WS-FAILED-STEP PIC X(30) VALUE SPACES.
      * Operator identity/authority and the shop-wide run id
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
        01 WS-AUTH-EOF PIC X(1) VALUE 'N'.
           88 END-OF-AUTH-FILE VALUE 'Y'.
        01 WS-OP-CAN-MERGE PIC X(1) VALUE 'N'.
           88 OP-CAN-MERGE VALUE 'Y'.
           COPY RUNIDWS.
      * The legal holds in force (see LGLHWS.cpy)
           COPY LGLHWS.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-HELD-BOOK-COUNT PIC 9(5) VALUE 0.
      * The imprint map the CHANGE-AUDIT stamp reads (see
      * OWNDOMWS.cpy)
           COPY OWNDOMWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE49_MERGE'.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            COMPUTE WS-SURVIVOR-ID = FUNCTION NUMVAL(ARGV).
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            COMPUTE WS-RETIRING-ID = FUNCTION NUMVAL(ARGV).
            MOVE SPACES TO ARGV.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-CONFIRM.
            IF NOT (CMD-PREVIEW OR CMD-COMMIT) OR
               WS-SURVIVOR-ID EQUAL 0 OR
               WS-RETIRING-ID EQUAL 0 THEN
               DISPLAY 'Usage: EXAMPLE49_MERGE PREVIEW survivor-id '
                       'retiring-id / COMMIT survivor-id '
                       'retiring-id CONFIRM'
               STOP RUN RETURNING 1
            END-IF.
            IF WS-SURVIVOR-ID EQUAL WS-RETIRING-ID THEN
               DISPLAY 'REFUSED: an author cannot be merged into '
                       'itself'
               STOP RUN RETURNING 1
            END-IF.
            IF CMD-COMMIT AND WS-CONFIRM NOT EQUAL 'CONFIRM' THEN
               DISPLAY 'REFUSED: COMMIT needs the literal word '
                       'CONFIRM - run PREVIEW first and mean it'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-SURVIVOR-ID TO DISP-SURVIVOR.
            MOVE WS-RETIRING-ID TO DISP-RETIRING.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM CHECK-EARLIER-MERGES THRU CHECK-EARLIER-MERGES.
            PERFORM CHECK-PAIR-HOLDS THRU CHECK-PAIR-HOLDS-EXIT.
            IF CMD-COMMIT THEN
               PERFORM READ-OPERATOR-AUTH
                  THRU READ-OPERATOR-AUTH-DONE
               IF NOT OP-CAN-MERGE THEN
                  DISPLAY 'REFUSED: operator ' WS-OPERATOR-ID
                          ' is not authorized for MERGE (see '
                          'OPERATOR-AUTH)'
                  STOP RUN RETURNING 1
               END-IF
               PERFORM CHECK-DUAL-AUTH THRU CHECK-DUAL-AUTH-EXIT
            END-IF.
            MOVE ZERO TO TX-RETURN-STATUS.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            DISPLAY 'TXOPEN returned value ' TX-STATUS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'Exiting...'
               STOP RUN RETURNING WS-TX-EXIT-CODE
            END-IF.
            CALL "LIXAPQGETCONN" RETURNING PGCONN.
            IF PGCONN EQUAL NULL THEN
               DISPLAY 'Error: unable to retrieve a valid PostgreSQL '
                       'connection'
               STOP RUN RETURNING 1
            END-IF.
            CALL "PQstatus" USING BY VALUE PGCONN RETURNING RESULT.
            MOVE RESULT TO PQ-CONN-STATUS.
            IF NOT PQ-CONNECTION-OK THEN
               DISPLAY 'Error: PostgreSQL connection not OK'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM LOAD-THE-PAIR THRU LOAD-THE-PAIR-EXIT.
            IF CMD-PREVIEW THEN
               PERFORM LOAD-RETIRING-BOOKS
                  THRU LOAD-RETIRING-BOOKS-EXIT
               IF MERGE-STEP-FAILED THEN
                  DISPLAY 'Book query failed - preview abandoned'
                  STOP RUN RETURNING 1
               END-IF
               PERFORM WRITE-PREVIEW THRU WRITE-PREVIEW
               IF WS-HELD-BOOK-COUNT NOT EQUAL 0 THEN
                  DISPLAY 'PREVIEW: ' WS-HELD-BOOK-COUNT ' book(s) '
                          'under legal hold (HOLD in MERGE-PREVIEW) '
                          '- COMMIT would refuse'
               END-IF
            ELSE
               PERFORM MERGE-THE-PAIR THRU MERGE-THE-PAIR-EXIT
            END-IF.
            CALL "TXCLOSE" USING TX-RETURN-STATUS.
            DISPLAY 'TXCLOSE returned value ' TX-STATUS.
            OPEN EXTEND RUNSTATS-FILE.
            PERFORM WRITE-RUNSTATS THRU WRITE-RUNSTATS.
            CLOSE RUNSTATS-FILE.
            IF CMD-PREVIEW THEN
               DISPLAY 'PREVIEW RESULT: ' BOOK-COUNT ' book(s) of '
                       'id ' FUNCTION TRIM(DISP-RETIRING)
                       ' would move to id '
                       FUNCTION TRIM(DISP-SURVIVOR)
                       ' and the id would be retired - list in '
                       'MERGE-PREVIEW; nothing was touched'
               STOP RUN RETURNING 0
            END-IF.
            IF MERGE-STEP-FAILED THEN
               DISPLAY 'MERGE RESULT: FAILED at '
                       FUNCTION TRIM(WS-FAILED-STEP)
                       ' - rolled back, nothing changed'
               STOP RUN RETURNING 1
            END-IF.
            DISPLAY 'MERGE RESULT: id ' FUNCTION TRIM(DISP-RETIRING)
                    ' merged into id ' FUNCTION TRIM(DISP-SURVIVOR)
                    ', ' BOOK-COUNT ' book(s) moved'.
            STOP RUN RETURNING 0.
      *
      * A retired id never comes back, and a survivor must itself
      * still be alive: the refusal names where the id went, so the
      * clerk merges into the right one.
      *
        CHECK-EARLIER-MERGES.
            OPEN INPUT AUTHOR-MERGES-FILE.
            IF WS-MERGES-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-MERGES
                  READ AUTHOR-MERGES-FILE
                     AT END
                        SET END-OF-MERGES TO TRUE
                     NOT AT END
                        IF MRG-RETIRED-ID EQUAL WS-RETIRING-ID THEN
                           SET RETIRING-ALREADY-MERGED TO TRUE
                           MOVE MRG-SURVIVOR-ID TO WS-FORWARD-ID
                        END-IF
                        IF MRG-RETIRED-ID EQUAL WS-SURVIVOR-ID THEN
                           SET SURVIVOR-IS-RETIRED TO TRUE
                           MOVE MRG-SURVIVOR-ID TO WS-FORWARD-ID
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE AUTHOR-MERGES-FILE
            ELSE
               IF WS-MERGES-STATUS EQUAL '05' THEN
                  CLOSE AUTHOR-MERGES-FILE
               END-IF
            END-IF.
            IF RETIRING-ALREADY-MERGED THEN
               DISPLAY 'REFUSED: id ' FUNCTION TRIM(DISP-RETIRING)
                       ' was already merged into id '
                       FUNCTION TRIM(WS-FORWARD-ID)
               STOP RUN RETURNING 1
            END-IF.
            IF SURVIVOR-IS-RETIRED THEN
               DISPLAY 'REFUSED: survivor id '
                       FUNCTION TRIM(DISP-SURVIVOR)
                       ' was itself merged into id '
                       FUNCTION TRIM(WS-FORWARD-ID)
                       ' - merge into that id instead'
               STOP RUN RETURNING 1
            END-IF.
      *
      * Neither author of the pair may be under legal hold: a
      * merge retires one and rewrites the other's bibliography.
      * The books that would move are checked once they are read.
      *
        CHECK-PAIR-HOLDS.
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'REFUSED: LEGAL-HOLD holds more than 500 '
                       'holds - the list cannot be read whole'
               STOP RUN RETURNING 1
            END-IF.
            MOVE 0 TO WS-LGH-BOOK-ID.
            MOVE SPACES TO WS-LGH-CHANGE-TS.
            MOVE WS-RETIRING-ID TO WS-LGH-AUTHOR-ID.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
            IF NOT LEGAL-HOLD-HIT THEN
               MOVE WS-SURVIVOR-ID TO WS-LGH-AUTHOR-ID
               PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT
            END-IF.
            IF NOT LEGAL-HOLD-HIT THEN
               GO TO CHECK-PAIR-HOLDS-EXIT
            END-IF.
            DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-LGH-REASON-TEXT)
                    ' - no merge of id ' FUNCTION TRIM(DISP-RETIRING)
                    ' into id ' FUNCTION TRIM(DISP-SURVIVOR).
            IF CMD-COMMIT THEN
               PERFORM QUEUE-HELD-MERGE THRU QUEUE-HELD-MERGE
            END-IF.
            STOP RUN RETURNING 1.
        CHECK-PAIR-HOLDS-EXIT.
            EXIT.
      *
      * The refused attempt, on the queue under the held key.
      *
        QUEUE-HELD-MERGE.
            MOVE 'EXMERGE ' TO WS-LGH-PROGRAM-ID.
            MOVE WS-RUN-ID TO WS-LGH-RUN-ID.
            PERFORM BUILD-LEGAL-HOLD-EXCEPTION
               THRU BUILD-LEGAL-HOLD-EXCEPTION.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            WRITE EXCEPTION-QUEUE-RECORD.
            CLOSE EXCEPTION-QUEUE-FILE.
      *
      * The second signature (see APPRREC.cpy), the same shape as
      * the loader's CHECK-DUAL-AUTH, but unconditional: every
      * merge retires an id for good, so there is no volume below
      * which one operator suffices.
      *
        CHECK-DUAL-AUTH.
            MOVE SPACES TO WS-MERGE-FINGERPRINT.
            STRING 'M' DELIMITED BY SIZE
                   WS-RETIRING-ID DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-SURVIVOR-ID DELIMITED BY SIZE
                   INTO WS-MERGE-FINGERPRINT
            END-STRING.
            MOVE SPACE TO WS-APPR-NET-STATUS.
            OPEN INPUT RUN-APPROVALS-FILE.
            IF WS-APPR-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-APPROVALS
                  READ RUN-APPROVALS-FILE
                     AT END
                        SET END-OF-APPROVALS TO TRUE
                     NOT AT END
                        IF APR-FINGERPRINT EQUAL
                           WS-MERGE-FINGERPRINT AND
                           APR-VERB EQUAL WS-MERGE-VERB THEN
                           MOVE APR-STATUS TO WS-APPR-NET-STATUS
                           MOVE APR-REQUESTED-BY
                             TO WS-APPR-NET-REQBY
                           MOVE APR-APPROVED-BY
                             TO WS-APPR-NET-APPBY
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE RUN-APPROVALS-FILE
            ELSE
               IF WS-APPR-STATUS EQUAL '05' THEN
                  CLOSE RUN-APPROVALS-FILE
               END-IF
            END-IF.
            IF WS-APPR-NET-STATUS EQUAL 'A' THEN
               IF WS-APPR-NET-APPBY EQUAL WS-OPERATOR-ID THEN
                  DISPLAY 'REFUSED: this merge was approved by '
                          WS-APPR-NET-APPBY ' who is also running '
                          'it - dual control needs two operators'
                  STOP RUN RETURNING 1
               END-IF
               MOVE WS-APPR-NET-APPBY TO WS-APPROVED-BY
               DISPLAY 'Second signature: ' WS-APPROVED-BY
                       ' approved merge ' WS-MERGE-FINGERPRINT
               GO TO CHECK-DUAL-AUTH-EXIT
            END-IF.
            IF WS-APPR-NET-STATUS EQUAL 'P' THEN
               DISPLAY 'HELD: approval of this merge is still '
                       'pending (requested by ' WS-APPR-NET-REQBY
                       ') - a different authorized operator must '
                       'run EXAMPLE31_AUTHMNT APPROVE first'
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND RUN-APPROVALS-FILE.
            MOVE WS-MERGE-FINGERPRINT TO APR-FINGERPRINT.
            MOVE WS-MERGE-VERB TO APR-VERB.
            MOVE WS-OPERATOR-ID TO APR-REQUESTED-BY.
            MOVE FUNCTION CURRENT-DATE TO APR-REQUEST-TIME.
            MOVE SPACES TO APR-APPROVED-BY.
            MOVE SPACES TO APR-APPROVED-TIME.
            MOVE 'P' TO APR-STATUS.
            WRITE RUN-APPROVAL-RECORD.
            CLOSE RUN-APPROVALS-FILE.
            DISPLAY 'HELD: a pending-approval record was written '
                    'for fingerprint ' WS-MERGE-FINGERPRINT
                    ' verb MERGE'.
            DISPLAY '  a DIFFERENT authorized operator must run '
                    'EXAMPLE31_AUTHMNT APPROVE, then resubmit'.
            STOP RUN RETURNING 1.
        CHECK-DUAL-AUTH-EXIT.
            EXIT.
      *
      * Both authors must exist in PostgreSQL right now; their
      * current values go into the preview and the audit images.
      *
        LOAD-THE-PAIR.
            MOVE WS-SURVIVOR-ID TO WS-LOOKUP-ID.
            PERFORM LOOKUP-AUTHOR THRU LOOKUP-AUTHOR.
            IF NOT LOOKUP-ROW-FOUND THEN
               DISPLAY 'REFUSED: survivor id '
                       FUNCTION TRIM(DISP-SURVIVOR)
                       ' is not in the authors table'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-LOOKUP-NAME TO WS-SURVIVOR-NAME.
            MOVE WS-LOOKUP-SURNAME TO WS-SURVIVOR-SURNAME.
            MOVE WS-RETIRING-ID TO WS-LOOKUP-ID.
            PERFORM LOOKUP-AUTHOR THRU LOOKUP-AUTHOR.
            IF NOT LOOKUP-ROW-FOUND THEN
               DISPLAY 'REFUSED: retiring id '
                       FUNCTION TRIM(DISP-RETIRING)
                       ' is not in the authors table'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-LOOKUP-NAME TO WS-RETIRING-NAME.
            MOVE WS-LOOKUP-SURNAME TO WS-RETIRING-SURNAME.
            DISPLAY 'Survivor: ' DISP-SURVIVOR ' '
                    FUNCTION TRIM(WS-SURVIVOR-NAME) ' '
                    FUNCTION TRIM(WS-SURVIVOR-SURNAME).
            DISPLAY 'Retiring: ' DISP-RETIRING ' '
                    FUNCTION TRIM(WS-RETIRING-NAME) ' '
                    FUNCTION TRIM(WS-RETIRING-SURNAME).
        LOAD-THE-PAIR-EXIT.
            EXIT.
        LOOKUP-AUTHOR.
            MOVE 'N' TO WS-LOOKUP-FOUND.
            MOVE SPACES TO WS-LOOKUP-NAME.
            MOVE SPACES TO WS-LOOKUP-SURNAME.
            MOVE SPACES TO SQL-STATEMENT.
            STRING 'SELECT name,surname FROM authors WHERE id='
                   WS-LOOKUP-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO SQL-STATEMENT
            END-STRING.
            CALL "PQexec" USING
                BY VALUE PGCONN
                BY REFERENCE SQL-STATEMENT
                RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                 RETURNING RESULT.
            IF RESULT EQUAL 2 THEN
               CALL "PQntuples" USING BY VALUE PGRES
                    RETURNING WS-NTUPLES
               IF WS-NTUPLES > 0 THEN
                  SET LOOKUP-ROW-FOUND TO TRUE
                  MOVE 0 TO WS-PQGETVAL-ROW
                  MOVE 0 TO WS-PQGETVAL-COL
                  PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN
                  MOVE WS-PQGETVAL-RESULT TO WS-LOOKUP-NAME
                  MOVE 1 TO WS-PQGETVAL-COL
                  PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN
                  MOVE WS-PQGETVAL-RESULT TO WS-LOOKUP-SURNAME
               END-IF
            END-IF.
            CALL "PQclear" USING BY VALUE PGRES.
      *
      * The retiring id's books, id and title (folded to the 30-byte
      * image field as the loader folds it), in id order.
      *
        LOAD-RETIRING-BOOKS.
            MOVE 0 TO BOOK-COUNT.
            MOVE SPACES TO SQL-STATEMENT.
            STRING 'SELECT id,title FROM books WHERE author_id='
                   DISP-RETIRING DELIMITED BY SIZE
                   ' ORDER BY id;' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO SQL-STATEMENT
            END-STRING.
            CALL "PQexec" USING
                BY VALUE PGCONN
                BY REFERENCE SQL-STATEMENT
                RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                 RETURNING RESULT.
            IF RESULT NOT EQUAL 2 THEN
               CALL "PQclear" USING BY VALUE PGRES
               MOVE 'the book query' TO WS-FAILED-STEP
               SET MERGE-STEP-FAILED TO TRUE
               GO TO LOAD-RETIRING-BOOKS-EXIT
            END-IF.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING WS-NTUPLES.
            IF WS-NTUPLES > 2000 THEN
               CALL "PQclear" USING BY VALUE PGRES
               DISPLAY 'REFUSED: id ' FUNCTION TRIM(DISP-RETIRING)
                       ' owns more than 2000 books - too many to '
                       'audit in one merge'
               STOP RUN RETURNING 1
            END-IF.
            PERFORM VARYING WS-DB-ROW FROM 0 BY 1
                     UNTIL WS-DB-ROW >= WS-NTUPLES
               ADD 1 TO BOOK-COUNT
               MOVE WS-DB-ROW TO WS-PQGETVAL-ROW
               MOVE 0 TO WS-PQGETVAL-COL
               PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN
               COMPUTE BK-ID (BOOK-COUNT) =
                  FUNCTION NUMVAL(WS-PQGETVAL-RESULT)
               END-COMPUTE
               MOVE 1 TO WS-PQGETVAL-COL
               PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN
               MOVE WS-PQGETVAL-RESULT TO BK-TITLE (BOOK-COUNT)
            END-PERFORM.
            CALL "PQclear" USING BY VALUE PGRES.
        LOAD-RETIRING-BOOKS-EXIT.
            EXIT.
      *
      * What the merge would do, one line per author and per book.
      *
        WRITE-PREVIEW.
            OPEN OUTPUT MERGE-PREVIEW-FILE.
            MOVE SPACES TO MERGE-PREVIEW-RECORD.
            STRING 'SURVIVOR ' DELIMITED BY SIZE
                   DISP-SURVIVOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SURVIVOR-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SURVIVOR-SURNAME DELIMITED BY SIZE
                   INTO MERGE-PREVIEW-RECORD
            END-STRING.
            WRITE MERGE-PREVIEW-RECORD.
            MOVE SPACES TO MERGE-PREVIEW-RECORD.
            STRING 'RETIRING ' DELIMITED BY SIZE
                   DISP-RETIRING DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RETIRING-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RETIRING-SURNAME DELIMITED BY SIZE
                   INTO MERGE-PREVIEW-RECORD
            END-STRING.
            WRITE MERGE-PREVIEW-RECORD.
            PERFORM VARYING BK-IX FROM 1 BY 1
                     UNTIL BK-IX > BOOK-COUNT
               PERFORM BUILD-BOOK-KEY THRU BUILD-BOOK-KEY
               MOVE SPACES TO MERGE-PREVIEW-RECORD
               STRING 'BOOK     ' DELIMITED BY SIZE
                      WS-BOOK-KEY(1:10) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BK-TITLE (BK-IX) DELIMITED BY SIZE
                      ' MOVES TO ' DELIMITED BY SIZE
                      DISP-SURVIVOR DELIMITED BY SIZE
                      INTO MERGE-PREVIEW-RECORD
               END-STRING
               MOVE BK-ID (BK-IX) TO WS-LGH-BOOK-ID
               MOVE WS-RETIRING-ID TO WS-LGH-AUTHOR-ID
               MOVE SPACES TO WS-LGH-CHANGE-TS
               PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT
               IF LEGAL-HOLD-HIT THEN
                  ADD 1 TO WS-HELD-BOOK-COUNT
                  MOVE 'HOLD' TO MERGE-PREVIEW-RECORD(71:4)
               END-IF
               WRITE MERGE-PREVIEW-RECORD
            END-PERFORM.
            CLOSE MERGE-PREVIEW-FILE.
      *
      * The merge proper: books re-pointed and the retiring row
      * deleted under ONE global transaction - either the survivor
      * owns every book and the duplicate is gone, or nothing
      * changed at all.  The book list is captured inside the same
      * transaction, so the audit images name exactly the rows the
      * UPDATE moved.
      *
        MERGE-THE-PAIR.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-BEGINS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'TXBEGIN failed - merge abandoned'
               STOP RUN RETURNING WS-TX-EXIT-CODE
            END-IF.
            PERFORM LOAD-RETIRING-BOOKS THRU LOAD-RETIRING-BOOKS-EXIT.
            IF MERGE-STEP-FAILED THEN
               GO TO MERGE-ROLLBACK
            END-IF.
      * A book under legal hold does not move: the whole merge
      * rolls back, and the attempt is queued naming the hold.
            PERFORM VARYING BK-IX FROM 1 BY 1
                     UNTIL BK-IX > BOOK-COUNT OR LEGAL-HOLD-HIT
               MOVE BK-ID (BK-IX) TO WS-LGH-BOOK-ID
               MOVE WS-RETIRING-ID TO WS-LGH-AUTHOR-ID
               MOVE SPACES TO WS-LGH-CHANGE-TS
               PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT
            END-PERFORM.
            IF LEGAL-HOLD-HIT THEN
               DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-LGH-REASON-TEXT)
               PERFORM QUEUE-HELD-MERGE THRU QUEUE-HELD-MERGE
               MOVE 'a book under legal hold' TO WS-FAILED-STEP
               SET MERGE-STEP-FAILED TO TRUE
               GO TO MERGE-ROLLBACK
            END-IF.
            IF BOOK-COUNT > 0 THEN
               MOVE SPACES TO SQL-STATEMENT
               STRING 'UPDATE books SET author_id='
                      DISP-SURVIVOR DELIMITED BY SIZE
                      ' WHERE author_id=' DELIMITED BY SIZE
                      DISP-RETIRING DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      x"00" DELIMITED BY SIZE
                      INTO SQL-STATEMENT
               END-STRING
               CALL "PQexec" USING
                   BY VALUE PGCONN
                   BY REFERENCE SQL-STATEMENT
                   RETURNING PGRES
               END-CALL
               CALL "PQresultStatus" USING BY VALUE PGRES
                    RETURNING RESULT
               CALL "PQclear" USING BY VALUE PGRES
               IF RESULT NOT EQUAL 1 THEN
                  MOVE 'the book re-point' TO WS-FAILED-STEP
                  SET MERGE-STEP-FAILED TO TRUE
                  GO TO MERGE-ROLLBACK
               END-IF
            END-IF.
            MOVE SPACES TO SQL-STATEMENT.
            STRING 'DELETE FROM authors WHERE id='
                   DISP-RETIRING DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO SQL-STATEMENT
            END-STRING.
            CALL "PQexec" USING
                BY VALUE PGCONN
                BY REFERENCE SQL-STATEMENT
                RETURNING PGRES
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES
                 RETURNING RESULT.
            CALL "PQclear" USING BY VALUE PGRES.
            IF RESULT NOT EQUAL 1 THEN
               MOVE 'the author delete' TO WS-FAILED-STEP
               SET MERGE-STEP-FAILED TO TRUE
               GO TO MERGE-ROLLBACK
            END-IF.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-COMMITS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'MERGE COMMIT not clean for id '
                       FUNCTION TRIM(DISP-RETIRING)
                       ' - review before rerun'
               CALL "TXCLOSE" USING TX-RETURN-STATUS
               STOP RUN RETURNING WS-TX-EXIT-CODE
            END-IF.
            PERFORM INFO-PARA THRU INFO-PARA.
            OPEN EXTEND XREF-CONTROL-FILE.
            OPEN EXTEND CHANGE-AUDIT-FILE.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'WARNING: OWNERSHIP-DOMAINS not usable ('
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
                       ') - changes recorded without an imprint'
            END-IF.
            OPEN EXTEND AUTHORS-MASTER-FILE.
            OPEN EXTEND AUTHOR-MERGES-FILE.
            PERFORM VARYING BK-IX FROM 1 BY 1
                     UNTIL BK-IX > BOOK-COUNT
               PERFORM WRITE-BOOK-BOOKKEEPING
                  THRU WRITE-BOOK-BOOKKEEPING
            END-PERFORM.
            PERFORM WRITE-AUTHOR-BOOKKEEPING
               THRU WRITE-AUTHOR-BOOKKEEPING.
            CLOSE XREF-CONTROL-FILE.
            CLOSE CHANGE-AUDIT-FILE.
            CLOSE AUTHORS-MASTER-FILE.
            CLOSE AUTHOR-MERGES-FILE.
            GO TO MERGE-THE-PAIR-EXIT.
        MERGE-ROLLBACK.
            DISPLAY 'MERGE FAILED at ' FUNCTION TRIM(WS-FAILED-STEP)
                    ' - rolling back'.
            CALL "TXROLLBACK" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-ROLLBACKS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
        MERGE-THE-PAIR-EXIT.
            EXIT.
      *
      * Book business key as the loader writes it: the 'B' prefix
      * and the nine-digit id.
      *
        BUILD-BOOK-KEY.
            MOVE SPACES TO WS-BOOK-KEY.
            STRING 'B' DELIMITED BY SIZE
                   BK-ID (BK-IX) DELIMITED BY SIZE
                   INTO WS-BOOK-KEY
            END-STRING.
      *
      * One moved book: XREF 'U' expecting title/survivor, and the
      * CHANGE-AUDIT before/after images of the owner column, in
      * the loader's book-row convention (title folded to 30 bytes,
      * owning author id right-justified).
      *
        WRITE-BOOK-BOOKKEEPING.
            PERFORM BUILD-BOOK-KEY THRU BUILD-BOOK-KEY.
            MOVE WS-BOOK-KEY TO XREF-BUSINESS-KEY.
            MOVE LIXA-SER-XID TO XREF-SER-XID.
            MOVE FUNCTION CURRENT-DATE TO XREF-TIMESTAMP.
            MOVE 'U' TO XREF-OPERATION.
            MOVE BK-TITLE (BK-IX) TO XREF-EXPECTED-NAME.
            MOVE DISP-SURVIVOR TO XREF-EXPECTED-SURNAME.
            MOVE WS-RUN-ID TO XREF-RUN-ID.
            WRITE XREF-RECORD.
            MOVE LIXA-SER-XID TO CHG-SER-XID.
            MOVE 'EXMERGE ' TO CHG-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP.
            MOVE WS-BOOK-KEY TO CHG-BUSINESS-KEY.
            MOVE WS-OPERATOR-ID TO CHG-OPERATOR-ID.
            MOVE WS-RUN-ID TO CHG-RUN-ID.
            SET CHG-OP-UPDATE TO TRUE.
            MOVE BK-TITLE (BK-IX) TO CHG-BEFORE-NAME.
            MOVE DISP-RETIRING TO CHG-BEFORE-SURNAME.
            MOVE BK-TITLE (BK-IX) TO CHG-AFTER-NAME.
            MOVE DISP-SURVIVOR TO CHG-AFTER-SURNAME.
            MOVE WS-APPROVED-BY TO CHG-APPROVED-BY.
            PERFORM STAMP-CHANGE-DOMAIN
               THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
      *
      * The retired author: XREF 'D', CHANGE-AUDIT before-image,
      * master tombstone - the same trail EXAMPLE28_PURGE leaves -
      * and the forwarding record naming the survivor.
      *
        WRITE-AUTHOR-BOOKKEEPING.
            MOVE DISP-RETIRING TO XREF-BUSINESS-KEY.
            MOVE LIXA-SER-XID TO XREF-SER-XID.
            MOVE FUNCTION CURRENT-DATE TO XREF-TIMESTAMP.
            MOVE 'D' TO XREF-OPERATION.
            MOVE SPACES TO XREF-EXPECTED-NAME.
            MOVE SPACES TO XREF-EXPECTED-SURNAME.
            MOVE WS-RUN-ID TO XREF-RUN-ID.
            WRITE XREF-RECORD.
            MOVE LIXA-SER-XID TO CHG-SER-XID.
            MOVE 'EXMERGE ' TO CHG-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP.
            MOVE DISP-RETIRING TO CHG-BUSINESS-KEY.
            MOVE WS-OPERATOR-ID TO CHG-OPERATOR-ID.
            MOVE WS-RUN-ID TO CHG-RUN-ID.
            SET CHG-OP-DELETE TO TRUE.
            MOVE WS-RETIRING-NAME TO CHG-BEFORE-NAME.
            MOVE WS-RETIRING-SURNAME TO CHG-BEFORE-SURNAME.
            MOVE SPACES TO CHG-AFTER-NAME.
            MOVE SPACES TO CHG-AFTER-SURNAME.
            MOVE WS-APPROVED-BY TO CHG-APPROVED-BY.
            PERFORM STAMP-CHANGE-DOMAIN
               THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
            MOVE WS-RETIRING-ID TO MST-ID.
            MOVE WS-RETIRING-NAME TO MST-NAME.
            MOVE WS-RETIRING-SURNAME TO MST-SURNAME.
            MOVE 'Y' TO MST-DELETED.
            MOVE LIXA-SER-XID TO MST-SER-XID.
            MOVE FUNCTION CURRENT-DATE TO MST-TIMESTAMP.
            MOVE WS-RUN-ID TO MST-RUN-ID.
            WRITE AUTHORS-MASTER-RECORD.
            MOVE WS-RETIRING-ID TO MRG-RETIRED-ID.
            MOVE WS-SURVIVOR-ID TO MRG-SURVIVOR-ID.
            MOVE WS-RETIRING-NAME TO MRG-RETIRED-NAME.
            MOVE WS-RETIRING-SURNAME TO MRG-RETIRED-SURNAME.
            MOVE BOOK-COUNT TO MRG-BOOKS-MOVED.
            MOVE LIXA-SER-XID TO MRG-SER-XID.
            MOVE FUNCTION CURRENT-DATE TO MRG-TIMESTAMP.
            MOVE WS-OPERATOR-ID TO MRG-OPERATOR-ID.
            MOVE WS-APPROVED-BY TO MRG-APPROVED-BY.
            MOVE WS-RUN-ID TO MRG-RUN-ID.
            WRITE AUTHOR-MERGE-RECORD.
      *
      * Calling TXINFORM (tx_info) and logging the result
      *
        INFO-PARA.
            CALL "TXINFORM" USING TX-INFO-AREA TX-RETURN-STATUS.
            IF NOT TX-OK THEN
               DISPLAY 'TXINFORM failed'
               STOP RUN RETURNING 1
            END-IF.
            CALL "LIXAXIDSERIALIZE" USING TX-INFO-AREA LIXA-SER-XID
                 TX-RETURN-STATUS.
            OPEN EXTEND TRANSACTION-AUDIT-FILE.
            PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD.
            CLOSE TRANSACTION-AUDIT-FILE.
        WRITE-AUDIT-RECORD.
            MOVE 'EXMERGE ' TO AUD-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
            MOVE FORMAT-ID TO AUD-FORMAT-ID.
            MOVE GTRID-LENGTH TO AUD-GTRID-LENGTH.
            MOVE BRANCH-LENGTH TO AUD-BRANCH-LENGTH.
            MOVE LIXA-SER-XID TO AUD-SER-XID.
            MOVE TRANSACTION-MODE TO AUD-TRANSACTION-MODE.
            MOVE COMMIT-RETURN TO AUD-COMMIT-RETURN.
            MOVE TRANSACTION-CONTROL TO AUD-TRANSACTION-CONTROL.
            MOVE TRANSACTION-TIMEOUT TO AUD-TRANSACTION-TIMEOUT.
            MOVE TRANSACTION-STATE TO AUD-TRANSACTION-STATE.
            MOVE WS-AUDIT-WARNING TO AUD-WARNING.
            MOVE SPACES TO WS-AUDIT-WARNING.
            MOVE SPACES TO AUD-CONN-HOST.
            MOVE SPACES TO AUD-CONN-DB.
            MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
            MOVE WS-RUN-ID TO AUD-RUN-ID.
            WRITE TRANSACTION-AUDIT-RECORD.
      *
      * One text column from the result set in PGRES.
      *
        EXTRACT-PQ-COLUMN.
            CALL "PQgetvalue" USING BY VALUE PGRES
                 BY VALUE WS-PQGETVAL-ROW BY VALUE WS-PQGETVAL-COL
                 RETURNING RESULT-POINTER
            END-CALL.
            MOVE SPACES TO WS-PQGETVAL-RESULT.
            MOVE 0 TO WS-PQGETVAL-LENGTH.
            SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER.
            PERFORM UNTIL RESULT-CHAR EQUAL x"00"
               IF WS-PQGETVAL-LENGTH < 30 THEN
                  ADD 1 TO WS-PQGETVAL-LENGTH
                  MOVE RESULT-CHAR
                    TO WS-PQGETVAL-RESULT (WS-PQGETVAL-LENGTH:1)
               END-IF
               SET RESULT-POINTER UP BY 1
               SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER
            END-PERFORM.
      *
      * Who is at the keyboard and may they retire an author id?
      *
        READ-OPERATOR-AUTH.
            MOVE SPACES TO WS-OPERATOR-ID.
            ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'BATCH-OPERATOR'
               ON EXCEPTION
                  CONTINUE
            END-ACCEPT.
            IF WS-OPERATOR-ID EQUAL SPACES THEN
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
            END-IF.
            DISPLAY 'Operator: ' WS-OPERATOR-ID.
            OPEN INPUT OPERATOR-AUTH-FILE.
            IF WS-AUTH-STATUS NOT EQUAL '00' AND
               WS-AUTH-STATUS NOT EQUAL '05' THEN
               GO TO READ-OPERATOR-AUTH-DONE
            END-IF.
            PERFORM UNTIL END-OF-AUTH-FILE
               READ OPERATOR-AUTH-FILE
                  AT END
                     SET END-OF-AUTH-FILE TO TRUE
                  NOT AT END
      * A temporary grant dated before today has lapsed and counts
      * as absent (see AUTH-EXPIRY-DATE in OPAUTH.cpy)
                     IF AUTH-OPERATOR-ID EQUAL WS-OPERATOR-ID AND
                        (AUTH-COMMAND EQUAL 'MERGE' OR
                         AUTH-COMMAND EQUAL 'ALL') AND
                        (AUTH-EXPIRY-DATE EQUAL SPACES OR
                         AUTH-EXPIRY-DATE NOT <
                            WS-RUNCTL-TODAY(1:8)) THEN
                        SET OP-CAN-MERGE TO TRUE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE OPERATOR-AUTH-FILE.
        READ-OPERATOR-AUTH-DONE.
            EXIT.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      *
      * One-line-per-run summary of every TX call this program
      * made, the same record every other driver leaves.
      *
        WRITE-RUNSTATS.
            MOVE 'EXMERGE ' TO RSTAT-REC-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO RSTAT-REC-TIMESTAMP.
            MOVE RSTAT-BEGINS TO RSTAT-REC-BEGINS.
            MOVE RSTAT-COMMITS TO RSTAT-REC-COMMITS.
            MOVE RSTAT-ROLLBACKS TO RSTAT-REC-ROLLBACKS.
            MOVE RSTAT-RETRY TO RSTAT-REC-RETRY.
            MOVE RSTAT-MANUAL-REVIEW TO RSTAT-REC-MANUAL-REVIEW.
            MOVE RSTAT-PROGRAM-DEFECT TO RSTAT-REC-PROGRAM-DEFECT.
            MOVE RSTAT-BAD-INPUT TO RSTAT-REC-BAD-INPUT.
            MOVE RSTAT-FATAL TO RSTAT-REC-FATAL.
      * This program does not time its calls through TXPERFWK, so
      * the elapsed/call counters are always zero here.
            MOVE 0 TO RSTAT-REC-PQEXEC-ELAPSED.
            MOVE 0 TO RSTAT-REC-PQEXEC-CALLS.
            MOVE 0 TO RSTAT-REC-COMMIT-ELAPSED.
            MOVE 0 TO RSTAT-REC-COMMIT-CALLS.
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE SPACES TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      * Shared TX-STATUS remediation routing (see TXDISPAT.cpy)
           COPY TXDISPAT.
      * Legal-hold freeze shared by every change path (see
      * LGLHCK.cpy, LGLHWS.cpy and LGLHOLD.cpy).
           COPY LGLHCK.
      * Imprint map and the CHANGE-AUDIT stamp (see OWNDOMCK.cpy,
      * OWNDOMST.cpy and OWNDOM.cpy)
           COPY OWNDOMCK.
           COPY OWNDOMST.
