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
      * Usage: EXAMPLE56_ERASE ERASE ID=nnnnnnnnn REF=legal-ref
      *        EXAMPLE56_ERASE PREVIEW ID=nnnnnnnnn
      *        EXAMPLE56_ERASE PRINT CERT=run-id
      *
      * Right-to-be-forgotten erasure of one author.  Deleting the
      * authors row is the easy part; the person's name also sits
      * in the CHANGE-AUDIT before/after images, the AUTHORS-MASTER
      * journal, the XREF-CONTROL expected names, the input images
      * in AUTHOR-REJECT and AUTHOR-RECYCLE (with both versions of a
      * stale-update conflict), the future-dated rows held in
      * PENDING-CHANGES (see PNDCHG.cpy), the input files
      * the loader archived for lineage (see LINEAGE.cpy), and every
      * archived generation of those trails the housekeeping
      * catalog names (see GENCAT.cpy).
      *
      *   ERASE   - needs DELETE authority in OPERATOR-AUTH and the
      *             legal reference the erasure is made under.  The
      *             authors row is deleted in a global transaction
      *             with the usual XREF-CONTROL, CHANGE-AUDIT,
      *             AUTHORS-MASTER (tombstone) and TRANSACTION-AUDIT
      *             records - carrying the token, never the name -
      *             and refused while the author still owns book
      *             rows, as the loader refuses it.  Then every name
      *             field of the author's records in every trail and
      *             archive is replaced, in place, with the stable
      *             token ERASED-nnnnnnnnn; keys, XIDs and run ids
      *             are kept, so the audit chain still joins.  The
      *             run leaves an erasure certificate in
      *             ERASURE-CERTIFICATES (see ERASECRT.cpy) naming
      *             every file walked and every record touched, and
      *             prints it for legal.  A row already gone (an
      *             interrupted erasure run again) skips the
      *             database step and finishes the trails.
      *   PREVIEW - the same walk without changing anything: what
      *             ERASE would touch, file by file.
      *   PRINT   - an erasure certificate on file, again.
      *
      * CHANGE-AUDIT is sealed (see EXAMPLE41_SEALER), and an
      * erasure changes the hash of every sealed day holding the
      * author's records.  Before anything is changed, each such
      * day is recomputed as it stands: a day that no longer
      * matches its seal - or the last erasure certificate for it -
      * refuses the run, so an erasure never launders tampering.
      * The certificate then records, per changed sealed day, the
      * seal and the day's hash after the erasure, which is what
      * the sealer's VERIFY accepts in place of the seal.
      *
      * A file is rewritten through ERASE-WORK and copied back over
      * itself; a copy that fails raises the suite's ALERT and ends
      * 99, and re-running the same ERASE completes the work.
      *
      * A legal hold outranks an erasure request: an author under
      * legal hold (see LGLHOLD.cpy and LGLHCK.cpy) is not erased.
      * ERASE refuses and queues the attempt to EXCEPTION-QUEUE
      * naming the hold; PREVIEW says ERASE would refuse.  Legal
      * lifts the hold first if the erasure is to go ahead.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE56-ERASE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
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
            SELECT OPTIONAL OPERATOR-AUTH-FILE
                ASSIGN TO "OPERATOR-AUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUTH-STATUS.
            SELECT OPTIONAL SEALS-FILE ASSIGN TO "CHANGE-AUDIT-SEALS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEALS-STATUS.
            SELECT OPTIONAL GENERATION-CATALOG-FILE
                ASSIGN TO "GENERATION-CATALOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENCAT-STATUS.
            SELECT OPTIONAL LINEAGE-INDEX-FILE
                ASSIGN TO "LINEAGE-INDEX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LINEAGE-STATUS.
            SELECT OPTIONAL ERASURE-CERTIFICATES-FILE
                ASSIGN TO "ERASURE-CERTIFICATES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERC-STATUS.
      * Authors and books frozen by a legal hold, and where a
      * refused erasure is queued (see LGLHOLD.cpy)
            SELECT OPTIONAL LEGAL-HOLD-FILE
                ASSIGN TO "LEGAL-HOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LGLHOLD-STATUS.
            SELECT OPTIONAL EXCEPTION-QUEUE-FILE
                ASSIGN TO "EXCEPTION-QUEUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCQ-STATUS.
      * Any trail or archive being walked, and its rewritten copy
            SELECT OPTIONAL ERASE-IN-FILE
                ASSIGN TO DYNAMIC WS-ERASE-IN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERASE-IN-STATUS.
            SELECT ERASE-OUT-FILE
                ASSIGN TO DYNAMIC WS-ERASE-OUT-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERASE-OUT-STATUS.
      * The holder note beside the suite enqueues this run takes
      * (see TXENQ.cpy/ENQREC.cpy)
            SELECT ENQ-HOLDER-FILE
                ASSIGN TO DYNAMIC WS-ENQ-HOLDER-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ENQ-HOLDER-STATUS.
      * The id ranges each imprint owns, stamped onto every
      * CHANGE-AUDIT record (see OWNDOM.cpy and OWNDOMST.cpy)
            SELECT OPTIONAL OWNERSHIP-DOMAINS-FILE
                ASSIGN TO "OWNERSHIP-DOMAINS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OWNDOM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
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
        FD OPERATOR-AUTH-FILE.
        01 OPERATOR-AUTH-RECORD.
           COPY OPAUTH.
        FD SEALS-FILE.
        01 SEAL-RECORD.
           COPY SEALREC.
        FD GENERATION-CATALOG-FILE.
        01 GENERATION-CATALOG-RECORD.
           COPY GENCAT.
        FD LINEAGE-INDEX-FILE.
        01 LINEAGE-INDEX-RECORD.
           COPY LINEAGE.
        FD ERASURE-CERTIFICATES-FILE.
        01 ERASURE-CERTIFICATE-RECORD.
           COPY ERASECRT.
        FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-RECORD.
           COPY LGLHOLD.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD ERASE-IN-FILE.
        01 ERASE-IN-RECORD PIC X(600).
        FD ERASE-OUT-FILE.
        01 ERASE-OUT-RECORD PIC X(600).
        FD ENQ-HOLDER-FILE.
        01 ENQ-HOLDER-RECORD.
           COPY ENQREC.
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
      * PostgreSQL plumbing, the same shapes the loader uses
        01 PGCONN USAGE POINTER.
        01 PGRES USAGE POINTER.
        01 RESULT USAGE BINARY-LONG.
        01 PQ-STATUS-AREA.
           COPY PQSTATUS.
        01 SQL-STATEMENT PIC X(200) VALUE SPACES.
        01 WS-NTUPLES USAGE BINARY-LONG.
        01 WS-CHILD-ROWS USAGE BINARY-LONG.
      * Run id, enqueue and seal-hash work fields, the suite's
      * shared shapes (see RUNIDWS.cpy/ENQWS.cpy/SEALHWS.cpy)
           COPY RUNIDWS.
           COPY ENQWS.
           COPY SEALHWS.
      * The legal holds in force (see LGLHWS.cpy)
           COPY LGLHWS.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-AUTH-STATUS PIC X(2) VALUE '00'.
        01 WS-AUTH-EOF PIC X(1) VALUE 'N'.
           88 END-OF-AUTH-FILE VALUE 'Y'.
        01 WS-OP-CAN-DELETE PIC X(1) VALUE 'N'.
           88 OP-CAN-DELETE VALUE 'Y'.
        01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        01 WS-SEALS-STATUS PIC X(2) VALUE '00'.
        01 WS-SEALS-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SEALS VALUE 'Y'.
        01 WS-GENCAT-STATUS PIC X(2) VALUE '00'.
        01 WS-GENCAT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-GENCAT VALUE 'Y'.
        01 WS-LINEAGE-STATUS PIC X(2) VALUE '00'.
        01 WS-LINEAGE-EOF PIC X(1) VALUE 'N'.
           88 END-OF-LINEAGE VALUE 'Y'.
        01 WS-ERC-STATUS PIC X(2) VALUE '00'.
        01 WS-ERC-EOF PIC X(1) VALUE 'N'.
           88 END-OF-ERC VALUE 'Y'.
        01 WS-ERASE-IN-NAME PIC X(60) VALUE SPACES.
        01 WS-ERASE-IN-STATUS PIC X(2) VALUE '00'.
        01 WS-ERASE-IN-EOF PIC X(1) VALUE 'N'.
           88 END-OF-ERASE-IN VALUE 'Y'.
        01 WS-ERASE-OUT-NAME PIC X(60) VALUE 'ERASE-WORK'.
        01 WS-ERASE-OUT-STATUS PIC X(2) VALUE '00'.
        01 WS-COPY-RC PIC S9(9) COMP-5 VALUE 0.
      * The command line
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
        01 WS-COMMAND PIC X(8) VALUE SPACES.
           88 CMD-ERASE   VALUE 'ERASE'.
           88 CMD-PREVIEW VALUE 'PREVIEW'.
           88 CMD-PRINT   VALUE 'PRINT'.
        01 WS-LEGAL-REF PIC X(30) VALUE SPACES.
        01 WS-CERT-ID PIC X(13) VALUE SPACES.
      * The author being erased, in each of the forms the trails
      * key it by, and the token that stands in for the name
        01 WS-ERASE-ID PIC 9(9) VALUE 0.
        01 DISP-ID PIC Z(8)9.
        01 WS-SUBJECT-KEY PIC X(20) VALUE SPACES.
        01 WS-TOKEN PIC X(30) VALUE SPACES.
        01 WS-DB-ACTION PIC X(1) VALUE SPACE.
      * The record being walked, and its typed views: which one
      * applies is WS-ERASE-KIND, set per file
        01 WS-ERASE-KIND PIC X(1) VALUE SPACE.
           88 KIND-CHANGE-AUDIT VALUE 'C'.
           88 KIND-MASTER       VALUE 'M'.
           88 KIND-XREF         VALUE 'X'.
           88 KIND-REJECT       VALUE 'J'.
           88 KIND-INPUT        VALUE 'I'.
           88 KIND-PENDING      VALUE 'P'.
        01 WS-ERASE-IMAGE PIC X(600) VALUE SPACES.
        01 WS-ORIGINAL-IMAGE PIC X(600) VALUE SPACES.
        01 WS-ERASE-CHG.
           COPY CHGAUD REPLACING LEADING ==CHG== BY ==ECH==.
        01 WS-ERASE-MST.
           COPY MSTREC REPLACING LEADING ==MST== BY ==EMS==.
        01 WS-ERASE-XREF.
           COPY XREFREC REPLACING LEADING ==XREF== BY ==EXR==.
        01 WS-ERASE-REJ.
           COPY REJROW REPLACING LEADING ==REJ== BY ==ERJ==.
        01 WS-ERASE-ROW.
           COPY AUTHROW REPLACING LEADING ==AUTHROW== BY ==ERW==.
        01 WS-ERASE-PCH.
           COPY PNDCHG REPLACING LEADING ==PCH== BY ==EPC==.
        01 WS-ERASE-FLAGS.
           05 WS-SUBJECT-FLAG PIC X(1) VALUE 'N'.
              88 SUBJECT-RECORD VALUE 'Y'.
           05 WS-CHANGED-FLAG PIC X(1) VALUE 'N'.
              88 IMAGE-CHANGED VALUE 'Y'.
           05 WS-ALERT-FLAG PIC X(1) VALUE 'N'.
              88 COPY-BACK-FAILED VALUE 'Y'.
      * Per-file and run tallies
        01 WS-FILE-READ PIC 9(9) VALUE 0.
        01 WS-FILE-TOUCHED PIC 9(9) VALUE 0.
        01 WS-FILES-WALKED PIC 9(5) VALUE 0.
        01 WS-TOTAL-TOUCHED PIC 9(9) VALUE 0.
      * The seals on file in chain order, and the last erasure
      * certificate hash per sealed day (see ERASECRT.cpy)
        01 SEAL-TABLE.
           05 SEAL-COUNT PIC 9(4) VALUE 0.
           05 SEAL-ENTRY OCCURS 400 TIMES.
              10 ST-DATE  PIC X(8).
              10 ST-COUNT PIC 9(9).
              10 ST-HASH  PIC 9(14).
        01 ST-IX PIC 9(4).
        01 ERASURE-TABLE.
           05 ERT-COUNT PIC 9(4) VALUE 0.
           05 ERT-ENTRY OCCURS 400 TIMES.
              10 ERT-DATE        PIC X(8).
              10 ERT-SEALED-HASH PIC 9(14).
              10 ERT-ERASED-HASH PIC 9(14).
        01 ERT-IX PIC 9(4).
      * The sealed days this erasure changes: found by the touch
      * scan, then each recomputed before and after the erasure
        01 ERASED-DAY-TABLE.
           05 EDT-COUNT PIC 9(4) VALUE 0.
           05 EDT-ENTRY OCCURS 400 TIMES.
              10 EDT-DATE        PIC X(8).
              10 EDT-SEAL-IX     PIC 9(4).
              10 EDT-COUNT-FOUND PIC 9(9).
              10 EDT-EXPECTED    PIC 9(14).
              10 EDT-PRIOR-HASH  PIC 9(14).
              10 EDT-ERASED-HASH PIC 9(14).
        01 EDT-IX PIC 9(4).
        01 WS-SCAN-MODE PIC X(1) VALUE SPACE.
           88 SCAN-FOR-DAYS VALUE 'T'.
           88 SCAN-FOR-HASH VALUE 'H'.
        01 WS-TARGET-DATE PIC X(8) VALUE SPACES.
        01 WS-PRIOR-HASH PIC 9(14) VALUE 0.
        01 WS-ERASED-HASH PIC 9(14) VALUE 0.
        01 WS-DAY-COUNT PIC 9(9) VALUE 0.
        01 WS-SEAL-BROKEN PIC X(1) VALUE 'N'.
           88 SEALED-DAY-BROKEN VALUE 'Y'.
      * Certificate printing
        01 WS-CERT-FOUND PIC X(1) VALUE 'N'.
           88 CERT-FOUND VALUE 'Y'.
        01 WS-PRINT-FILES PIC 9(5) VALUE 0.
        01 WS-PRINT-RECORDS PIC 9(9) VALUE 0.
      * The imprint map the CHANGE-AUDIT stamp reads (see
      * OWNDOMWS.cpy)
           COPY OWNDOMWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE56_ERASE'.
            ACCEPT ARGV FROM ARGUMENT-VALUE.
            MOVE FUNCTION UPPER-CASE(ARGV) TO WS-COMMAND.
            PERFORM VARYING ARG-IX FROM 2 BY 1 UNTIL ARG-IX > 3
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  UNSTRING ARGV DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  EVALUATE FUNCTION UPPER-CASE(WS-ARG-KEYWORD)
                     WHEN 'ID'
                        COMPUTE WS-ERASE-ID =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN 'REF'
                        MOVE WS-ARG-VALUE TO WS-LEGAL-REF
                     WHEN 'CERT'
                        MOVE WS-ARG-VALUE TO WS-CERT-ID
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            EVALUATE TRUE
               WHEN CMD-PRINT
                  IF WS-CERT-ID EQUAL SPACES THEN
                     DISPLAY 'PRINT needs CERT=run-id'
                     STOP RUN RETURNING 1
                  END-IF
                  PERFORM PRINT-CERTIFICATE
                     THRU PRINT-CERTIFICATE-EXIT
                  IF NOT CERT-FOUND THEN
                     STOP RUN RETURNING 1
                  END-IF
                  STOP RUN RETURNING 0
               WHEN CMD-ERASE
                  IF WS-ERASE-ID EQUAL 0 OR
                     WS-LEGAL-REF EQUAL SPACES THEN
                     DISPLAY 'ERASE needs ID=nnnnnnnnn and '
                             'REF=legal-ref'
                     STOP RUN RETURNING 1
                  END-IF
               WHEN CMD-PREVIEW
                  IF WS-ERASE-ID EQUAL 0 THEN
                     DISPLAY 'PREVIEW needs ID=nnnnnnnnn'
                     STOP RUN RETURNING 1
                  END-IF
               WHEN OTHER
                  DISPLAY 'Usage: EXAMPLE56_ERASE ERASE ID=n '
                          'REF=legal-ref / PREVIEW ID=n / '
                          'PRINT CERT=run-id'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            MOVE WS-ERASE-ID TO DISP-ID.
            MOVE DISP-ID TO WS-SUBJECT-KEY.
            STRING 'ERASED-' DELIMITED BY SIZE
                   WS-ERASE-ID DELIMITED BY SIZE
                   INTO WS-TOKEN
            END-STRING.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            IF CMD-ERASE THEN
               PERFORM READ-OPERATOR-AUTH
                  THRU READ-OPERATOR-AUTH-DONE
               IF NOT OP-CAN-DELETE THEN
                  DISPLAY 'REFUSED: operator ' WS-OPERATOR-ID
                          ' is not authorized for DELETE (see '
                          'OPERATOR-AUTH)'
                  STOP RUN RETURNING 1
               END-IF
               PERFORM CHECK-SUBJECT-HOLD THRU CHECK-SUBJECT-HOLD-EXIT
      * Nothing may append to the trails being rewritten: the
      * loader, the reject workbench and the pending-change
      * release hold these for their runs (see TXENQ.cpy)
               MOVE 'EXERASE' TO WS-ENQ-PROGRAM-ID
               MOVE 'AUTHORS-MASTER' TO WS-ENQ-RESOURCE
               PERFORM ACQUIRE-ENQ THRU ACQUIRE-ENQ-EXIT
               IF NOT ENQ-REFUSED THEN
                  MOVE 'AUTHOR-REJECT' TO WS-ENQ-RESOURCE
                  PERFORM ACQUIRE-ENQ THRU ACQUIRE-ENQ-EXIT
               END-IF
               IF NOT ENQ-REFUSED THEN
                  MOVE 'AUTHOR-RECYCLE' TO WS-ENQ-RESOURCE
                  PERFORM ACQUIRE-ENQ THRU ACQUIRE-ENQ-EXIT
               END-IF
               IF NOT ENQ-REFUSED THEN
                  MOVE 'PENDING-CHANGES' TO WS-ENQ-RESOURCE
                  PERFORM ACQUIRE-ENQ THRU ACQUIRE-ENQ-EXIT
               END-IF
               IF ENQ-REFUSED THEN
                  PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
                  STOP RUN RETURNING 1
               END-IF
            END-IF.
            IF CMD-PREVIEW THEN
               PERFORM CHECK-SUBJECT-HOLD THRU CHECK-SUBJECT-HOLD-EXIT
            END-IF.
            DISPLAY 'Subject: author ' DISP-ID ', token '
                    FUNCTION TRIM(WS-TOKEN).
            PERFORM LOAD-SEALS THRU LOAD-SEALS-DONE.
            PERFORM LOAD-ERASURES THRU LOAD-ERASURES-DONE.
            PERFORM CHECK-SEALED-DAYS THRU CHECK-SEALED-DAYS-EXIT.
            IF SEALED-DAY-BROKEN THEN
               PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
               STOP RUN RETURNING 1
            END-IF.
            IF CMD-PREVIEW THEN
               PERFORM WALK-ALL-TRAILS THRU WALK-ALL-TRAILS
               DISPLAY 'PREVIEW RESULT: ' WS-TOTAL-TOUCHED
                       ' record(s) in ' WS-FILES-WALKED
                       ' file(s) would be pseudonymized, '
                       EDT-COUNT ' sealed day(s) re-certified'
               STOP RUN RETURNING 0
            END-IF.
            PERFORM DELETE-AUTHOR-ROW THRU DELETE-AUTHOR-ROW-EXIT.
            IF WS-DB-ACTION EQUAL SPACE THEN
               PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ
               STOP RUN RETURNING 1
            END-IF.
            OPEN EXTEND ERASURE-CERTIFICATES-FILE.
            PERFORM WRITE-CERT-HEADER THRU WRITE-CERT-HEADER.
            PERFORM WALK-ALL-TRAILS THRU WALK-ALL-TRAILS.
            PERFORM WRITE-CERT-SEAL
               VARYING EDT-IX FROM 1 BY 1 UNTIL EDT-IX > EDT-COUNT.
            CLOSE ERASURE-CERTIFICATES-FILE.
            PERFORM RELEASE-ALL-ENQ THRU RELEASE-ALL-ENQ.
            MOVE WS-RUN-ID TO WS-CERT-ID.
            PERFORM PRINT-CERTIFICATE THRU PRINT-CERTIFICATE-EXIT.
            IF COPY-BACK-FAILED THEN
               DISPLAY 'ALERT: erasure of ' DISP-ID ' is '
                       'INCOMPLETE - a rewritten file could not '
                       'replace its original (see above); run the '
                       'same ERASE again'
               STOP RUN RETURNING 99
            END-IF.
            DISPLAY 'ERASE RESULT: ' WS-TOTAL-TOUCHED
                    ' record(s) in ' WS-FILES-WALKED
                    ' file(s) pseudonymized, certificate '
                    WS-RUN-ID.
            STOP RUN RETURNING 0.
      *
      * An author under legal hold is not erased while the hold
      * stands: ERASE refuses and queues the attempt, PREVIEW warns.
      *
        CHECK-SUBJECT-HOLD.
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'REFUSED: LEGAL-HOLD holds more than 500 '
                       'holds - the list cannot be read whole'
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-ERASE-ID TO WS-LGH-AUTHOR-ID.
            MOVE 0 TO WS-LGH-BOOK-ID.
            MOVE SPACES TO WS-LGH-CHANGE-TS.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
            IF NOT LEGAL-HOLD-HIT THEN
               GO TO CHECK-SUBJECT-HOLD-EXIT
            END-IF.
            IF CMD-PREVIEW THEN
               DISPLAY 'PREVIEW: ' FUNCTION TRIM(WS-LGH-REASON-TEXT)
                       ' - ERASE would refuse until the hold is '
                       'lifted'
               GO TO CHECK-SUBJECT-HOLD-EXIT
            END-IF.
            DISPLAY 'REFUSED: ' FUNCTION TRIM(WS-LGH-REASON-TEXT)
                    ' - a legal hold outranks the erasure request '
                    FUNCTION TRIM(WS-LEGAL-REF).
            MOVE 'EXERASE' TO WS-LGH-PROGRAM-ID.
            MOVE WS-RUN-ID TO WS-LGH-RUN-ID.
            PERFORM BUILD-LEGAL-HOLD-EXCEPTION
               THRU BUILD-LEGAL-HOLD-EXCEPTION.
            OPEN EXTEND EXCEPTION-QUEUE-FILE.
            WRITE EXCEPTION-QUEUE-RECORD.
            CLOSE EXCEPTION-QUEUE-FILE.
            STOP RUN RETURNING 1.
        CHECK-SUBJECT-HOLD-EXIT.
            EXIT.
      *
      * Who is asking, and may they delete?  DELETE authority in
      * OPERATOR-AUTH is required, exactly as for a batch removal.
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
                        (AUTH-COMMAND EQUAL 'DELETE' OR
                         AUTH-COMMAND EQUAL 'ALL') AND
                        (AUTH-EXPIRY-DATE EQUAL SPACES OR
                         AUTH-EXPIRY-DATE NOT <
                            WS-RUNCTL-TODAY(1:8)) THEN
                        SET OP-CAN-DELETE TO TRUE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE OPERATOR-AUTH-FILE.
        READ-OPERATOR-AUTH-DONE.
            EXIT.
      *
      * The seals already on file, in chain order.
      *
        LOAD-SEALS.
            OPEN INPUT SEALS-FILE.
            IF WS-SEALS-STATUS NOT EQUAL '00' THEN
               IF WS-SEALS-STATUS EQUAL '05' THEN
                  CLOSE SEALS-FILE
               END-IF
               GO TO LOAD-SEALS-DONE
            END-IF.
            PERFORM UNTIL END-OF-SEALS
               READ SEALS-FILE
                  AT END
                     SET END-OF-SEALS TO TRUE
                  NOT AT END
                     IF SEAL-COUNT EQUAL 400 THEN
                        DISPLAY 'More than 400 seals on file - cut '
                                'the seal file with the archives'
                        PERFORM RELEASE-ALL-ENQ
                           THRU RELEASE-ALL-ENQ
                        STOP RUN RETURNING 1
                     END-IF
                     ADD 1 TO SEAL-COUNT
                     MOVE SEAL-DATE TO ST-DATE (SEAL-COUNT)
                     MOVE SEAL-RECORD-COUNT
                       TO ST-COUNT (SEAL-COUNT)
                     MOVE SEAL-CHAIN-HASH TO ST-HASH (SEAL-COUNT)
               END-READ
            END-PERFORM.
            CLOSE SEALS-FILE.
        LOAD-SEALS-DONE.
            EXIT.
      *
      * The sealed days earlier erasures changed (see ERASECRT.cpy).
      *
        LOAD-ERASURES.
            MOVE 'N' TO WS-ERC-EOF.
            OPEN INPUT ERASURE-CERTIFICATES-FILE.
            IF WS-ERC-STATUS NOT EQUAL '00' THEN
               IF WS-ERC-STATUS EQUAL '05' THEN
                  CLOSE ERASURE-CERTIFICATES-FILE
               END-IF
               GO TO LOAD-ERASURES-DONE
            END-IF.
            PERFORM UNTIL END-OF-ERC
               READ ERASURE-CERTIFICATES-FILE
                  AT END
                     SET END-OF-ERC TO TRUE
                  NOT AT END
                     IF ERC-IS-SEAL THEN
                        IF ERT-COUNT EQUAL 400 THEN
                           DISPLAY 'More than 400 erased sealed '
                                   'days on file'
                           PERFORM RELEASE-ALL-ENQ
                              THRU RELEASE-ALL-ENQ
                           STOP RUN RETURNING 1
                        END-IF
                        ADD 1 TO ERT-COUNT
                        MOVE ERC-SEAL-DATE TO ERT-DATE (ERT-COUNT)
                        MOVE ERC-SEALED-HASH
                          TO ERT-SEALED-HASH (ERT-COUNT)
                        MOVE ERC-ERASED-HASH
                          TO ERT-ERASED-HASH (ERT-COUNT)
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE ERASURE-CERTIFICATES-FILE.
        LOAD-ERASURES-DONE.
            EXIT.
      *
      * The sealed CHANGE-AUDIT days this erasure changes, each
      * recomputed as it stands now and as it will stand after the
      * erasure, chained from the previous seal exactly as the
      * sealer's VERIFY chains it.  A day that does not stand as
      * sealed - or as the last erasure certificate for it left it
      * - refuses the run.
      *
        CHECK-SEALED-DAYS.
            MOVE 0 TO EDT-COUNT.
            IF SEAL-COUNT EQUAL 0 THEN
               GO TO CHECK-SEALED-DAYS-EXIT
            END-IF.
            SET SCAN-FOR-DAYS TO TRUE.
            PERFORM SCAN-CHANGE-AUDIT THRU SCAN-CHANGE-AUDIT.
            SET SCAN-FOR-HASH TO TRUE.
            PERFORM VARYING EDT-IX FROM 1 BY 1
                     UNTIL EDT-IX > EDT-COUNT
               MOVE EDT-SEAL-IX (EDT-IX) TO ST-IX
               MOVE ST-DATE (ST-IX) TO WS-TARGET-DATE
               MOVE 0 TO WS-PRIOR-HASH
               IF ST-IX > 1 THEN
                  MOVE ST-HASH (ST-IX - 1) TO WS-PRIOR-HASH
               END-IF
               MOVE WS-PRIOR-HASH TO WS-ERASED-HASH
               MOVE 0 TO WS-DAY-COUNT
               PERFORM SCAN-CHANGE-AUDIT THRU SCAN-CHANGE-AUDIT
               MOVE ST-HASH (ST-IX) TO EDT-EXPECTED (EDT-IX)
               PERFORM VARYING ERT-IX FROM 1 BY 1
                        UNTIL ERT-IX > ERT-COUNT
                  IF ERT-DATE (ERT-IX) EQUAL ST-DATE (ST-IX) AND
                     ERT-SEALED-HASH (ERT-IX) EQUAL ST-HASH (ST-IX)
                     THEN
                     MOVE ERT-ERASED-HASH (ERT-IX)
                       TO EDT-EXPECTED (EDT-IX)
                  END-IF
               END-PERFORM
               MOVE WS-DAY-COUNT TO EDT-COUNT-FOUND (EDT-IX)
               MOVE WS-PRIOR-HASH TO EDT-PRIOR-HASH (EDT-IX)
               MOVE WS-ERASED-HASH TO EDT-ERASED-HASH (EDT-IX)
               IF WS-DAY-COUNT NOT EQUAL ST-COUNT (ST-IX) OR
                  WS-PRIOR-HASH NOT EQUAL EDT-EXPECTED (EDT-IX) THEN
                  SET SEALED-DAY-BROKEN TO TRUE
                  DISPLAY 'REFUSED: sealed day ' ST-DATE (ST-IX)
                          ' does not verify as it stands - run '
                          'EXAMPLE41_SEALER VERIFY; an erasure is '
                          'never certified over a broken chain'
               END-IF
            END-PERFORM.
            IF EDT-COUNT > 0 THEN
               DISPLAY 'Sealed day(s) the erasure changes: '
                       EDT-COUNT
            END-IF.
        CHECK-SEALED-DAYS-EXIT.
            EXIT.
      *
      * Every CHANGE-AUDIT record, archived generations first in
      * catalog order then the live file - the sealer's order.
      * For the touch scan every generation is read; for a day's
      * hashes only the generations whose range covers the day.
      *
        SCAN-CHANGE-AUDIT.
            MOVE 'C' TO WS-ERASE-KIND.
            MOVE 'N' TO WS-GENCAT-EOF.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-GENCAT
                  READ GENERATION-CATALOG-FILE
                     AT END
                        SET END-OF-GENCAT TO TRUE
                     NOT AT END
                        IF GC-FILE-NAME EQUAL 'CHANGE-AUDIT' THEN
                           PERFORM SCAN-ONE-GENERATION
                              THRU SCAN-ONE-GENERATION-EXIT
                        END-IF
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-GENCAT-STATUS EQUAL '00' OR
               WS-GENCAT-STATUS EQUAL '05' OR
               WS-GENCAT-STATUS EQUAL '10' THEN
               CLOSE GENERATION-CATALOG-FILE
            END-IF.
            MOVE 'CHANGE-AUDIT' TO WS-ERASE-IN-NAME.
            PERFORM SCAN-ONE-FILE THRU SCAN-ONE-FILE-EXIT.
        SCAN-ONE-GENERATION.
            IF SCAN-FOR-HASH AND
               (GC-LOW-DATE > FUNCTION NUMVAL(WS-TARGET-DATE) OR
                GC-HIGH-DATE < FUNCTION NUMVAL(WS-TARGET-DATE)) THEN
               GO TO SCAN-ONE-GENERATION-EXIT
            END-IF.
            MOVE SPACES TO WS-ERASE-IN-NAME.
            STRING 'CHANGE-AUDIT-ARC-' DELIMITED BY SIZE
                   GC-GENERATION DELIMITED BY SIZE
                   INTO WS-ERASE-IN-NAME
            END-STRING.
            PERFORM SCAN-ONE-FILE THRU SCAN-ONE-FILE-EXIT.
        SCAN-ONE-GENERATION-EXIT.
            EXIT.
        SCAN-ONE-FILE.
            MOVE 'N' TO WS-ERASE-IN-EOF.
            OPEN INPUT ERASE-IN-FILE.
            IF WS-ERASE-IN-STATUS NOT EQUAL '00' THEN
               IF WS-ERASE-IN-STATUS EQUAL '05' THEN
                  CLOSE ERASE-IN-FILE
               END-IF
               GO TO SCAN-ONE-FILE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-ERASE-IN
               READ ERASE-IN-FILE
                  AT END
                     SET END-OF-ERASE-IN TO TRUE
                  NOT AT END
                     MOVE ERASE-IN-RECORD TO WS-ERASE-IMAGE
                     IF SCAN-FOR-DAYS THEN
                        PERFORM NOTE-TOUCHED-DAY
                           THRU NOTE-TOUCHED-DAY-EXIT
                     ELSE
                        PERFORM HASH-DAY-RECORD
                           THRU HASH-DAY-RECORD-EXIT
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE ERASE-IN-FILE.
        SCAN-ONE-FILE-EXIT.
            EXIT.
      *
      * A record the erasure changes, on a sealed day not yet
      * noted: the day joins the list.
      *
        NOTE-TOUCHED-DAY.
            PERFORM PSEUDONYMIZE-IMAGE THRU PSEUDONYMIZE-IMAGE-EXIT.
            IF NOT IMAGE-CHANGED THEN
               GO TO NOTE-TOUCHED-DAY-EXIT
            END-IF.
            PERFORM VARYING EDT-IX FROM 1 BY 1
                     UNTIL EDT-IX > EDT-COUNT
               IF EDT-DATE (EDT-IX) EQUAL ECH-TIMESTAMP(1:8) THEN
                  GO TO NOTE-TOUCHED-DAY-EXIT
               END-IF
            END-PERFORM.
            PERFORM VARYING ST-IX FROM 1 BY 1
                     UNTIL ST-IX > SEAL-COUNT
               IF ST-DATE (ST-IX) EQUAL ECH-TIMESTAMP(1:8) THEN
                  ADD 1 TO EDT-COUNT
                  MOVE ST-DATE (ST-IX) TO EDT-DATE (EDT-COUNT)
                  MOVE ST-IX TO EDT-SEAL-IX (EDT-COUNT)
                  GO TO NOTE-TOUCHED-DAY-EXIT
               END-IF
            END-PERFORM.
        NOTE-TOUCHED-DAY-EXIT.
            EXIT.
      *
      * One record of the target day into both running hashes: as
      * it stands, and as it will stand once pseudonymized.
      *
        HASH-DAY-RECORD.
            MOVE WS-ERASE-IMAGE TO WS-ERASE-CHG.
            IF ECH-TIMESTAMP(1:8) NOT EQUAL WS-TARGET-DATE THEN
               GO TO HASH-DAY-RECORD-EXIT
            END-IF.
            ADD 1 TO WS-DAY-COUNT.
            MOVE WS-ERASE-IMAGE TO WS-SEAL-IMAGE.
            MOVE WS-PRIOR-HASH TO WS-HASH.
            PERFORM HASH-SEAL-IMAGE THRU HASH-SEAL-IMAGE.
            MOVE WS-HASH TO WS-PRIOR-HASH.
            PERFORM PSEUDONYMIZE-IMAGE THRU PSEUDONYMIZE-IMAGE-EXIT.
            MOVE WS-ERASE-IMAGE TO WS-SEAL-IMAGE.
            MOVE WS-ERASED-HASH TO WS-HASH.
            PERFORM HASH-SEAL-IMAGE THRU HASH-SEAL-IMAGE.
            MOVE WS-HASH TO WS-ERASED-HASH.
        HASH-DAY-RECORD-EXIT.
            EXIT.
      *
      * The database half: the author may not still own book rows
      * (a book never outlives its author - see BOOKROW.cpy), then
      * the row is deleted under TXBEGIN/TXCOMMIT with the same
      * bookkeeping a batch delete leaves.  WS-DB-ACTION comes back
      * 'D' (deleted), 'A' (already absent) or SPACE (refused).
      *
        DELETE-AUTHOR-ROW.
            MOVE SPACE TO WS-DB-ACTION.
            OPEN EXTEND TRANSACTION-AUDIT-FILE.
            OPEN EXTEND RUNSTATS-FILE.
            MOVE ZERO TO TX-RETURN-STATUS.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            DISPLAY 'TXOPEN returned value ' TX-STATUS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'REFUSED: transaction manager not available'
               GO TO DELETE-AUTHOR-ROW-CLOSE
            END-IF.
            CALL "LIXAPQGETCONN" RETURNING PGCONN.
            IF PGCONN EQUAL NULL THEN
               DISPLAY 'Error: unable to retrieve a valid PostgreSQL '
                       'connection'
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            CALL "PQstatus" USING BY VALUE PGCONN RETURNING RESULT.
            MOVE RESULT TO PQ-CONN-STATUS.
            IF NOT PQ-CONNECTION-OK THEN
               DISPLAY 'Error: PostgreSQL connection not OK'
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            STRING 'SELECT id FROM books WHERE author_id='
                   DISP-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO SQL-STATEMENT
            END-STRING.
            PERFORM RUN-COUNT-QUERY THRU RUN-COUNT-QUERY.
            IF RESULT NOT EQUAL 2 THEN
               DISPLAY 'REFUSED: book ownership query failed'
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            MOVE WS-NTUPLES TO WS-CHILD-ROWS.
            IF WS-CHILD-ROWS > 0 THEN
               DISPLAY 'REFUSED: author ' DISP-ID ' still owns '
                       WS-CHILD-ROWS ' book row(s) - remove them '
                       'first'
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            MOVE SPACES TO SQL-STATEMENT.
            STRING 'SELECT id FROM authors WHERE id='
                   DISP-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO SQL-STATEMENT
            END-STRING.
            PERFORM RUN-COUNT-QUERY THRU RUN-COUNT-QUERY.
            IF RESULT NOT EQUAL 2 THEN
               DISPLAY 'REFUSED: authors readback query failed'
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            IF WS-NTUPLES EQUAL 0 THEN
               MOVE 'A' TO WS-DB-ACTION
               DISPLAY 'No authors row with id ' DISP-ID
                       ' - already deleted; finishing the trails'
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            CALL "TXBEGIN" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-BEGINS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'REFUSED: TXBEGIN failed'
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            MOVE SPACES TO SQL-STATEMENT.
            STRING 'DELETE FROM authors WHERE id=' DELIMITED BY SIZE
                   DISP-ID DELIMITED BY SIZE
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
               DISPLAY 'REFUSED: DELETE failed - rolled back'
               CALL "TXROLLBACK" USING TX-RETURN-STATUS
               ADD 1 TO RSTAT-ROLLBACKS
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            CALL "TXCOMMIT" USING TX-RETURN-STATUS.
            ADD 1 TO RSTAT-COMMITS.
            DISPLAY 'TXCOMMIT returned value ' TX-STATUS.
            PERFORM TX-STATUS-DISPATCH THRU TX-STATUS-DISPATCH.
            IF NOT TX-REMED-OK THEN
               DISPLAY 'REFUSED: commit did not complete cleanly - '
                       'check the row before retrying'
               GO TO DELETE-AUTHOR-ROW-TXCLOSE
            END-IF.
            PERFORM INFO-PARA THRU INFO-PARA.
            PERFORM WRITE-ERASE-BOOKKEEPING
               THRU WRITE-ERASE-BOOKKEEPING.
            MOVE 'D' TO WS-DB-ACTION.
            DISPLAY 'Authors row ' DISP-ID ' deleted under XID '
                    FUNCTION TRIM(LIXA-SER-XID).
        DELETE-AUTHOR-ROW-TXCLOSE.
            CALL "TXCLOSE" USING TX-RETURN-STATUS.
            DISPLAY 'TXCLOSE returned value ' TX-STATUS.
        DELETE-AUTHOR-ROW-CLOSE.
            PERFORM WRITE-RUNSTATS THRU WRITE-RUNSTATS.
            CLOSE RUNSTATS-FILE.
            CLOSE TRANSACTION-AUDIT-FILE.
        DELETE-AUTHOR-ROW-EXIT.
            EXIT.
      *
      * One readback query: RESULT is the result status and
      * WS-NTUPLES the row count.
      *
        RUN-COUNT-QUERY.
            MOVE 0 TO WS-NTUPLES.
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
            END-IF.
            CALL "PQclear" USING BY VALUE PGRES.
      *
      * The trail a batch delete leaves - one XREF row, one
      * CHANGE-AUDIT row, one authors-master tombstone - with the
      * token where the name would have been.
      *
        WRITE-ERASE-BOOKKEEPING.
            OPEN EXTEND XREF-CONTROL-FILE.
            OPEN EXTEND CHANGE-AUDIT-FILE.
            OPEN EXTEND AUTHORS-MASTER-FILE.
            MOVE WS-SUBJECT-KEY TO XREF-BUSINESS-KEY.
            MOVE LIXA-SER-XID TO XREF-SER-XID.
            MOVE FUNCTION CURRENT-DATE TO XREF-TIMESTAMP.
            SET XREF-OP-DELETE TO TRUE.
            MOVE SPACES TO XREF-EXPECTED-NAME.
            MOVE SPACES TO XREF-EXPECTED-SURNAME.
            MOVE WS-RUN-ID TO XREF-RUN-ID.
            WRITE XREF-RECORD.
            MOVE LIXA-SER-XID TO CHG-SER-XID.
            MOVE 'EXERASE' TO CHG-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP.
            MOVE WS-SUBJECT-KEY TO CHG-BUSINESS-KEY.
            MOVE WS-OPERATOR-ID TO CHG-OPERATOR-ID.
            MOVE WS-RUN-ID TO CHG-RUN-ID.
            SET CHG-OP-DELETE TO TRUE.
            MOVE WS-TOKEN TO CHG-BEFORE-NAME.
            MOVE WS-TOKEN TO CHG-BEFORE-SURNAME.
            MOVE SPACES TO CHG-AFTER-NAME.
            MOVE SPACES TO CHG-AFTER-SURNAME.
            MOVE SPACES TO CHG-APPROVED-BY.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'WARNING: OWNERSHIP-DOMAINS not usable ('
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
                       ') - changes recorded without an imprint'
            END-IF.
            PERFORM STAMP-CHANGE-DOMAIN
               THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
            MOVE WS-ERASE-ID TO MST-ID.
            MOVE WS-TOKEN TO MST-NAME.
            MOVE WS-TOKEN TO MST-SURNAME.
            MOVE 'Y' TO MST-DELETED.
            MOVE LIXA-SER-XID TO MST-SER-XID.
            MOVE FUNCTION CURRENT-DATE TO MST-TIMESTAMP.
            MOVE WS-RUN-ID TO MST-RUN-ID.
            WRITE AUTHORS-MASTER-RECORD.
            CLOSE XREF-CONTROL-FILE.
            CLOSE CHANGE-AUDIT-FILE.
            CLOSE AUTHORS-MASTER-FILE.
      *
      * Every trail the name can be in: each one's archived
      * generations from the catalog, then the live file, then
      * every input file the loader archived for lineage.
      *
        WALK-ALL-TRAILS.
            MOVE 0 TO WS-FILES-WALKED.
            MOVE 0 TO WS-TOTAL-TOUCHED.
            MOVE 'N' TO WS-GENCAT-EOF.
            OPEN INPUT GENERATION-CATALOG-FILE.
            IF WS-GENCAT-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-GENCAT
                  READ GENERATION-CATALOG-FILE
                     AT END
                        SET END-OF-GENCAT TO TRUE
                     NOT AT END
                        PERFORM WALK-ONE-GENERATION
                           THRU WALK-ONE-GENERATION-EXIT
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-GENCAT-STATUS EQUAL '00' OR
               WS-GENCAT-STATUS EQUAL '05' OR
               WS-GENCAT-STATUS EQUAL '10' THEN
               CLOSE GENERATION-CATALOG-FILE
            END-IF.
            MOVE 'C' TO WS-ERASE-KIND.
            MOVE 'CHANGE-AUDIT' TO WS-ERASE-IN-NAME.
            PERFORM ERASE-ONE-FILE THRU ERASE-ONE-FILE-EXIT.
            MOVE 'M' TO WS-ERASE-KIND.
            MOVE 'AUTHORS-MASTER' TO WS-ERASE-IN-NAME.
            PERFORM ERASE-ONE-FILE THRU ERASE-ONE-FILE-EXIT.
            MOVE 'X' TO WS-ERASE-KIND.
            MOVE 'XREF-CONTROL' TO WS-ERASE-IN-NAME.
            PERFORM ERASE-ONE-FILE THRU ERASE-ONE-FILE-EXIT.
            MOVE 'J' TO WS-ERASE-KIND.
            MOVE 'AUTHOR-REJECT' TO WS-ERASE-IN-NAME.
            PERFORM ERASE-ONE-FILE THRU ERASE-ONE-FILE-EXIT.
            MOVE 'AUTHOR-RECYCLE' TO WS-ERASE-IN-NAME.
            PERFORM ERASE-ONE-FILE THRU ERASE-ONE-FILE-EXIT.
      * A held change leads with its row image, laid out as input,
      * and keeps the row's expected before-values at its end
            MOVE 'P' TO WS-ERASE-KIND.
            MOVE 'PENDING-CHANGES' TO WS-ERASE-IN-NAME.
            PERFORM ERASE-ONE-FILE THRU ERASE-ONE-FILE-EXIT.
            MOVE 'N' TO WS-LINEAGE-EOF.
            OPEN INPUT LINEAGE-INDEX-FILE.
            IF WS-LINEAGE-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-LINEAGE
                  READ LINEAGE-INDEX-FILE
                     AT END
                        SET END-OF-LINEAGE TO TRUE
                     NOT AT END
                        MOVE 'I' TO WS-ERASE-KIND
                        MOVE LIN-ARCHIVE-NAME TO WS-ERASE-IN-NAME
                        PERFORM ERASE-ONE-FILE
                           THRU ERASE-ONE-FILE-EXIT
                  END-READ
               END-PERFORM
            END-IF.
            IF WS-LINEAGE-STATUS EQUAL '00' OR
               WS-LINEAGE-STATUS EQUAL '05' OR
               WS-LINEAGE-STATUS EQUAL '10' THEN
               CLOSE LINEAGE-INDEX-FILE
            END-IF.
      *
      * One catalog entry: the archive generation of a trail that
      * carries names.
      *
        WALK-ONE-GENERATION.
            EVALUATE GC-FILE-NAME
               WHEN 'CHANGE-AUDIT'
                  MOVE 'C' TO WS-ERASE-KIND
               WHEN 'AUTHORS-MASTER'
                  MOVE 'M' TO WS-ERASE-KIND
               WHEN 'XREF-CONTROL'
                  MOVE 'X' TO WS-ERASE-KIND
               WHEN 'AUTHOR-REJECT'
                  MOVE 'J' TO WS-ERASE-KIND
               WHEN 'AUTHOR-RECYCLE'
                  MOVE 'J' TO WS-ERASE-KIND
               WHEN OTHER
                  GO TO WALK-ONE-GENERATION-EXIT
            END-EVALUATE.
            MOVE SPACES TO WS-ERASE-IN-NAME.
            STRING FUNCTION TRIM(GC-FILE-NAME) DELIMITED BY SIZE
                   '-ARC-' DELIMITED BY SIZE
                   GC-GENERATION DELIMITED BY SIZE
                   INTO WS-ERASE-IN-NAME
            END-STRING.
            PERFORM ERASE-ONE-FILE THRU ERASE-ONE-FILE-EXIT.
        WALK-ONE-GENERATION-EXIT.
            EXIT.
      *
      * One file walked record by record into ERASE-WORK, every
      * record the erasure changes noted on the certificate, and
      * the work file copied back over the original when anything
      * changed.  PREVIEW only counts.
      *
        ERASE-ONE-FILE.
            MOVE 0 TO WS-FILE-READ.
            MOVE 0 TO WS-FILE-TOUCHED.
            MOVE 'N' TO WS-ERASE-IN-EOF.
            OPEN INPUT ERASE-IN-FILE.
            IF WS-ERASE-IN-STATUS NOT EQUAL '00' THEN
               IF WS-ERASE-IN-STATUS EQUAL '05' THEN
                  CLOSE ERASE-IN-FILE
               END-IF
               GO TO ERASE-ONE-FILE-EXIT
            END-IF.
            IF CMD-ERASE THEN
               OPEN OUTPUT ERASE-OUT-FILE
               IF WS-ERASE-OUT-STATUS NOT EQUAL '00' THEN
                  DISPLAY '  ' FUNCTION TRIM(WS-ERASE-IN-NAME)
                          ': ERASE-WORK cannot be opened (status '
                          WS-ERASE-OUT-STATUS ')'
                  SET COPY-BACK-FAILED TO TRUE
                  CLOSE ERASE-IN-FILE
                  GO TO ERASE-ONE-FILE-EXIT
               END-IF
            END-IF.
            PERFORM UNTIL END-OF-ERASE-IN
               READ ERASE-IN-FILE
                  AT END
                     SET END-OF-ERASE-IN TO TRUE
                  NOT AT END
                     ADD 1 TO WS-FILE-READ
                     MOVE ERASE-IN-RECORD TO WS-ERASE-IMAGE
                     PERFORM PSEUDONYMIZE-IMAGE
                        THRU PSEUDONYMIZE-IMAGE-EXIT
                     IF IMAGE-CHANGED THEN
                        ADD 1 TO WS-FILE-TOUCHED
                        IF CMD-ERASE THEN
                           PERFORM WRITE-CERT-RECORD
                              THRU WRITE-CERT-RECORD
                        END-IF
                     END-IF
                     IF CMD-ERASE THEN
                        MOVE WS-ERASE-IMAGE TO ERASE-OUT-RECORD
                        WRITE ERASE-OUT-RECORD
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE ERASE-IN-FILE.
            ADD 1 TO WS-FILES-WALKED.
            ADD WS-FILE-TOUCHED TO WS-TOTAL-TOUCHED.
            DISPLAY '  ' WS-ERASE-IN-NAME(1:40) ' read '
                    WS-FILE-READ ' touched ' WS-FILE-TOUCHED.
            IF NOT CMD-ERASE THEN
               GO TO ERASE-ONE-FILE-EXIT
            END-IF.
            CLOSE ERASE-OUT-FILE.
            IF WS-FILE-TOUCHED > 0 THEN
               CALL "CBL_COPY_FILE" USING WS-ERASE-OUT-NAME
                                          WS-ERASE-IN-NAME
               MOVE RETURN-CODE TO WS-COPY-RC
               MOVE 0 TO RETURN-CODE
               IF WS-COPY-RC NOT EQUAL 0 THEN
                  SET COPY-BACK-FAILED TO TRUE
                  DISPLAY '  ' FUNCTION TRIM(WS-ERASE-IN-NAME)
                          ': FAILED - the rewritten copy could '
                          'not replace it'
               END-IF
            END-IF.
            CALL "CBL_DELETE_FILE" USING WS-ERASE-OUT-NAME.
            MOVE 0 TO RETURN-CODE.
            PERFORM WRITE-CERT-FILE THRU WRITE-CERT-FILE.
        ERASE-ONE-FILE-EXIT.
            EXIT.
      *
      * WS-ERASE-IMAGE with every name field of the subject's
      * record replaced by the token; IMAGE-CHANGED when that
      * changed anything.  Blank name fields (an insert's before
      * image, a delete's after image) stay blank.
      *
        PSEUDONYMIZE-IMAGE.
            MOVE 'N' TO WS-SUBJECT-FLAG.
            MOVE 'N' TO WS-CHANGED-FLAG.
            MOVE WS-ERASE-IMAGE TO WS-ORIGINAL-IMAGE.
            EVALUATE TRUE
               WHEN KIND-CHANGE-AUDIT
                  MOVE WS-ERASE-IMAGE TO WS-ERASE-CHG
                  IF ECH-BUSINESS-KEY EQUAL WS-SUBJECT-KEY THEN
                     SET SUBJECT-RECORD TO TRUE
                     IF ECH-BEFORE-NAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO ECH-BEFORE-NAME
                     END-IF
                     IF ECH-BEFORE-SURNAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO ECH-BEFORE-SURNAME
                     END-IF
                     IF ECH-AFTER-NAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO ECH-AFTER-NAME
                     END-IF
                     IF ECH-AFTER-SURNAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO ECH-AFTER-SURNAME
                     END-IF
                     MOVE WS-ERASE-CHG
                       TO WS-ERASE-IMAGE(1:LENGTH OF WS-ERASE-CHG)
                  END-IF
               WHEN KIND-MASTER
                  MOVE WS-ERASE-IMAGE TO WS-ERASE-MST
                  IF EMS-ID IS NUMERIC AND
                     EMS-ID EQUAL WS-ERASE-ID THEN
                     SET SUBJECT-RECORD TO TRUE
                     MOVE WS-TOKEN TO EMS-NAME
                     MOVE WS-TOKEN TO EMS-SURNAME
                     MOVE WS-ERASE-MST
                       TO WS-ERASE-IMAGE(1:LENGTH OF WS-ERASE-MST)
                  END-IF
               WHEN KIND-XREF
                  MOVE WS-ERASE-IMAGE TO WS-ERASE-XREF
                  IF EXR-BUSINESS-KEY EQUAL WS-SUBJECT-KEY THEN
                     SET SUBJECT-RECORD TO TRUE
                     IF EXR-EXPECTED-NAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO EXR-EXPECTED-NAME
                     END-IF
                     IF EXR-EXPECTED-SURNAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO EXR-EXPECTED-SURNAME
                     END-IF
                     MOVE WS-ERASE-XREF
                       TO WS-ERASE-IMAGE(1:LENGTH OF WS-ERASE-XREF)
                  END-IF
               WHEN KIND-REJECT
                  MOVE WS-ERASE-IMAGE TO WS-ERASE-REJ
                  MOVE ERJ-INPUT-IMAGE TO WS-ERASE-ROW
                  PERFORM PSEUDONYMIZE-INPUT-ROW
                     THRU PSEUDONYMIZE-INPUT-ROW
                  IF SUBJECT-RECORD THEN
                     MOVE WS-ERASE-ROW TO ERJ-INPUT-IMAGE
                     IF ERJ-EXPECTED-NAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO ERJ-EXPECTED-NAME
                     END-IF
                     IF ERJ-EXPECTED-SURNAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO ERJ-EXPECTED-SURNAME
                     END-IF
                     IF ERJ-CURRENT-NAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO ERJ-CURRENT-NAME
                     END-IF
                     IF ERJ-CURRENT-SURNAME NOT EQUAL SPACES THEN
                        MOVE WS-TOKEN TO ERJ-CURRENT-SURNAME
                     END-IF
                     MOVE WS-ERASE-REJ
                       TO WS-ERASE-IMAGE(1:LENGTH OF WS-ERASE-REJ)
                  END-IF
               WHEN KIND-INPUT
                  MOVE WS-ERASE-IMAGE TO WS-ERASE-ROW
                  PERFORM PSEUDONYMIZE-INPUT-ROW
                     THRU PSEUDONYMIZE-INPUT-ROW
                  IF SUBJECT-RECORD THEN
                     MOVE WS-ERASE-ROW
                       TO WS-ERASE-IMAGE(1:LENGTH OF WS-ERASE-ROW)
                  END-IF
               WHEN KIND-PENDING
                  MOVE WS-ERASE-IMAGE TO WS-ERASE-PCH
                  MOVE EPC-INPUT-IMAGE TO WS-ERASE-ROW
                  MOVE EPC-EXPECTED-IMAGE TO ERW-EXPECTED
                  PERFORM PSEUDONYMIZE-INPUT-ROW
                     THRU PSEUDONYMIZE-INPUT-ROW
                  IF SUBJECT-RECORD THEN
                     MOVE WS-ERASE-ROW TO EPC-INPUT-IMAGE
                     MOVE ERW-EXPECTED TO EPC-EXPECTED-IMAGE
                     MOVE WS-ERASE-PCH
                       TO WS-ERASE-IMAGE(1:LENGTH OF WS-ERASE-PCH)
                  END-IF
            END-EVALUATE.
            IF WS-ERASE-IMAGE NOT EQUAL WS-ORIGINAL-IMAGE THEN
               SET IMAGE-CHANGED TO TRUE
            END-IF.
        PSEUDONYMIZE-IMAGE-EXIT.
            EXIT.
      *
      * An author row of the loader's input layout (see AUTHROW.cpy)
      * for the subject; book rows carry no personal name.
      *
        PSEUDONYMIZE-INPUT-ROW.
            IF ERW-TYPE-AUTHOR AND ERW-ID IS NUMERIC THEN
               IF ERW-ID EQUAL WS-ERASE-ID THEN
                  SET SUBJECT-RECORD TO TRUE
                  IF ERW-NAME NOT EQUAL SPACES THEN
                     MOVE WS-TOKEN TO ERW-NAME
                  END-IF
                  IF ERW-SURNAME NOT EQUAL SPACES THEN
                     MOVE WS-TOKEN TO ERW-SURNAME
                  END-IF
                  IF ERW-EXPECTED-NAME NOT EQUAL SPACES THEN
                     MOVE WS-TOKEN TO ERW-EXPECTED-NAME
                  END-IF
                  IF ERW-EXPECTED-SURNAME NOT EQUAL SPACES THEN
                     MOVE WS-TOKEN TO ERW-EXPECTED-SURNAME
                  END-IF
               END-IF
            END-IF.
      *
      * The certificate records (see ERASECRT.cpy).
      *
        WRITE-CERT-HEADER.
            MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
            MOVE WS-RUN-ID TO ERC-CERT-ID.
            SET ERC-IS-HEADER TO TRUE.
            MOVE WS-SUBJECT-KEY TO ERC-SUBJECT-KEY.
            MOVE WS-TOKEN TO ERC-TOKEN.
            MOVE WS-LEGAL-REF TO ERC-LEGAL-REF.
            MOVE WS-OPERATOR-ID TO ERC-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO ERC-TIMESTAMP.
            MOVE WS-DB-ACTION TO ERC-DB-ACTION.
            WRITE ERASURE-CERTIFICATE-RECORD.
        WRITE-CERT-RECORD.
            MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
            MOVE WS-RUN-ID TO ERC-CERT-ID.
            SET ERC-IS-RECORD TO TRUE.
            MOVE WS-ERASE-IN-NAME TO ERC-REC-FILE-NAME.
            MOVE WS-FILE-READ TO ERC-REC-NUMBER.
            WRITE ERASURE-CERTIFICATE-RECORD.
        WRITE-CERT-FILE.
            MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
            MOVE WS-RUN-ID TO ERC-CERT-ID.
            SET ERC-IS-FILE TO TRUE.
            MOVE WS-ERASE-IN-NAME TO ERC-FILE-NAME.
            MOVE WS-FILE-READ TO ERC-FILE-READ.
            MOVE WS-FILE-TOUCHED TO ERC-FILE-TOUCHED.
            WRITE ERASURE-CERTIFICATE-RECORD.
        WRITE-CERT-SEAL.
            MOVE SPACES TO ERASURE-CERTIFICATE-RECORD.
            MOVE WS-RUN-ID TO ERC-CERT-ID.
            SET ERC-IS-SEAL TO TRUE.
            MOVE EDT-DATE (EDT-IX) TO ERC-SEAL-DATE.
            MOVE EDT-COUNT-FOUND (EDT-IX) TO ERC-SEAL-COUNT.
            MOVE EDT-SEAL-IX (EDT-IX) TO ST-IX.
            MOVE ST-HASH (ST-IX) TO ERC-SEALED-HASH.
            MOVE EDT-PRIOR-HASH (EDT-IX) TO ERC-PRIOR-HASH.
            MOVE EDT-ERASED-HASH (EDT-IX) TO ERC-ERASED-HASH.
            WRITE ERASURE-CERTIFICATE-RECORD.
      *
      * One certificate, printed for legal: who and under what
      * reference, every record touched, every file walked, and
      * every sealed day re-certified.
      *
        PRINT-CERTIFICATE.
            MOVE 'N' TO WS-CERT-FOUND.
            MOVE 0 TO WS-PRINT-FILES.
            MOVE 0 TO WS-PRINT-RECORDS.
            MOVE 'N' TO WS-ERC-EOF.
            OPEN INPUT ERASURE-CERTIFICATES-FILE.
            IF WS-ERC-STATUS NOT EQUAL '00' THEN
               IF WS-ERC-STATUS EQUAL '05' THEN
                  CLOSE ERASURE-CERTIFICATES-FILE
               END-IF
               DISPLAY 'No ERASURE-CERTIFICATES on file'
               GO TO PRINT-CERTIFICATE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-ERC
               READ ERASURE-CERTIFICATES-FILE
                  AT END
                     SET END-OF-ERC TO TRUE
                  NOT AT END
                     IF ERC-CERT-ID EQUAL WS-CERT-ID THEN
                        PERFORM PRINT-CERT-LINE
                           THRU PRINT-CERT-LINE
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE ERASURE-CERTIFICATES-FILE.
            IF NOT CERT-FOUND THEN
               DISPLAY 'No erasure certificate ' WS-CERT-ID
               GO TO PRINT-CERTIFICATE-EXIT
            END-IF.
            DISPLAY 'END OF CERTIFICATE ' WS-CERT-ID ': '
                    WS-PRINT-RECORDS ' record(s) in '
                    WS-PRINT-FILES ' file(s) walked'.
        PRINT-CERTIFICATE-EXIT.
            EXIT.
        PRINT-CERT-LINE.
            EVALUATE TRUE
               WHEN ERC-IS-HEADER
                  SET CERT-FOUND TO TRUE
                  DISPLAY 'ERASURE CERTIFICATE ' ERC-CERT-ID
                  DISPLAY '  subject key  : '
                          FUNCTION TRIM(ERC-SUBJECT-KEY)
                  DISPLAY '  token        : '
                          FUNCTION TRIM(ERC-TOKEN)
                  DISPLAY '  legal ref    : '
                          FUNCTION TRIM(ERC-LEGAL-REF)
                  DISPLAY '  operator     : ' ERC-OPERATOR-ID
                  DISPLAY '  erased at    : ' ERC-TIMESTAMP(1:14)
                  IF ERC-DB-DELETED THEN
                     DISPLAY '  database row : deleted by this run'
                  ELSE
                     DISPLAY '  database row : already absent'
                  END-IF
               WHEN ERC-IS-RECORD
                  ADD 1 TO WS-PRINT-RECORDS
                  DISPLAY '  RECORD ' ERC-REC-FILE-NAME(1:40)
                          ' #' ERC-REC-NUMBER
               WHEN ERC-IS-FILE
                  ADD 1 TO WS-PRINT-FILES
                  DISPLAY '  FILE   ' ERC-FILE-NAME(1:40)
                          ' read ' ERC-FILE-READ
                          ' touched ' ERC-FILE-TOUCHED
               WHEN ERC-IS-SEAL
                  DISPLAY '  SEALED DAY ' ERC-SEAL-DATE
                          ' (' ERC-SEAL-COUNT ' record(s)) seal '
                          ERC-SEALED-HASH ' now ' ERC-ERASED-HASH
            END-EVALUATE.
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
            PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD.
        WRITE-AUDIT-RECORD.
            MOVE 'EXERASE' TO AUD-PROGRAM-ID.
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
      * One-line-per-run summary of every TX call this program
      * made, the same record every other driver leaves.
      *
        WRITE-RUNSTATS.
            MOVE 'EXERASE' TO RSTAT-REC-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO RSTAT-REC-TIMESTAMP.
            MOVE RSTAT-BEGINS TO RSTAT-REC-BEGINS.
            MOVE RSTAT-COMMITS TO RSTAT-REC-COMMITS.
            MOVE RSTAT-ROLLBACKS TO RSTAT-REC-ROLLBACKS.
            MOVE RSTAT-RETRY TO RSTAT-REC-RETRY.
            MOVE RSTAT-MANUAL-REVIEW TO RSTAT-REC-MANUAL-REVIEW.
            MOVE RSTAT-PROGRAM-DEFECT TO RSTAT-REC-PROGRAM-DEFECT.
            MOVE RSTAT-BAD-INPUT TO RSTAT-REC-BAD-INPUT.
            MOVE RSTAT-FATAL TO RSTAT-REC-FATAL.
            MOVE 0 TO RSTAT-REC-PQEXEC-ELAPSED.
            MOVE 0 TO RSTAT-REC-PQEXEC-CALLS.
            MOVE 0 TO RSTAT-REC-COMMIT-ELAPSED.
            MOVE 0 TO RSTAT-REC-COMMIT-CALLS.
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE SPACES TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      * Interlocked issuance of the shop-wide run number (see
      * ISSUERUN.cpy, RUNIDWS.cpy and RUNCTL.cpy).
           COPY ISSUERUN.
      * Suite-wide enqueue acquire/release (see TXENQ.cpy)
           COPY TXENQ.
      * The CHANGE-AUDIT seal hash (see SEALHASH.cpy)
           COPY SEALHASH.
      * Shared TX-STATUS remediation routing (see TXDISPAT.cpy)
           COPY TXDISPAT.
      * Legal-hold freeze shared by every change path (see
      * LGLHCK.cpy, LGLHWS.cpy and LGLHOLD.cpy).
           COPY LGLHCK.
      * Imprint map and the CHANGE-AUDIT stamp (see OWNDOMCK.cpy,
      * OWNDOMST.cpy and OWNDOM.cpy)
           COPY OWNDOMCK.
           COPY OWNDOMST.
