      *
      *   APPL - applied by the run;
      *   REJD - rejected, with the REJ-REASON-CODE and text;
      *   NOTA - not attempted (the run stopped before reaching it);
      *   HELD - carried an effective date later than the run's
      *          business date, so the loader held it in
      *          PENDING-CHANGES to be applied on that date;
      *   UNCH - accepted unchanged: a correction the row already
      *          matched, so the loader had nothing to write (see
      *          UNCHANGED-ROWS, UNCHROW.cpy).
      *
      * RUN= names the loader run that consumed the staged file
      * (the run id EXAMPLE5_PQL displayed and stamped into its
      * trailer).  The ack assumes the staged file was offered to
      * the loader whole, so the loader's reject row numbers line
      * up with the staged row order.
      *
      * Each ack is a numbered delivery: the header carries the
      * per-file delivery sequence, the finished file is kept as the
      * archived generation VENDOR-ACK-GEN-nnnnnn, and the
      * OUTBOUND-REGISTER (see OUTREG.cpy) records it with its count
      * and hash total under this program's own run id, so
      * EXAMPLE50_OUTREG can match the vendor's receipt against it.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE32-VENDACK.
                FILE STATUS IS WS-REJECT-STATUS.
            SELECT VENDOR-ACK-FILE ASSIGN TO "VENDOR-ACK"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The loader's journal of corrections it found already in
      * place (see UNCHROW.cpy)
            SELECT OPTIONAL UNCHANGED-ROWS-FILE
                ASSIGN TO "UNCHANGED-ROWS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UNCHANGED-STATUS.
      * The shop-wide run-number issuer (see RUNCTL.cpy and
      * ISSUE-RUN-ID)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
      * The outbound delivery register and the generation copy (see
      * OUTREG.cpy and OUTREGWR.cpy)
            SELECT OPTIONAL OUTBOUND-REGISTER-FILE
                ASSIGN TO "OUTBOUND-REGISTER"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-STATUS.
            SELECT OUTBOUND-COPY-IN-FILE
                ASSIGN TO DYNAMIC WS-OUTREG-SOURCE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OUTREG-COPY-STATUS.
            SELECT OUTBOUND-COPY-OUT-FILE
                ASSIGN TO DYNAMIC WS-OUTREG-ARCHIVE
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD AUTHOR-STAGED-FILE.
           05 ACKH-FILE-DATE   PIC X(8).
           05 ACKH-RUN-ID      PIC X(13).
           05 ACKH-TIMESTAMP   PIC X(21).
      * The delivery sequence and, on a resend, the sequence it
      * repeats (see OUTREG.cpy)
           05 ACKH-SEQUENCE    PIC 9(6).
           05 ACKH-RESEND-OF   PIC 9(6).
      * 'T' trailer: the ack's own control totals, so the vendor
      * can verify the return transfer the same way we verify
      * theirs
           05 ACKT-REJECT-COUNT  PIC 9(9).
           05 ACKT-NOTATT-COUNT  PIC 9(9).
           05 ACKT-HASH-TOTAL    PIC 9(15).
           05 ACKT-HELD-COUNT    PIC 9(9).
           05 ACKT-UNCHANGED-COUNT PIC 9(9).
        FD UNCHANGED-ROWS-FILE.
        01 UNCHANGED-ROWS-RECORD.
           COPY UNCHROW.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        FD OUTBOUND-REGISTER-FILE.
        01 OUTBOUND-REGISTER-RECORD.
           COPY OUTREG.
        FD OUTBOUND-COPY-IN-FILE.
        01 OUTBOUND-COPY-IN-RECORD PIC X(200).
        FD OUTBOUND-COPY-OUT-FILE.
        01 OUTBOUND-COPY-OUT-RECORD PIC X(200).
        WORKING-STORAGE SECTION.
      * This execution's own run id (see RUNCTL.cpy), stamped on
      * the register entry; the header's run id is the load being
      * acknowledged
           COPY RUNIDWS.
           COPY OUTREGWS.
        01 WS-STAGED-STATUS PIC X(2) VALUE '00'.
        01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
        01 WS-REJECT-STATUS PIC X(2) VALUE '00'.
        01 WS-RUN-ROWS-READ PIC 9(9) VALUE 0.
        01 WS-RUN-COMMITTED PIC 9(9) VALUE 0.
        01 WS-RUN-REJECTED PIC 9(9) VALUE 0.
      * Unchanged corrections per the trailer; none on an older one
        01 WS-RUN-UNCHANGED PIC 9(9) VALUE 0.
      * The run's unchanged rows, walked alongside the staged file:
      * the loader journals them in input order, so the next one
      * due is all that need be held
        01 WS-UNCHANGED-STATUS PIC X(2) VALUE '00'.
        01 WS-UNCHANGED-OPEN PIC X(1) VALUE 'N'.
        01 WS-UNCHANGED-EOF PIC X(1) VALUE 'N'.
           88 END-OF-UNCHANGED VALUE 'Y'.
        01 WS-NEXT-UNCH-ROW PIC 9(9) VALUE 0.
      * The run's business date: a staged row dated later than it
      * was held, not applied
        01 WS-RUN-DATE PIC X(8) VALUE SPACES.
      * The run's rejects, keyed by original input row number
        01 REJECT-TABLE.
           05 REJT-COUNT PIC 9(4) VALUE 0.
        01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
        01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
        01 WS-NOTATT-COUNT PIC 9(9) VALUE 0.
        01 WS-HELD-COUNT PIC 9(9) VALUE 0.
        01 WS-UNCHANGED-COUNT PIC 9(9) VALUE 0.
        01 WS-HASH-TOTAL PIC 9(15) VALUE 0.
        01 WS-CURRENT-DATE PIC X(21) VALUE SPACES.
        PROCEDURE DIVISION.
               STOP RUN RETURNING 1
            END-IF.
            MOVE WS-ARG-VALUE(1:13) TO WS-ACK-RUN-ID.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            PERFORM FIND-RUN-TRAILER THRU FIND-RUN-TRAILER.
            PERFORM LOAD-RUN-REJECTS THRU LOAD-RUN-REJECTS-DONE.
            PERFORM WRITE-ACK-FILE THRU WRITE-ACK-FILE.
            MOVE WS-ACK-COUNT TO WS-OUTREG-COUNT.
            MOVE WS-HASH-TOTAL TO WS-OUTREG-HASH.
            PERFORM REGISTER-OUTBOUND THRU REGISTER-OUTBOUND-EXIT.
            DISPLAY 'ACK RESULT: run '
                    FUNCTION TRIM(WS-ACK-RUN-ID) ': '
                    WS-ACK-COUNT ' staged row(s) acknowledged - '
                    WS-APPLIED-COUNT ' applied, '
                    WS-REJECTED-COUNT ' rejected, '
                    WS-NOTATT-COUNT ' not attempted, '
                    WS-HELD-COUNT ' held, '
                    WS-UNCHANGED-COUNT ' accepted unchanged'.
            STOP RUN RETURNING 0.
      *
      * The named run's trailer: proof the run ended and the counts
                        MOVE CTL-ROWS-READ TO WS-RUN-ROWS-READ
                        MOVE CTL-ROWS-COMMITTED TO WS-RUN-COMMITTED
                        MOVE CTL-ROWS-REJECTED TO WS-RUN-REJECTED
                        IF CTL-ROWS-UNCHANGED IS NUMERIC THEN
                           MOVE CTL-ROWS-UNCHANGED
                             TO WS-RUN-UNCHANGED
                        ELSE
                           MOVE 0 TO WS-RUN-UNCHANGED
                        END-IF
                        MOVE CTL-TIMESTAMP(1:8) TO WS-RUN-DATE
                     END-IF
               END-READ
            END-PERFORM.
            DISPLAY 'Run ' FUNCTION TRIM(WS-ACK-RUN-ID) ': read '
                    WS-RUN-ROWS-READ ' committed '
                    WS-RUN-COMMITTED ' rejected '
                    WS-RUN-REJECTED ' unchanged '
                    WS-RUN-UNCHANGED.
      *
      * The run's rejects, keyed by the original input row number
      * the loader stamped (see REJ-ROW-NUMBER in REJROW.cpy).
                       WS-STAGED-STATUS ') - nothing to acknowledge'
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'VENDOR-ACK' TO WS-OUTREG-FILE-NAME.
            PERFORM NEXT-OUTBOUND-SEQUENCE
               THRU NEXT-OUTBOUND-SEQUENCE-EXIT.
            OPEN OUTPUT VENDOR-ACK-FILE.
            OPEN INPUT UNCHANGED-ROWS-FILE.
            IF WS-UNCHANGED-STATUS EQUAL '00' OR
               WS-UNCHANGED-STATUS EQUAL '05' THEN
               MOVE 'Y' TO WS-UNCHANGED-OPEN
            END-IF.
            IF WS-UNCHANGED-STATUS NOT EQUAL '00' THEN
               SET END-OF-UNCHANGED TO TRUE
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE 'H' TO ACKH-RECORD-TYPE.
            MOVE WS-CURRENT-DATE(1:8) TO ACKH-FILE-DATE.
            MOVE WS-ACK-RUN-ID TO ACKH-RUN-ID.
            MOVE WS-CURRENT-DATE TO ACKH-TIMESTAMP.
            MOVE WS-OUTREG-SEQUENCE TO ACKH-SEQUENCE.
            MOVE 0 TO ACKH-RESEND-OF.
            WRITE VENDOR-ACK-HEADER.
            PERFORM UNTIL END-OF-STAGED
               READ AUTHOR-STAGED-FILE
               END-READ
            END-PERFORM.
            CLOSE AUTHOR-STAGED-FILE.
            IF WS-UNCHANGED-OPEN EQUAL 'Y' THEN
               CLOSE UNCHANGED-ROWS-FILE
            END-IF.
            MOVE 'T' TO ACKT-RECORD-TYPE.
            MOVE WS-ACK-COUNT TO ACKT-RECORD-COUNT.
            MOVE WS-APPLIED-COUNT TO ACKT-APPLIED-COUNT.
            MOVE WS-REJECTED-COUNT TO ACKT-REJECT-COUNT.
            MOVE WS-NOTATT-COUNT TO ACKT-NOTATT-COUNT.
            MOVE WS-HELD-COUNT TO ACKT-HELD-COUNT.
            MOVE WS-UNCHANGED-COUNT TO ACKT-UNCHANGED-COUNT.
            MOVE WS-HASH-TOTAL TO ACKT-HASH-TOTAL.
            WRITE VENDOR-ACK-TRAILER.
            CLOSE VENDOR-ACK-FILE.
      *
      * One staged row's verdict: rejected if the run left a reject
      * record at this position, not attempted if the run stopped
      * before reaching it, held if it was dated after the run,
      * accepted unchanged if the run journaled it as already in
      * place, applied otherwise.  The row travels
      * back in the vendor's own order - surname before name - with
      * its action code mapped back from I/U/D to A/C/R.
      *
               WHEN OTHER
                  MOVE 'A' TO ACK-ACTION
            END-EVALUATE.
            PERFORM NEXT-UNCHANGED-ROW THRU NEXT-UNCHANGED-ROW
               UNTIL WS-NEXT-UNCH-ROW NOT < WS-STAGED-ROW.
            MOVE 'N' TO WS-REJT-FOUND.
            PERFORM VARYING RJT-IX FROM 1 BY 1
                     UNTIL RJT-IX > REJT-COUNT OR
                  MOVE 'run ended before reaching this row'
                    TO ACK-REASON
                  ADD 1 TO WS-NOTATT-COUNT
               WHEN AUTHROW-EFFECTIVE-DATE NOT EQUAL SPACES AND
                    AUTHROW-EFFECTIVE-DATE > WS-RUN-DATE
                  MOVE 'HELD' TO ACK-STATUS
                  MOVE SPACES TO ACK-REASON
                  STRING 'held until effective date '
                            DELIMITED BY SIZE
                         AUTHROW-EFFECTIVE-DATE DELIMITED BY SIZE
                         INTO ACK-REASON
                  END-STRING
                  ADD 1 TO WS-HELD-COUNT
               WHEN WS-NEXT-UNCH-ROW EQUAL WS-STAGED-ROW
                  MOVE 'UNCH' TO ACK-STATUS
                  MOVE 'accepted - already in place, nothing to change'
                    TO ACK-REASON
                  ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                  MOVE 'APPL' TO ACK-STATUS
                  MOVE SPACES TO ACK-REASON
            ADD 1 TO WS-ACK-COUNT.
            ADD AUTHROW-ID TO WS-HASH-TOTAL.
            WRITE VENDOR-ACK-RECORD.
      *
      * The next UNCHANGED-ROWS position this run journaled, or
      * 999999999 when there are no more.
      *
        NEXT-UNCHANGED-ROW.
            MOVE 999999999 TO WS-NEXT-UNCH-ROW.
            PERFORM UNTIL END-OF-UNCHANGED OR
                          WS-NEXT-UNCH-ROW NOT EQUAL 999999999
               READ UNCHANGED-ROWS-FILE
                  AT END
                     SET END-OF-UNCHANGED TO TRUE
                  NOT AT END
                     IF FUNCTION TRIM(UNC-RUN-ID) EQUAL
                        FUNCTION TRIM(WS-ACK-RUN-ID) THEN
                        MOVE UNC-ROW-NUMBER TO WS-NEXT-UNCH-ROW
                     END-IF
               END-READ
            END-PERFORM.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Outbound delivery numbering and registration, shared by
      * every extractor (see OUTREGWR.cpy and OUTREG.cpy).
           COPY OUTREGWR.
