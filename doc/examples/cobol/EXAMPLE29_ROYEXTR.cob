      * place, and the rerun simply rewrites the file from them; a
      * rerun after a clean drain finds nothing and writes an empty
      * (zero-count) file.
      *
      * Every clean drain is a numbered delivery: the header carries
      * the per-file delivery sequence, the finished file is kept as
      * the archived generation ROYALTY-OUTBOUND-GEN-nnnnnn, and the
      * OUTBOUND-REGISTER (see OUTREG.cpy) records it with its count
      * and hash total, so EXAMPLE50_OUTREG can prove what was sent
      * and match the royalty team's receipt against it.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE29-ROYEXTR.
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
                ORGANIZATION IS LINE SEQUENTIAL.
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
        FD RUN-CONTROL-FILE.
           05 ROYH-EXTRACT-DATE PIC X(8).
           05 ROYH-TIMESTAMP    PIC X(21).
           05 ROYH-RUN-ID       PIC X(13).
      * The delivery sequence and, on a resend, the sequence it
      * repeats (see OUTREG.cpy)
           05 ROYH-SEQUENCE     PIC 9(6).
           05 ROYH-RESEND-OF    PIC 9(6).
      * 'T' trailer: the control totals the royalty loader verifies
      * before applying anything (count plus author-id hash total,
      * the VENDROW.cpy convention)
        FD RUNSTATS-FILE.
        01 RUNSTATS-RECORD.
           COPY RUNSTATREC.
        FD OUTBOUND-REGISTER-FILE.
        01 OUTBOUND-REGISTER-RECORD.
           COPY OUTREG.
        FD OUTBOUND-COPY-IN-FILE.
        01 OUTBOUND-COPY-IN-RECORD PIC X(200).
        FD OUTBOUND-COPY-OUT-FILE.
        01 OUTBOUND-COPY-OUT-RECORD PIC X(200).
        WORKING-STORAGE SECTION.
      * This execution's shop-wide run id (see RUNCTL.cpy and
      * ISSUE-RUN-ID), carried in the header record.
           COPY RUNIDWS.
           COPY OUTREGWS.
      * Include TX definitions
        01 TX-RETURN-STATUS.
           COPY TXSTATUS.
            CALL "PQntuples" USING BY VALUE PGRES
                 RETURNING WS-NTUPLES.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
            MOVE 'ROYALTY-OUTBOUND' TO WS-OUTREG-FILE-NAME.
            PERFORM NEXT-OUTBOUND-SEQUENCE
               THRU NEXT-OUTBOUND-SEQUENCE-EXIT.
            OPEN OUTPUT ROYALTY-OUTBOUND-FILE.
            MOVE 'H' TO ROYH-RECORD-TYPE.
            MOVE WS-CURRENT-DATE(1:8) TO ROYH-EXTRACT-DATE.
            MOVE WS-CURRENT-DATE TO ROYH-TIMESTAMP.
            MOVE WS-RUN-ID TO ROYH-RUN-ID.
            MOVE WS-OUTREG-SEQUENCE TO ROYH-SEQUENCE.
            MOVE 0 TO ROYH-RESEND-OF.
            WRITE ROYALTY-HEADER-RECORD.
            PERFORM VARYING WS-FEED-ROW FROM 0 BY 1
                     UNTIL WS-FEED-ROW >= WS-NTUPLES
               PERFORM CLOSE-AND-REPORT THRU CLOSE-AND-REPORT
               STOP RUN RETURNING WS-TX-EXIT-CODE
            END-IF.
      * Drained for good: the file is now a delivery of record.
            MOVE WS-EXTRACTED-COUNT TO WS-OUTREG-COUNT.
            MOVE WS-HASH-TOTAL TO WS-OUTREG-HASH.
            PERFORM REGISTER-OUTBOUND THRU REGISTER-OUTBOUND-EXIT.
            PERFORM CLOSE-AND-REPORT THRU CLOSE-AND-REPORT.
            DISPLAY 'EXTRACT RESULT: ' WS-EXTRACTED-COUNT
                    ' staging row(s) drained to ROYALTY-OUTBOUND, '
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Outbound delivery numbering and registration, shared by
      * every extractor (see OUTREGWR.cpy and OUTREG.cpy).
           COPY OUTREGWR.
      *
      * One-line-per-run summary of every TX call this program
      * made, the same record every other driver leaves, so this
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE SPACES TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE 0 TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      * Shared TX-STATUS remediation routing (see TXDISPAT.cpy)
           COPY TXDISPAT.
