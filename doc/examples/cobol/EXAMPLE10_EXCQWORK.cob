      *                                 [DAYS=n]]
      *        EXAMPLE10_EXCQWORK RESOLVE key code operator [note]
      *        EXAMPLE10_EXCQWORK SWEEP
      *        EXAMPLE10_EXCQWORK EXPORT
      *        EXAMPLE10_EXCQWORK IMPORT
      *
      * Exception-queue workbench.  Every writer in this suite appends
      * to EXCEPTION-QUEUE (see EXCQUEUE.cpy) and, until now, nothing
      *             COMMAND re-appends for the same business key/XID/
      *             reason on every sweep, keeping the earliest open
      *             entry of each kind and every resolved entry.
      *   EXPORT  - hand the queue to the service desk: every open
      *             entry not yet ticketed is written to TICKET-EXPORT
      *             as a ticket-import row (see TKTEXP.cpy) under a
      *             ticket number issued here and stored on the entry
      *             (EXCQ-TICKET-ID), with a severity derived from its
      *             reason; every ticketed entry resolved on this side
      *             since - by RESOLVE or by EXAMPLE30_EXCQAUTO - goes
      *             out as a closure row for its ticket.
      *   IMPORT  - apply the service desk's closure file
      *             (TICKET-CLOSURES, see TKTCLOS.cpy): each open
      *             entry whose ticket the desk closed is resolved
      *             with the ticket's resolution code, resolver, time
      *             and note, exactly as RESOLVE would.
      *
      * RESOLVE, SWEEP, EXPORT and IMPORT rewrite the queue: because
      * the queue is a LINE SEQUENTIAL file shared by appenders, they
      * write the updated queue to EXCEPTION-QUEUE-NEW and the
      * operator (or the window script) swaps it over the live file
      * once the run ends cleanly - the same new-file convention a
      * compress of any of this suite's append-only files uses.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE10-EXCQWORK.
      * the live file by the caller once this run ends cleanly
            SELECT EXCQ-NEW-FILE ASSIGN TO "EXCEPTION-QUEUE-NEW"
                ORGANIZATION IS LINE SEQUENTIAL.
      * Ticket-import rows for the service desk, written by EXPORT
      * (see TKTEXP.cpy)
            SELECT TICKET-EXPORT-FILE ASSIGN TO "TICKET-EXPORT"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The service desk's closure file, read by IMPORT (see
      * TKTCLOS.cpy)
            SELECT OPTIONAL TICKET-CLOSURES-FILE
                ASSIGN TO "TICKET-CLOSURES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TKC-STATUS.
      * Shop-wide run-number control file; EXPORT issues a run id
      * and builds its ticket numbers from it (see RUNCTL.cpy)
            SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD EXCEPTION-QUEUE-FILE.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD EXCQ-NEW-FILE.
        01 EXCQ-NEW-RECORD PIC X(450).
        FD TICKET-EXPORT-FILE.
        01 TICKET-EXPORT-RECORD.
           COPY TKTEXP.
        FD TICKET-CLOSURES-FILE.
        01 TICKET-CLOSURES-RECORD.
           COPY TKTCLOS.
        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
        WORKING-STORAGE SECTION.
        01 WS-EXCQ-STATUS PIC X(2) VALUE '00'.
        01 WS-EXCQ-EOF PIC X(1) VALUE 'N'.
           88 CMD-LIST    VALUE 'LIST'.
           88 CMD-RESOLVE VALUE 'RESOLVE'.
           88 CMD-SWEEP   VALUE 'SWEEP'.
           88 CMD-EXPORT  VALUE 'EXPORT'.
           88 CMD-IMPORT  VALUE 'IMPORT'.
        01 ARG-IX PIC 9(2).
      * LIST filters; SPACES/zero means "no filter on this field"
        01 WS-FILTER-PROGRAM PIC X(8) VALUE SPACES.
        01 WS-LISTED-COUNT PIC 9(9) VALUE 0.
        01 WS-RESOLVED-COUNT PIC 9(9) VALUE 0.
        01 WS-SUPPRESSED-COUNT PIC 9(9) VALUE 0.
        01 WS-TICKETED-COUNT PIC 9(9) VALUE 0.
        01 WS-CLOSURE-OUT-COUNT PIC 9(9) VALUE 0.
        01 WS-CLOSURE-IN-COUNT PIC 9(9) VALUE 0.
        01 WS-ALREADY-CLOSED-COUNT PIC 9(9) VALUE 0.
        01 WS-UNMATCHED-COUNT PIC 9(9) VALUE 0.
      * EXPORT: the ticket number sequence within this run
        01 WS-TICKET-SEQ PIC 9(5) VALUE 0.
      * IMPORT: the desk's closures, loaded before the queue is
      * rewritten; a closure that matched no ticketed entry is
      * reported at the end rather than silently dropped.
        01 WS-TKC-STATUS PIC X(2) VALUE '00'.
        01 WS-TKC-EOF PIC X(1) VALUE 'N'.
           88 END-OF-TKC VALUE 'Y'.
        01 CLOSURE-TABLE.
           05 CLOSURE-COUNT PIC 9(5) VALUE 0.
           05 CLOSURE-ENTRY OCCURS 5000 TIMES.
              10 CLS-TICKET-ID PIC X(24).
              10 CLS-CODE      PIC X(4).
              10 CLS-BY        PIC X(8).
              10 CLS-TIME      PIC X(21).
              10 CLS-NOTE      PIC X(60).
              10 CLS-MATCHED   PIC X(1).
        01 CLOSURE-IX PIC 9(5).
        01 WS-CLOSURE-FLAG PIC X(1) VALUE 'N'.
           88 WS-CLOSURE-FOUND VALUE 'Y'.
           COPY RUNIDWS.
        PROCEDURE DIVISION.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE10_EXCQWORK'.
                  PERFORM RUN-RESOLVE-COMMAND THRU RUN-RESOLVE-COMMAND
               WHEN CMD-SWEEP
                  PERFORM RUN-SWEEP-COMMAND THRU RUN-SWEEP-COMMAND
               WHEN CMD-EXPORT
                  PERFORM RUN-EXPORT-COMMAND THRU RUN-EXPORT-COMMAND
               WHEN CMD-IMPORT
                  PERFORM RUN-IMPORT-COMMAND THRU RUN-IMPORT-COMMAND
               WHEN OTHER
                  DISPLAY 'Unknown command ' WS-COMMAND
                  DISPLAY 'Usage: EXAMPLE10_EXCQWORK LIST/RESOLVE/'
                          'SWEEP/EXPORT/IMPORT ...'
                  STOP RUN RETURNING 1
            END-EVALUATE.
            STOP RUN RETURNING 0.
                    ' tx-status=' EXCQ-TX-STATUS
                    ' age-days=' WS-ENTRY-AGE-DAYS.
            DISPLAY '    ' EXCQ-REASON.
            IF EXCQ-TICKET-ID NOT EQUAL SPACES THEN
               DISPLAY '    ticket=' FUNCTION TRIM(EXCQ-TICKET-ID)
            END-IF.
        LIST-ONE-ENTRY-EXIT.
            EXIT.
      *
      * is kept only the first time its (business key, XID, reason)
      * appears; both an earlier open twin and an earlier resolved
      * twin suppress it, so a mismatch an operator already closed
      * does not come back as a fresh open entry either.  An open
      * entry already carrying a service-desk ticket is never
      * suppressed: dropping it would leave the desk's ticket with
      * nothing on this side for its closure to resolve.
      *
        SWEEP-ONE-ENTRY.
            MOVE SPACES TO WS-THIS-KEY.
                  SET WS-DUP-SEEN TO TRUE
               END-IF
            END-PERFORM.
            IF WS-DUP-SEEN AND NOT EXCQ-IS-RESOLVED AND
               EXCQ-TICKET-ID EQUAL SPACES THEN
               ADD 1 TO WS-SUPPRESSED-COUNT
            ELSE
               IF NOT WS-DUP-SEEN AND SEEN-COUNT < 5000 THEN
               END-IF
               WRITE EXCQ-NEW-RECORD FROM EXCEPTION-QUEUE-RECORD
            END-IF.
      *
      * Copy the queue to EXCEPTION-QUEUE-NEW, raising a ticket for
      * every open entry that has none yet and sending a closure for
      * every ticketed entry resolved on this side since the last
      * export, so the desk and the queue never need retyping.
      *
        RUN-EXPORT-COMMAND.
            PERFORM ISSUE-RUN-ID THRU ISSUE-RUN-ID-EXIT.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               DISPLAY 'EXCEPTION-QUEUE not available (status '
                       WS-EXCQ-STATUS ')'
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT EXCQ-NEW-FILE.
            OPEN OUTPUT TICKET-EXPORT-FILE.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM EXPORT-ONE-ENTRY THRU EXPORT-ONE-ENTRY-EXIT
                     WRITE EXCQ-NEW-RECORD
                        FROM EXCEPTION-QUEUE-RECORD
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
            CLOSE EXCQ-NEW-FILE.
            CLOSE TICKET-EXPORT-FILE.
            DISPLAY 'EXPORT RESULT: ' WS-READ-COUNT ' entrie(s) read, '
                    WS-TICKETED-COUNT ' new ticket(s), '
                    WS-CLOSURE-OUT-COUNT ' closure(s) sent'.
            DISPLAY 'Send TICKET-EXPORT to the service desk and swap '
                    'EXCEPTION-QUEUE-NEW over EXCEPTION-QUEUE to take '
                    'this run''s ticket numbers'.
      *
      * One entry: an open, unticketed entry gets a ticket number and
      * an 'O' row; a resolved entry whose ticket is still open at the
      * desk gets a 'C' row carrying this side's resolution.  Anything
      * else passes through untouched.
      *
        EXPORT-ONE-ENTRY.
            IF NOT EXCQ-IS-RESOLVED AND
               EXCQ-TICKET-ID EQUAL SPACES THEN
               ADD 1 TO WS-TICKET-SEQ
               STRING 'EQ' DELIMITED BY SIZE
                      WS-RUN-ID DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-TICKET-SEQ DELIMITED BY SIZE
                      INTO EXCQ-TICKET-ID
               END-STRING
               SET EXCQ-TICKET-OPEN TO TRUE
               MOVE SPACES TO TICKET-EXPORT-RECORD
               SET TKX-IS-OPEN TO TRUE
               PERFORM FILL-TICKET-ROW THRU FILL-TICKET-ROW
               WRITE TICKET-EXPORT-RECORD
               ADD 1 TO WS-TICKETED-COUNT
               DISPLAY 'TICKET: ' FUNCTION TRIM(EXCQ-TICKET-ID)
                       ' severity ' TKX-SEVERITY ' key '
                       FUNCTION TRIM(EXCQ-BUSINESS-KEY)
               GO TO EXPORT-ONE-ENTRY-EXIT
            END-IF.
            IF EXCQ-IS-RESOLVED AND EXCQ-TICKET-OPEN THEN
               MOVE SPACES TO TICKET-EXPORT-RECORD
               SET TKX-IS-CLOSURE TO TRUE
               PERFORM FILL-TICKET-ROW THRU FILL-TICKET-ROW
               MOVE EXCQ-RESOLUTION-CODE TO TKX-RESOLUTION-CODE
               MOVE EXCQ-RESOLVED-BY TO TKX-RESOLVED-BY
               MOVE EXCQ-RESOLVED-TIME TO TKX-RESOLVED-TIME
               MOVE EXCQ-DISPOSITION TO TKX-DISPOSITION
               WRITE TICKET-EXPORT-RECORD
               SET EXCQ-TICKET-SETTLED TO TRUE
               ADD 1 TO WS-CLOSURE-OUT-COUNT
               DISPLAY 'CLOSURE: ' FUNCTION TRIM(EXCQ-TICKET-ID)
                       ' ' EXCQ-RESOLUTION-CODE ' by '
                       EXCQ-RESOLVED-BY
            END-IF.
        EXPORT-ONE-ENTRY-EXIT.
            EXIT.
      *
      * The entry's own fields, common to both kinds of ticket row,
      * and the severity the desk files it under, derived from the
      * reason the writer recorded:
      *   1 - a transaction outcome in doubt (ESCALATED:, IN-DOUBT:)
      *   3 - a housekeeping finding of the trail check or the
      *       referential-integrity sweep (EXTRLCHK, EXRISWEP)
      *   2 - everything else: a RECONCILE:/MASTER-VERIFY: data
      *       disagreement, or a reason this table does not know
      *
        FILL-TICKET-ROW.
            MOVE EXCQ-TICKET-ID TO TKX-TICKET-ID.
            MOVE EXCQ-BUSINESS-KEY TO TKX-BUSINESS-KEY.
            MOVE EXCQ-SER-XID TO TKX-SER-XID.
            MOVE EXCQ-PROGRAM-ID TO TKX-PROGRAM-ID.
            MOVE EXCQ-TX-STATUS TO TKX-TX-STATUS.
            MOVE EXCQ-REASON TO TKX-REASON.
            MOVE EXCQ-RUN-ID TO TKX-RUN-ID.
            EVALUATE TRUE
               WHEN EXCQ-REASON(1:10) EQUAL 'ESCALATED:'
               WHEN EXCQ-REASON(1:9) EQUAL 'IN-DOUBT:'
                  MOVE 1 TO TKX-SEVERITY
               WHEN EXCQ-PROGRAM-ID EQUAL 'EXTRLCHK'
               WHEN EXCQ-PROGRAM-ID EQUAL 'EXRISWEP'
                  MOVE 3 TO TKX-SEVERITY
               WHEN OTHER
                  MOVE 2 TO TKX-SEVERITY
            END-EVALUATE.
      *
      * Load the desk's closures, then copy the queue to EXCEPTION-
      * QUEUE-NEW resolving every open entry whose ticket the desk
      * closed.  A closure for an entry already resolved here (its
      * own closure not yet exported) settles the ticket and keeps
      * this side's resolution; re-importing the same closure file
      * changes nothing.
      *
        RUN-IMPORT-COMMAND.
            OPEN INPUT TICKET-CLOSURES-FILE.
            IF WS-TKC-STATUS NOT EQUAL '00' THEN
               IF WS-TKC-STATUS EQUAL '05' THEN
                  CLOSE TICKET-CLOSURES-FILE
               END-IF
               DISPLAY 'TICKET-CLOSURES not present - nothing to '
                       'import'
               STOP RUN RETURNING 0
            END-IF.
            PERFORM UNTIL END-OF-TKC
               READ TICKET-CLOSURES-FILE
                  AT END
                     SET END-OF-TKC TO TRUE
                  NOT AT END
                     IF TKC-TICKET-ID NOT EQUAL SPACES THEN
                        IF CLOSURE-COUNT < 5000 THEN
                           ADD 1 TO CLOSURE-COUNT
                           MOVE TKC-TICKET-ID
                             TO CLS-TICKET-ID (CLOSURE-COUNT)
                           MOVE FUNCTION UPPER-CASE(TKC-RESOLUTION-CODE)
                             TO CLS-CODE (CLOSURE-COUNT)
                           MOVE FUNCTION UPPER-CASE(TKC-RESOLVED-BY)
                             TO CLS-BY (CLOSURE-COUNT)
                           MOVE TKC-CLOSED-TIME
                             TO CLS-TIME (CLOSURE-COUNT)
                           MOVE TKC-NOTE TO CLS-NOTE (CLOSURE-COUNT)
                           MOVE 'N' TO CLS-MATCHED (CLOSURE-COUNT)
                        ELSE
                           DISPLAY 'WARNING: closure table full - '
                                   'ticket '
                                   FUNCTION TRIM(TKC-TICKET-ID)
                                   ' left for the next IMPORT'
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE TICKET-CLOSURES-FILE.
            OPEN INPUT EXCEPTION-QUEUE-FILE.
            IF WS-EXCQ-STATUS NOT EQUAL '00' THEN
               DISPLAY 'EXCEPTION-QUEUE not available (status '
                       WS-EXCQ-STATUS ')'
               STOP RUN RETURNING 1
            END-IF.
            OPEN OUTPUT EXCQ-NEW-FILE.
            PERFORM UNTIL END-OF-EXCQ
               READ EXCEPTION-QUEUE-FILE
                  AT END
                     SET END-OF-EXCQ TO TRUE
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM IMPORT-ONE-ENTRY THRU IMPORT-ONE-ENTRY-EXIT
                     WRITE EXCQ-NEW-RECORD
                        FROM EXCEPTION-QUEUE-RECORD
               END-READ
            END-PERFORM.
            CLOSE EXCEPTION-QUEUE-FILE.
            CLOSE EXCQ-NEW-FILE.
            PERFORM VARYING CLOSURE-IX FROM 1 BY 1
                     UNTIL CLOSURE-IX > CLOSURE-COUNT
               IF CLS-MATCHED (CLOSURE-IX) EQUAL 'N' THEN
                  ADD 1 TO WS-UNMATCHED-COUNT
                  DISPLAY 'WARNING: ticket '
                          FUNCTION TRIM(CLS-TICKET-ID (CLOSURE-IX))
                          ' is on no queue entry - closure ignored'
               END-IF
            END-PERFORM.
            DISPLAY 'IMPORT RESULT: ' CLOSURE-COUNT ' closure(s) read, '
                    WS-CLOSURE-IN-COUNT ' entrie(s) resolved, '
                    WS-ALREADY-CLOSED-COUNT ' already resolved here, '
                    WS-UNMATCHED-COUNT ' unmatched'.
            DISPLAY 'Swap EXCEPTION-QUEUE-NEW over EXCEPTION-QUEUE '
                    'to take this run''s changes'.
      *
      * One entry against the loaded closures; entries without a
      * ticket never match.
      *
        IMPORT-ONE-ENTRY.
            IF EXCQ-TICKET-ID EQUAL SPACES THEN
               GO TO IMPORT-ONE-ENTRY-EXIT
            END-IF.
            MOVE 'N' TO WS-CLOSURE-FLAG.
            PERFORM VARYING CLOSURE-IX FROM 1 BY 1
                     UNTIL CLOSURE-IX > CLOSURE-COUNT OR
                           WS-CLOSURE-FOUND
               IF CLS-TICKET-ID (CLOSURE-IX) EQUAL EXCQ-TICKET-ID THEN
                  SET WS-CLOSURE-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT WS-CLOSURE-FOUND THEN
               GO TO IMPORT-ONE-ENTRY-EXIT
            END-IF.
            SUBTRACT 1 FROM CLOSURE-IX.
            MOVE 'Y' TO CLS-MATCHED (CLOSURE-IX).
            IF EXCQ-TICKET-SETTLED THEN
               GO TO IMPORT-ONE-ENTRY-EXIT
            END-IF.
            SET EXCQ-TICKET-SETTLED TO TRUE.
            IF EXCQ-IS-RESOLVED THEN
               ADD 1 TO WS-ALREADY-CLOSED-COUNT
               GO TO IMPORT-ONE-ENTRY-EXIT
            END-IF.
            MOVE 'Y' TO EXCQ-RESOLVED.
            MOVE CLS-CODE (CLOSURE-IX) TO EXCQ-RESOLUTION-CODE.
            MOVE CLS-BY (CLOSURE-IX) TO EXCQ-RESOLVED-BY.
            IF CLS-TIME (CLOSURE-IX) EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE TO EXCQ-RESOLVED-TIME
            ELSE
               MOVE CLS-TIME (CLOSURE-IX) TO EXCQ-RESOLVED-TIME
            END-IF.
            MOVE CLS-NOTE (CLOSURE-IX) TO EXCQ-DISPOSITION.
            ADD 1 TO WS-CLOSURE-IN-COUNT.
            DISPLAY 'RESOLVED: key ' FUNCTION TRIM(EXCQ-BUSINESS-KEY)
                    ' by ticket ' FUNCTION TRIM(EXCQ-TICKET-ID)
                    ' (' EXCQ-RESOLUTION-CODE ' '
                    FUNCTION TRIM(EXCQ-RESOLVED-BY) ')'.
        IMPORT-ONE-ENTRY-EXIT.
            EXIT.
      * Interlocked run-number issuance shared by every run-id issuer
      * (see ISSUERUN.cpy).
           COPY ISSUERUN.
