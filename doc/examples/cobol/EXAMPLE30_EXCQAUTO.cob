      * evidence, or a live state that disagrees with it - is left
      * open for a human.  Like RESOLVE/SWEEP in the workbench, the
      * updated queue goes to EXCEPTION-QUEUE-NEW and the window
      * script swaps it over the live file after a clean end.  An
      * auto-closed entry that already carries a service-desk ticket
      * (EXCQ-TICKET-ID) keeps it open at the desk until the next
      * EXAMPLE10_EXCQWORK EXPORT sends the resolution out as the
      * ticket's closure, so the desk never works a closed entry.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE30-EXCQAUTO.
        01 EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
        FD EXCQ-NEW-FILE.
        01 EXCQ-NEW-RECORD PIC X(450).
        FD XREF-CONTROL-FILE.
        01 XREF-RECORD.
           COPY XREFREC.
               ADD 1 TO WS-LEFT-COUNT
               GO TO EXAMINE-ONE-ENTRY-EXIT
            END-IF.
      * A referential-integrity finding (EXAMPLE51_RISWEEP) is about
      * the row's PARENT, not the row: an orphan book looks exactly
      * like its trails say, so trail-against-live agreement proves
      * nothing here and the entry stays with the humans.
            IF EXCQ-PROGRAM-ID EQUAL 'EXRISWEP' THEN
               ADD 1 TO WS-LEFT-COUNT
               GO TO EXAMINE-ONE-ENTRY-EXIT
            END-IF.
            MOVE SPACE TO WS-EXPECT-OP.
            MOVE SPACES TO WS-EVIDENCE-SOURCE.
            MOVE 'N' TO WS-NET-FOUND.
               GO TO EXAMINE-ONE-ENTRY-EXIT
            END-IF.
            PERFORM QUERY-LIVE-ROW THRU QUERY-LIVE-ROW.
            PERFORM JUDGE-EVIDENCE THRU JUDGE-EVIDENCE-VERDICT.
            IF OUTCOME-PROVEN THEN
               MOVE 'Y' TO EXCQ-RESOLVED
               MOVE 'AUTO' TO EXCQ-RESOLUTION-CODE
               DISPLAY 'AUTO-CLOSED: key '
                       FUNCTION TRIM(WS-THIS-KEY) ' - '
                       FUNCTION TRIM(WS-DISPOSITION)
               IF EXCQ-TICKET-ID NOT EQUAL SPACES THEN
                  DISPLAY '    ticket=' FUNCTION TRIM(EXCQ-TICKET-ID)
                          ' - closure goes out with the next EXPORT'
               END-IF
            ELSE
               ADD 1 TO WS-LEFT-COUNT
            END-IF.
