      * If not, see <http://www.gnu.org/licenses/>.
      *
      * Usage: EXAMPLE46_STAGEQ REGISTER FILE=name SOURCE=prog
      *                         [PART=nn] [SENDER=id]
      *        EXAMPLE46_STAGEQ LIST
      *        EXAMPLE46_STAGEQ DISPATCH
      *        EXAMPLE46_STAGEQ COMPLETE FILE=name RUN=run-id
      *   REGISTER - enter arriving work: the file is fingerprinted
      *              (the gate's row-count-plus-id-hash) and a NEW
      *              manifest entry records source, arrival time
      *              and target partition.  The entry also
      *              records the upstream sender: SENDER=, or the
      *              note EXAMPLE21_INTRANS leaves beside a file it
      *              staged (<file>-SENDER, see STGSNDR.cpy), so
      *              the sender travels on to the loader's
      *              LINEAGE-INDEX row and the chargeback.
      *   LIST     - the netted queue, oldest first.
      *   DISPATCH - copy the OLDEST eligible NEW entry over the
      *              loader's input (AUTHOR-INPUT, or the entry's
            SELECT LOADER-INPUT-FILE
                ASSIGN TO DYNAMIC WS-TARGET-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
      * The translator's sender note beside a staged file (see
      * STGSNDR.cpy)
            SELECT OPTIONAL SENDER-NOTE-FILE
                ASSIGN TO DYNAMIC WS-SENDER-NOTE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SENDER-NOTE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RUN-CONTROL-FILE.
        01 WORK-INPUT-RECORD.
           COPY AUTHROW.
        FD LOADER-INPUT-FILE.
        01 LOADER-INPUT-RECORD PIC X(153).
        FD SENDER-NOTE-FILE.
        01 SENDER-NOTE-RECORD.
           COPY STGSNDR.
        WORKING-STORAGE SECTION.
      * Run id and enqueue work fields, the suite's shared shapes
      * (see RUNIDWS.cpy/ENQWS.cpy)
        01 WS-ARG-SOURCE PIC X(8) VALUE SPACES.
        01 WS-ARG-PARTITION PIC X(2) VALUE SPACES.
        01 WS-ARG-RUN PIC X(13) VALUE SPACES.
        01 WS-ARG-SENDER PIC X(10) VALUE SPACES.
        01 WS-SENDER-NOTE-NAME PIC X(48) VALUE SPACES.
        01 WS-SENDER-NOTE-STATUS PIC X(2) VALUE '00'.
        01 WS-ARG-FAILED PIC X(1) VALUE 'N'.
           88 COMPLETE-AS-FAILED VALUE 'Y'.
      * The manifest netted by (file, fingerprint), in arrival
              10 QT-PARTITION   PIC X(2).
              10 QT-STATUS      PIC X(1).
              10 QT-RUN-ID      PIC X(13).
              10 QT-SENDER      PIC X(10).
        01 QT-IX PIC 9(3).
        01 WS-QT-FOUND PIC X(1) VALUE 'N'.
           88 QUEUE-ENTRY-FOUND VALUE 'Y'.
            IF WS-COMMAND EQUAL SPACES THEN
               SET CMD-LIST TO TRUE
            END-IF.
            PERFORM VARYING ARG-IX FROM 2 BY 1 UNTIL ARG-IX > 6
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                        END-IF
                     WHEN 'RUN'
                        MOVE WS-ARG-VALUE(1:13) TO WS-ARG-RUN
                     WHEN 'SENDER'
                        MOVE WS-ARG-VALUE(1:10) TO WS-ARG-SENDER
                     WHEN 'FAILED'
                        SET COMPLETE-AS-FAILED TO TRUE
                     WHEN OTHER
            MOVE MAN-PARTITION TO QT-PARTITION (QT-IX).
            MOVE MAN-STATUS TO QT-STATUS (QT-IX).
            MOVE MAN-RUN-ID TO QT-RUN-ID (QT-IX).
            MOVE MAN-SENDER-ID TO QT-SENDER (QT-IX).
        NET-ONE-MANIFEST-EXIT.
            EXIT.
      *
            MOVE WS-ARG-FILE TO WS-WORK-NAME.
            PERFORM FINGERPRINT-WORK-FILE
               THRU FINGERPRINT-WORK-FILE.
            IF WS-ARG-SENDER EQUAL SPACES THEN
               PERFORM READ-SENDER-NOTE THRU READ-SENDER-NOTE-DONE
            END-IF.
            OPEN EXTEND STAGING-MANIFEST-FILE.
            MOVE WS-ARG-FILE TO MAN-FILE-NAME.
            MOVE WS-ARG-SOURCE TO MAN-SOURCE-PROGRAM.
            MOVE WS-ARG-PARTITION TO MAN-PARTITION.
            MOVE 'N' TO MAN-STATUS.
            MOVE SPACES TO MAN-RUN-ID.
            MOVE WS-ARG-SENDER TO MAN-SENDER-ID.
            WRITE STAGING-MANIFEST-RECORD.
            CLOSE STAGING-MANIFEST-FILE.
            DISPLAY 'REGISTERED: ' FUNCTION TRIM(WS-ARG-FILE)
                    ' from ' WS-ARG-SOURCE ' fingerprint '
                    WS-FINGERPRINT ' (' WS-GATE-ROWS ' row(s))'
                    ' sender ' WS-ARG-SENDER.
      *
      * The sender of a file the translator staged, from the note
      * it left beside it - provided the note still describes this
      * file (same row count); a stale note is ignored.
      *
        READ-SENDER-NOTE.
            MOVE SPACES TO WS-SENDER-NOTE-NAME.
            STRING FUNCTION TRIM(WS-ARG-FILE) DELIMITED BY SIZE
                   '-SENDER' DELIMITED BY SIZE
                   INTO WS-SENDER-NOTE-NAME
            END-STRING.
            OPEN INPUT SENDER-NOTE-FILE.
            IF WS-SENDER-NOTE-STATUS NOT EQUAL '00' THEN
               IF WS-SENDER-NOTE-STATUS EQUAL '05' THEN
                  CLOSE SENDER-NOTE-FILE
               END-IF
               GO TO READ-SENDER-NOTE-DONE
            END-IF.
            READ SENDER-NOTE-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF STS-ROW-COUNT EQUAL WS-GATE-ROWS THEN
                     MOVE STS-SENDER-ID TO WS-ARG-SENDER
                  ELSE
                     DISPLAY 'WARNING: '
                             FUNCTION TRIM(WS-SENDER-NOTE-NAME)
                             ' describes ' STS-ROW-COUNT
                             ' row(s), not this file - sender not '
                             'taken; give SENDER= if known'
                  END-IF
            END-READ.
            CLOSE SENDER-NOTE-FILE.
        READ-SENDER-NOTE-DONE.
            EXIT.
      *
      * LIST: the netted queue, arrival order.
      *
                       ' part ' QT-PARTITION (QT-IX)
                       ' fp ' QT-FINGERPRINT (QT-IX)
                       ' run ' QT-RUN-ID (QT-IX)
                       ' sender ' QT-SENDER (QT-IX)
            END-PERFORM.
            DISPLAY 'LIST RESULT: ' QUEUE-COUNT ' entrie(s) '
                    '(N=new L=loading D=done F=failed)'.
            MOVE QT-ARRIVAL (QT-IX) TO MAN-ARRIVAL.
            MOVE QT-FINGERPRINT (QT-IX) TO MAN-FINGERPRINT.
            MOVE QT-PARTITION (QT-IX) TO MAN-PARTITION.
            MOVE QT-SENDER (QT-IX) TO MAN-SENDER-ID.
            MOVE 'L' TO MAN-STATUS.
            MOVE SPACES TO MAN-RUN-ID.
            WRITE STAGING-MANIFEST-RECORD.
            MOVE QT-ARRIVAL (QT-IX) TO MAN-ARRIVAL.
            MOVE QT-FINGERPRINT (QT-IX) TO MAN-FINGERPRINT.
            MOVE QT-PARTITION (QT-IX) TO MAN-PARTITION.
            MOVE QT-SENDER (QT-IX) TO MAN-SENDER-ID.
            IF COMPLETE-AS-FAILED THEN
               MOVE 'F' TO MAN-STATUS
            ELSE
