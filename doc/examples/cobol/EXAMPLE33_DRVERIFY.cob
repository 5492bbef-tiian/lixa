      * GNU General Public License along with LIXA.
      * If not, see <http://www.gnu.org/licenses/>.
      *
      * Usage: EXAMPLE33_DRVERIFY [REVERSE] [RMID=n]
      *
      * Disaster-recovery divergence verifier.  EXAMPLE25_DRREPLAY
      * can push CHANGE-AUDIT forward to the standby, but after a
      * the EARLIEST CHG-TIMESTAMP touching any of them is
      * suggested as the FROM= a corrective EXAMPLE25_DRREPLAY
      * should start from.  Return code 1 when anything diverged.
      *
      * REVERSE makes the standby the reference, for the end of a
      * DR outage: EXAMPLE25_DRREPLAY FAILBACK runs it after
      * carrying the standby period's changes back, to prove the
      * primary now holds exactly what the standby holds.  The
      * report lines keep naming the real side (PRIMARY-ONLY is
      * still a row only the primary holds), and the suggestion
      * becomes the SINCE= a FAILBACK rerun should start from.
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE33-DRVERIFY.
        01 WS-CHG-EOF PIC X(1) VALUE 'N'.
           88 END-OF-CHG VALUE 'Y'.
        01 ARGV PIC X(100) VALUE SPACES.
        01 ARG-IX PIC 9(2).
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
      * The two connections: PRICONN is the REFERENCE side (the
      * primary, or the standby under REVERSE), DRCONN the side
      * compared against it
        01 PRICONN USAGE POINTER.
        01 DRCONN USAGE POINTER.
        01 WS-SWAP-CONN USAGE POINTER.
        01 WS-DIRECTION PIC X(1) VALUE 'F'.
           88 VERIFY-REVERSE VALUE 'R'.
      * What each side is called on the console and in the report
        01 WS-REF-SIDE PIC X(7) VALUE 'primary'.
        01 WS-CMP-SIDE PIC X(7) VALUE 'standby'.
        01 WS-REF-ONLY-LABEL PIC X(14) VALUE 'PRIMARY-ONLY  '.
        01 WS-CMP-ONLY-LABEL PIC X(14) VALUE 'STANDBY-ONLY  '.
        01 PGRES USAGE POINTER.
        01 RESULT USAGE BINARY-LONG.
        01 PQ-STATUS-AREA.
        000-MAIN.
            DISPLAY 'Executing EXAMPLE33_DRVERIFY'.
            MOVE 1 TO LIXA-RES-MNGR-ID.
            PERFORM VARYING ARG-IX FROM 1 BY 1 UNTIL ARG-IX > 2
               MOVE SPACES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
               IF ARGV NOT EQUAL SPACES THEN
                  MOVE SPACES TO WS-ARG-KEYWORD
                  MOVE SPACES TO WS-ARG-VALUE
                  UNSTRING FUNCTION UPPER-CASE(ARGV) DELIMITED BY '='
                     INTO WS-ARG-KEYWORD WS-ARG-VALUE
                  END-UNSTRING
                  EVALUATE TRUE
                     WHEN WS-ARG-KEYWORD EQUAL 'RMID' AND
                          WS-ARG-VALUE NOT EQUAL SPACES
                        COMPUTE LIXA-RES-MNGR-ID =
                           FUNCTION NUMVAL(WS-ARG-VALUE)
                        END-COMPUTE
                     WHEN WS-ARG-KEYWORD EQUAL 'REVERSE'
                        SET VERIFY-REVERSE TO TRUE
                     WHEN OTHER
                        DISPLAY 'Ignoring unknown argument ' ARGV
                  END-EVALUATE
               END-IF
            END-PERFORM.
            MOVE ZERO TO TX-RETURN-STATUS.
            CALL "TXOPEN" USING TX-RETURN-STATUS.
            DISPLAY 'TXOPEN returned value ' TX-STATUS.
               DISPLAY 'Error: standby connection not OK'
               STOP RUN RETURNING 1
            END-IF.
      * REVERSE: the standby becomes the reference side.
            IF VERIFY-REVERSE THEN
               SET WS-SWAP-CONN TO PRICONN
               SET PRICONN TO DRCONN
               SET DRCONN TO WS-SWAP-CONN
               MOVE 'standby' TO WS-REF-SIDE
               MOVE 'primary' TO WS-CMP-SIDE
               MOVE 'STANDBY-ONLY  ' TO WS-REF-ONLY-LABEL
               MOVE 'PRIMARY-ONLY  ' TO WS-CMP-ONLY-LABEL
               DISPLAY 'REVERSE: the standby is the reference'
            END-IF.
            OPEN OUTPUT DIVERGENCE-REPORT-FILE.
            MOVE 'A' TO WS-THIS-TABLE.
            PERFORM VERIFY-ONE-TABLE THRU VERIFY-ONE-TABLE.
            CALL "PQresultStatus" USING BY VALUE PGRES
                 RETURNING RESULT.
            IF RESULT NOT EQUAL 2 THEN
               DISPLAY 'Query failed on the ' WS-REF-SIDE
                       ' for table ' WS-THIS-TABLE ' - run abandoned'
               CALL "PQclear" USING BY VALUE PGRES
               STOP RUN RETURNING 1
            END-IF.
                  THRU LOAD-ONE-PRIMARY-ROW
            END-PERFORM.
            CALL "PQclear" USING BY VALUE PGRES.
            DISPLAY 'Table ' WS-THIS-TABLE ': ' WS-REF-SIDE
                    ' holds ' PRI-COUNT ' row(s)'.
            CALL "PQexec" USING
                BY VALUE DRCONN
                BY REFERENCE SQL-STATEMENT
            CALL "PQresultStatus" USING BY VALUE PGRES
                 RETURNING RESULT.
            IF RESULT NOT EQUAL 2 THEN
               DISPLAY 'Query failed on the ' WS-CMP-SIDE
                       ' for table ' WS-THIS-TABLE ' - run abandoned'
               CALL "PQclear" USING BY VALUE PGRES
               STOP RUN RETURNING 1
            END-IF.
                  THRU COMPARE-ONE-STANDBY-ROW-EXIT
            END-PERFORM.
            CALL "PQclear" USING BY VALUE PGRES.
      * Whatever the compared side's scan never marked is missing
      * there
            PERFORM VARYING PRI-IX FROM 1 BY 1
                     UNTIL PRI-IX > PRI-COUNT
               IF PRI-SEEN (PRI-IX) NOT EQUAL 'Y' THEN
                  IF VERIFY-REVERSE THEN
                     ADD 1 TO WS-STANDBY-ONLY-COUNT
                  ELSE
                     ADD 1 TO WS-PRIMARY-ONLY-COUNT
                  END-IF
                  MOVE PRI-ID (PRI-IX) TO DISP-ID
                  MOVE PRI-ID (PRI-IX) TO WS-KEY-DIGITS
                  PERFORM BUILD-THIS-KEY THRU BUILD-THIS-KEY
                  PERFORM NOTE-DIVERGED-KEY THRU NOTE-DIVERGED-KEY
                  MOVE SPACES TO WS-REPORT-LINE
                  STRING WS-REF-ONLY-LABEL DELIMITED BY SIZE
                         FUNCTION TRIM(WS-THIS-KEY)
                            DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         WS-REF-SIDE DELIMITED BY SIZE
                         '=' DELIMITED BY SIZE
                         FUNCTION TRIM(PRI-COL-A (PRI-IX))
                            DELIMITED BY SIZE
                         '/' DELIMITED BY SIZE
               END-IF
            END-PERFORM.
            IF NOT PRIMARY-ENTRY-FOUND THEN
               IF VERIFY-REVERSE THEN
                  ADD 1 TO WS-PRIMARY-ONLY-COUNT
               ELSE
                  ADD 1 TO WS-STANDBY-ONLY-COUNT
               END-IF
               PERFORM NOTE-DIVERGED-KEY THRU NOTE-DIVERGED-KEY
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CMP-ONLY-LABEL DELIMITED BY SIZE
                      FUNCTION TRIM(WS-THIS-KEY) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CMP-SIDE DELIMITED BY SIZE
                      '=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DB-COL-A) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DB-COL-B) DELIMITED BY SIZE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'VALUES-DIFFER ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-THIS-KEY) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-REF-SIDE DELIMITED BY SIZE
                      '=' DELIMITED BY SIZE
                      FUNCTION TRIM(PRI-COL-A (PRI-IX))
                         DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(PRI-COL-B (PRI-IX))
                         DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CMP-SIDE DELIMITED BY SIZE
                      '=' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DB-COL-A) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DB-COL-B) DELIMITED BY SIZE
               END-READ
            END-PERFORM.
            CLOSE CHANGE-AUDIT-FILE.
            IF EARLIEST-TS-SET AND VERIFY-REVERSE THEN
               DISPLAY 'SUGGESTION: settle the FAILBACK conflicts '
                       'and rerun EXAMPLE25_DRREPLAY FAILBACK SINCE='
                       FUNCTION TRIM(WS-EARLIEST-TS)
                       ' to cover every diverged key'
            END-IF.
            IF EARLIEST-TS-SET AND NOT VERIFY-REVERSE THEN
               DISPLAY 'SUGGESTION: run EXAMPLE25_DRREPLAY FROM='
                       FUNCTION TRIM(WS-EARLIEST-TS)
                       ' to cover every diverged key'
            END-IF.
            IF EARLIEST-TS-SET THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REPLAY-FROM   ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EARLIEST-TS)
