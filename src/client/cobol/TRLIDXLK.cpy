      * LOAD-INDEX-CONTROL / FIND-INDEX-HITS / NEXT-INDEXED-RECORD:
      * the trail-index lookup the inquiry programs share
      * (EXAMPLE15_HISTINQ, EXAMPLE23_XIDDOSSIER, EXAMPLE39_LINEAGE
      * and EXAMPLE74_FWDLINEAGE) through this copybook, the same
      * convention as LOAD-LEGAL-HOLDS (LGLHCK.cpy), so every
      * inquiry trusts an index on exactly the same terms.  The
      * matching working storage is TRLIDXWS.cpy; the caller
      * declares the
      * TRAIL-INDEX-FILE FD (TRLIDX.cpy, record TRAIL-INDEX-RECORD,
      * ASSIGN TO DYNAMIC WS-TIX-INDEX-NAME, FILE STATUS
      * WS-TRLIDX-STATUS) and the TRAIL-INDEX-CONTROL-FILE FD
      * (TRLIDXC.cpy, record TRAIL-INDEX-CONTROL-RECORD, FILE
      * STATUS WS-TRLIDXC-STATUS) itself.
      *
      * The caller's pattern for one trail file:
      *
      *   PERFORM FIND-INDEX-HITS THRU FIND-INDEX-HITS-EXIT;
      *   index usable and no hits - the file is not opened at all;
      *   otherwise READ until end of file or TIX-PAST-LAST-HIT,
      *   PERFORM NEXT-INDEXED-RECORD after every READ and look at
      *   the record only when TIX-RECORD-WANTED.
      *
      * With no usable index every record is wanted and the file is
      * read to its end exactly as before, so the index can only
      * ever save work, never change an answer.
      *
      * No TRAIL-INDEX-CONTROL file, no indexes.
        LOAD-INDEX-CONTROL.
            MOVE 0 TO TICT-COUNT.
            MOVE 'N' TO WS-TRLIDXC-EOF.
            OPEN INPUT TRAIL-INDEX-CONTROL-FILE.
            IF WS-TRLIDXC-STATUS NOT EQUAL '00' THEN
               IF WS-TRLIDXC-STATUS EQUAL '05' THEN
                  CLOSE TRAIL-INDEX-CONTROL-FILE
               END-IF
               GO TO LOAD-INDEX-CONTROL-DONE
            END-IF.
            PERFORM UNTIL END-OF-TRLIDXC
               READ TRAIL-INDEX-CONTROL-FILE
                  AT END
                     SET END-OF-TRLIDXC TO TRUE
                  NOT AT END
                     PERFORM NET-ONE-INDEX-CONTROL
                        THRU NET-ONE-INDEX-CONTROL-EXIT
               END-READ
            END-PERFORM.
            CLOSE TRAIL-INDEX-CONTROL-FILE.
        LOAD-INDEX-CONTROL-DONE.
            EXIT.
      *
      * One control record over the table: the last build of a file
      * is the one its index file holds.
      *
        NET-ONE-INDEX-CONTROL.
            MOVE TIC-FILE-NAME TO WS-TIX-FILE-NAME.
            PERFORM LOCATE-INDEX-CONTROL.
            IF NOT TICT-ENTRY-FOUND THEN
               IF TICT-COUNT EQUAL 2000 THEN
                  GO TO NET-ONE-INDEX-CONTROL-EXIT
               END-IF
               ADD 1 TO TICT-COUNT
               MOVE TICT-COUNT TO TICT-IX
               MOVE TIC-FILE-NAME TO TICT-FILE-NAME (TICT-IX)
            END-IF.
            MOVE TIC-TRAIL-NAME TO TICT-TRAIL-NAME (TICT-IX).
            MOVE TIC-INDEX-NAME TO TICT-INDEX-NAME (TICT-IX).
            MOVE TIC-RECORD-COUNT TO TICT-RECORD-COUNT (TICT-IX).
            MOVE TIC-ENTRY-COUNT TO TICT-ENTRY-COUNT (TICT-IX).
            MOVE TIC-FILE-SIZE TO TICT-FILE-SIZE (TICT-IX).
            MOVE TIC-FILE-STAMP TO TICT-FILE-STAMP (TICT-IX).
            MOVE TIC-FIRST-RECORD TO TICT-FIRST-RECORD (TICT-IX).
            MOVE TIC-BUILD-KIND TO TICT-BUILD-KIND (TICT-IX).
            MOVE TIC-TIMESTAMP TO TICT-TIMESTAMP (TICT-IX).
        NET-ONE-INDEX-CONTROL-EXIT.
            EXIT.
      *
      * The table entry for WS-TIX-FILE-NAME, at TICT-IX when found.
      *
        LOCATE-INDEX-CONTROL.
            MOVE 'N' TO WS-TICT-FOUND.
            PERFORM VARYING TICT-IX FROM 1 BY 1
                     UNTIL TICT-IX > TICT-COUNT OR TICT-ENTRY-FOUND
               IF TICT-FILE-NAME (TICT-IX) EQUAL WS-TIX-FILE-NAME THEN
                  SET TICT-ENTRY-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF TICT-ENTRY-FOUND THEN
               SUBTRACT 1 FROM TICT-IX
            END-IF.
      *
      * Is WS-TIX-CHECK-NAME on disk, how many bytes is it and when
      * was it last written?
      *
        CHECK-FILE-PRESENT.
            MOVE 'N' TO WS-TIX-CHECK-FLAG.
            MOVE 0 TO WS-TIX-CURRENT-SIZE.
            MOVE ZEROS TO WS-TIX-CURRENT-STAMP.
            CALL "CBL_CHECK_FILE_EXIST" USING WS-TIX-CHECK-NAME
                                              WS-TIX-FILE-DETAILS.
            IF RETURN-CODE EQUAL 0 THEN
               SET TIX-CHECK-PRESENT TO TRUE
               MOVE WS-TIX-CHECK-SIZE TO WS-TIX-CURRENT-SIZE
               MOVE WS-TIX-CHECK-YEAR TO WS-TIX-STAMP-YEAR
               MOVE WS-TIX-CHECK-MONTH TO WS-TIX-STAMP-MONTH
               MOVE WS-TIX-CHECK-DAY TO WS-TIX-STAMP-DAY
               MOVE WS-TIX-CHECK-HOUR TO WS-TIX-STAMP-HOUR
               MOVE WS-TIX-CHECK-MINUTE TO WS-TIX-STAMP-MINUTE
               MOVE WS-TIX-CHECK-SECOND TO WS-TIX-STAMP-SECOND
            END-IF.
            MOVE 0 TO RETURN-CODE.
      *
      * The records of WS-TIX-FILE-NAME carrying the key.  The index
      * is trusted only when the file is still exactly the size it
      * was when it was indexed, last written at the same moment: a
      * trail appended to since the last build, or cut and swapped
      * by the housekeeping job, is read in full until the next
      * build catches up with it.
      *
        FIND-INDEX-HITS.
            MOVE 'N' TO WS-TIX-USABLE-FLAG.
            MOVE 0 TO WS-TIX-HIT-COUNT.
            MOVE 0 TO WS-TIX-RECORD-NUMBER.
            MOVE 1 TO TIX-HIT-IX.
            MOVE 'Y' TO WS-TIX-WANTED-FLAG.
            MOVE 'N' TO WS-TIX-PAST-FLAG.
            MOVE WS-TIX-FILE-NAME TO WS-TIX-CHECK-NAME.
            PERFORM CHECK-FILE-PRESENT.
            IF NOT TIX-CHECK-PRESENT THEN
               GO TO FIND-INDEX-HITS-EXIT
            END-IF.
            PERFORM READ-INDEX-HITS THRU READ-INDEX-HITS-EXIT.
            IF TIX-INDEX-USABLE THEN
               ADD 1 TO WS-TIX-FILES-INDEXED
               IF WS-TIX-HIT-COUNT EQUAL 0 THEN
                  SET TIX-PAST-LAST-HIT TO TRUE
               END-IF
            ELSE
               MOVE 0 TO WS-TIX-HIT-COUNT
               ADD 1 TO WS-TIX-FILES-SCANNED
            END-IF.
        FIND-INDEX-HITS-EXIT.
            EXIT.
        READ-INDEX-HITS.
            PERFORM LOCATE-INDEX-CONTROL.
            IF NOT TICT-ENTRY-FOUND THEN
               GO TO READ-INDEX-HITS-EXIT
            END-IF.
            IF WS-TIX-CURRENT-SIZE NOT EQUAL
               TICT-FILE-SIZE (TICT-IX) OR
               WS-TIX-CURRENT-STAMP NOT EQUAL
               TICT-FILE-STAMP (TICT-IX) THEN
               GO TO READ-INDEX-HITS-EXIT
            END-IF.
            MOVE TICT-INDEX-NAME (TICT-IX) TO WS-TIX-INDEX-NAME.
            MOVE 'N' TO WS-TRLIDX-EOF.
            OPEN INPUT TRAIL-INDEX-FILE.
            IF WS-TRLIDX-STATUS NOT EQUAL '00' THEN
               IF WS-TRLIDX-STATUS EQUAL '05' THEN
                  CLOSE TRAIL-INDEX-FILE
               END-IF
               GO TO READ-INDEX-HITS-EXIT
            END-IF.
            SET TIX-INDEX-USABLE TO TRUE.
            PERFORM UNTIL END-OF-TRLIDX OR NOT TIX-INDEX-USABLE
               READ TRAIL-INDEX-FILE
                  AT END
                     SET END-OF-TRLIDX TO TRUE
                  NOT AT END
                     PERFORM TAKE-INDEX-ENTRY THRU TAKE-INDEX-ENTRY-EXIT
               END-READ
            END-PERFORM.
            CLOSE TRAIL-INDEX-FILE.
        READ-INDEX-HITS-EXIT.
            EXIT.
      *
      * The index is sorted on kind, value and record number, so
      * the reading stops at the first entry past the key.
      *
        TAKE-INDEX-ENTRY.
            IF TIX-KEY-KIND < WS-TIX-KEY-KIND OR
               (TIX-KEY-KIND EQUAL WS-TIX-KEY-KIND AND
                TIX-KEY-VALUE < WS-TIX-KEY-VALUE) THEN
               GO TO TAKE-INDEX-ENTRY-EXIT
            END-IF.
            IF TIX-KEY-KIND NOT EQUAL WS-TIX-KEY-KIND OR
               TIX-KEY-VALUE NOT EQUAL WS-TIX-KEY-VALUE THEN
               SET END-OF-TRLIDX TO TRUE
               GO TO TAKE-INDEX-ENTRY-EXIT
            END-IF.
            IF WS-TIX-HIT-COUNT EQUAL 500 THEN
               MOVE 'N' TO WS-TIX-USABLE-FLAG
               GO TO TAKE-INDEX-ENTRY-EXIT
            END-IF.
            ADD 1 TO WS-TIX-HIT-COUNT.
            MOVE TIX-RECORD-NUMBER TO WS-TIX-HIT (WS-TIX-HIT-COUNT).
        TAKE-INDEX-ENTRY-EXIT.
            EXIT.
      *
      * After every READ of the trail file: is this record one the
      * index named, and was it the last of them?
      *
        NEXT-INDEXED-RECORD.
            ADD 1 TO WS-TIX-RECORD-NUMBER.
            IF NOT TIX-INDEX-USABLE THEN
               GO TO NEXT-INDEXED-RECORD-EXIT
            END-IF.
            MOVE 'N' TO WS-TIX-WANTED-FLAG.
            IF TIX-HIT-IX > WS-TIX-HIT-COUNT THEN
               SET TIX-PAST-LAST-HIT TO TRUE
               GO TO NEXT-INDEXED-RECORD-EXIT
            END-IF.
            IF WS-TIX-RECORD-NUMBER EQUAL WS-TIX-HIT (TIX-HIT-IX) THEN
               SET TIX-RECORD-WANTED TO TRUE
               ADD 1 TO TIX-HIT-IX
               IF TIX-HIT-IX > WS-TIX-HIT-COUNT THEN
                  SET TIX-PAST-LAST-HIT TO TRUE
               END-IF
            END-IF.
        NEXT-INDEXED-RECORD-EXIT.
            EXIT.
