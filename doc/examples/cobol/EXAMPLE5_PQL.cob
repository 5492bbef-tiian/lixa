      *
      * Usage: EXAMPLE5_PQL [INSERT/DELETE/UPDATE/VALIDATE/RECONCILE
      *                       /REPORT/RECYCLE/SIMULATE/BULK]
      *        EXAMPLE5_PQL SHADOW RUN=run-id [INSERT/DELETE/UPDATE]
      *        EXAMPLE5_PQL VALIDATE/SIMULATE CERT=YES
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAMPLE5-PQL.
                ASSIGN TO "ERROR-CLASSES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERRCLASS-STATUS.
      * Table-driven content checks on the value fields (see
      * CNTRULE.cpy and CNTRULCK.cpy); absent, only the hardcoded
      * checks apply.  Warn-severity failures go to
      * CONTENT-WARNINGS (see CNTWARN.cpy) instead of the rejects.
            SELECT OPTIONAL CONTENT-RULES-FILE
                ASSIGN TO "CONTENT-RULES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CNTRULE-STATUS.
            SELECT CONTENT-WARNINGS-FILE
                ASSIGN TO DYNAMIC WS-CNTWARN-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
      * Authors and books frozen by a legal hold (see LGLHOLD.cpy
      * and LGLHCK.cpy); absent, nothing is held
            SELECT OPTIONAL LEGAL-HOLD-FILE
                ASSIGN TO "LEGAL-HOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LGLHOLD-STATUS.
      * The id ranges each imprint owns (see OWNDOM.cpy and
      * OWNDOMCK.cpy); absent, no grant is scoped
            SELECT OPTIONAL OWNERSHIP-DOMAINS-FILE
                ASSIGN TO "OWNERSHIP-DOMAINS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OWNDOM-STATUS.
      * The staging queue's manifest; its mere presence turns on
      * the only-registered-work rule (see MANIFEST.cpy and
      * CHECK-STAGING-MANIFEST)
                ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LINEAGE-INDEX-FILE ASSIGN TO "LINEAGE-INDEX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LINEAGE-STATUS.
      * What a SHADOW run would have committed and rejected (see
      * SHDCAP.cpy and RESOLVE-SHADOW-INPUT)
            SELECT SHADOW-CAPTURE-FILE ASSIGN TO "SHADOW-CAPTURE"
                ORGANIZATION IS LINE SEQUENTIAL.
      * The control files this run is steered by, fingerprinted,
      * and the log of which content it found (see CTLFP.cpy and
      * CTLUSE.cpy)
            SELECT OPTIONAL CONTROL-SCAN-FILE
                ASSIGN TO DYNAMIC WS-CTLFP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLFP-STATUS.
            SELECT OPTIONAL CONTROL-USAGE-FILE
                ASSIGN TO "CONTROL-USAGE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTLUSE-STATUS.
      * Future-dated rows held until their effective date (see
      * PNDCHG.cpy and DEFER-PENDING-ROW)
            SELECT OPTIONAL PENDING-CHANGES-FILE
                ASSIGN TO "PENDING-CHANGES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
      * The upstream senders' rules (see SNDPROF.cpy); the loader
      * reads only the no-op rule of the sender the staging
      * manifest names (see LOAD-SENDER-NOOP-RULE)
            SELECT OPTIONAL SENDER-PROFILES-FILE
                ASSIGN TO "SENDER-PROFILES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNDPROF-STATUS.
      * Corrections accepted but not written because the row
      * already held their values (see UNCHROW.cpy and
      * RECORD-UNCHANGED-ROW)
            SELECT OPTIONAL UNCHANGED-ROWS-FILE
                ASSIGN TO "UNCHANGED-ROWS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UNCHANGED-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RUN-CONTROL-FILE.
        FD ERROR-CLASSES-FILE.
        01 ERROR-CLASS-RECORD.
           COPY ERRCLASS.
        FD CONTENT-RULES-FILE.
        01 CONTENT-RULE-RECORD.
           COPY CNTRULE.
        FD CONTENT-WARNINGS-FILE.
        01 CONTENT-WARNING-RECORD.
           COPY CNTWARN.
        FD LEGAL-HOLD-FILE.
        01 LEGAL-HOLD-RECORD.
           COPY LGLHOLD.
        FD OWNERSHIP-DOMAINS-FILE.
        01 OWNERSHIP-DOMAIN-RECORD.
           COPY OWNDOM.
        FD STAGING-MANIFEST-FILE.
        01 STAGING-MANIFEST-RECORD.
           COPY MANIFEST.
        01 RUN-APPROVAL-RECORD.
           COPY APPRREC.
        FD INPUT-ARCHIVE-FILE.
        01 INPUT-ARCHIVE-RECORD PIC X(153).
        FD LINEAGE-INDEX-FILE.
        01 LINEAGE-INDEX-RECORD.
           COPY LINEAGE.
        FD SHADOW-CAPTURE-FILE.
        01 SHADOW-CAPTURE-RECORD.
           COPY SHDCAP.
        FD CONTROL-SCAN-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
               DEPENDING ON WS-CTLFP-LENGTH.
        01 CONTROL-SCAN-RECORD PIC X(600).
        FD CONTROL-USAGE-FILE.
        01 CONTROL-USAGE-RECORD.
           COPY CTLUSE.
        FD PENDING-CHANGES-FILE.
        01 PENDING-CHANGES-RECORD.
           COPY PNDCHG.
        FD SENDER-PROFILES-FILE.
        01 SENDER-PROFILE-RECORD.
           COPY SNDPROF.
        FD UNCHANGED-ROWS-FILE.
        01 UNCHANGED-ROWS-RECORD.
           COPY UNCHROW.
        WORKING-STORAGE SECTION.
      * Suite-wide enqueue work fields (see TXENQ.cpy)
           COPY ENQWS.
      * This execution's shop-wide run id (see RUNCTL.cpy and
      * ISSUE-RUN-ID), carried in every record the run writes.
           COPY RUNIDWS.
      * Control-file fingerprint and usage-log work fields (see
      * CTLFPWS.cpy)
           COPY CTLFPWS.
      * The batch window this run is part of, when any (see
      * WNDID.cpy); SPACES outside a window
        01 WS-WINDOW-ID PIC X(10) VALUE SPACES.
      * touch, captured by CAPTURE-BEFORE-IMAGE for WRITE-CHANGE-AUDIT.
        01 WS-BEFORE-NAME PIC X(30) VALUE SPACES.
        01 WS-BEFORE-SURNAME PIC X(30) VALUE SPACES.
      * Whether the capture found the row at all, whether either
      * value ran past the 30 bytes held, and whether the no-op
      * check has already captured it for the transaction that
      * follows (see CHECK-UPDATE-NOOP)
        01 WS-BEFORE-FOUND PIC X(1) VALUE 'N'.
           88 BEFORE-ROW-FOUND VALUE 'Y'.
        01 WS-BEFORE-OVERFLOW PIC X(1) VALUE 'N'.
           88 BEFORE-VALUE-CUT VALUE 'Y'.
        01 WS-BEFORE-HELD PIC X(1) VALUE 'N'.
           88 BEFORE-IMAGE-HELD VALUE 'Y'.
      * Whether the capture's SELECT ran at all, and the clause
      * that makes it lock the row for the rest of the transaction
      * when the row carries expected before-values (see
      * CHECK-EXPECTED-BEFORE)
        01 WS-BEFORE-READ PIC X(1) VALUE 'N'.
           88 BEFORE-IMAGE-READ VALUE 'Y'.
        01 WS-BEFORE-LOCK-CLAUSE PIC X(11) VALUE SPACES.
      * Batch-run row counts for the BATCH-CONTROL-FILE trailer (see
      * WRITE-CONTROL-RECORD)
        01 WS-ROWS-COMMITTED-COUNT PIC 9(9) VALUE 0.
        01 WS-ROWS-REJECTED-COUNT PIC 9(9) VALUE 0.
      * Effective dating (see AUTHROW.cpy): rows whose effective
      * date is later than today are not applied but held in
      * PENDING-CHANGES for EXAMPLE64_PENDREL to release on the
      * day; a SIMULATE run only counts them.
        01 WS-ROWS-DEFERRED-COUNT PIC 9(9) VALUE 0.
      * Rows rejected because a legal hold froze their key
        01 WS-ROWS-HELD-COUNT PIC 9(9) VALUE 0.
      * Corrections and removals rejected because the row no longer
      * held the values their sender expected (reason CNFL, see
      * AUTHROW-EXPECTED in AUTHROW.cpy)
        01 WS-ROWS-CONFLICT-COUNT PIC 9(9) VALUE 0.
        01 WS-STALE-FLAG PIC X(1) VALUE 'N'.
           88 ROW-IS-STALE VALUE 'Y'.
        01 WS-EXPECT-A PIC X(30) VALUE SPACES.
        01 WS-EXPECT-B PIC X(30) VALUE SPACES.
      * Corrections that would leave their row exactly as it
      * stands are not written but counted as unchanged (see
      * CHECK-UPDATE-NOOP) - unless the sender's profile keeps
      * such touches (see SND-NOOP-RULE in SNDPROF.cpy).
        01 WS-ROWS-UNCHANGED-COUNT PIC 9(9) VALUE 0.
        01 WS-NOOP-RULE PIC X(1) VALUE 'S'.
           88 NOOP-SUPPRESS-ACTIVE VALUE 'S'.
        01 WS-NOOP-FLAG PIC X(1) VALUE 'N'.
           88 ROW-IS-NOOP VALUE 'Y'.
        01 WS-NOOP-AFTER-A PIC X(42) VALUE SPACES.
        01 WS-NOOP-AFTER-B PIC X(30) VALUE SPACES.
        01 WS-SNDPROF-STATUS PIC X(2) VALUE '00'.
        01 WS-SNDPROF-EOF PIC X(1) VALUE 'N'.
           88 END-OF-SENDER-PROFILES VALUE 'Y'.
        01 WS-UNCHANGED-STATUS PIC X(2) VALUE '00'.
        01 WS-PENDING-STATUS PIC X(2) VALUE '00'.
        01 WS-EFFD-TODAY PIC X(8) VALUE SPACES.
        01 WS-EFFD-NUM PIC 9(8) VALUE 0.
        01 WS-EFFD-FLAG PIC X(1) VALUE SPACE.
           88 EFFD-APPLY-NOW VALUE SPACE.
           88 EFFD-FUTURE    VALUE 'F'.
           88 EFFD-INVALID   VALUE 'X'.
      * Set by VALIDATE-XID-NOT-NULL (TXNULLCHK.cpy) when FORMAT-ID
      * comes back -1, meaning this session's XID is null.
        01 WS-NULL-XID-FLAG PIC X(1) VALUE 'N'.
        01 WS-ARG-KEYWORD PIC X(20) VALUE SPACES.
        01 WS-ARG-VALUE PIC X(80) VALUE SPACES.
      * Partition-aware physical names (see the SELECTs above)
        01 WS-INPUT-NAME PIC X(60) VALUE 'AUTHOR-INPUT'.
        01 WS-RESTART-NAME PIC X(40) VALUE 'AUTHOR-RESTART'.
        01 WS-CONTROL-NAME PIC X(40) VALUE 'BATCH-CONTROL'.
        01 ARGV-BOOL PIC 9(1) VALUE 0.
           88 CMD-RECONCILE VALUE 'RECONCILE'.
           88 CMD-REPORT    VALUE 'REPORT'.
           88 CMD-RECYCLE   VALUE 'RECYCLE'.
      * SHADOW is a SIMULATE of a production run's archived input
      * (see RESOLVE-SHADOW-INPUT), so every SIMULATE rule holds
           88 CMD-SIMULATE  VALUES 'SIMULATE', 'SHADOW'.
           88 CMD-SHADOW    VALUE 'SHADOW'.
           88 CMD-BULK      VALUE 'BULK'.
      * Batch loader work fields
        01 AUTHOR-INPUT-EOF PIC X(1) VALUE 'N'.
           88 END-OF-ERRCLASS VALUE 'Y'.
        01 WS-MATCHED-RULE PIC X(4) VALUE SPACES.
        01 WS-MATCHED-ACTION PIC X(1) VALUE 'J'.
      * The loaded content rules and the current row's verdict
      * (see CNTRULWS.cpy); warnings written this run
           COPY CNTRULWS.
      * The legal holds in force and the current row's verdict
      * (see LGLHWS.cpy)
           COPY LGLHWS.
      * The imprint map, the operator's scope and the current
      * row's verdict (see OWNDOMWS.cpy)
           COPY OWNDOMWS.
        01 WS-CONTENT-WARNINGS PIC 9(9) VALUE 0.
        01 WS-CNTWARN-ROW PIC 9(9) VALUE 0.
        01 WS-ECL-LENGTH PIC 9(2) VALUE 0.
        01 WS-ECL-SCAN-IX PIC 9(3) VALUE 0.
        01 WS-ECL-SCAN-LIMIT PIC 9(3) VALUE 0.
        01 WS-MANIFEST-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MANIFEST VALUE 'Y'.
        01 WS-MAN-NET-STATUS PIC X(1) VALUE SPACE.
      * The dispatched entry's upstream sender, carried onto the
      * run's LINEAGE-INDEX row (see ARCHIVE-INPUT-FILE)
        01 WS-MAN-SENDER-ID PIC X(10) VALUE SPACES.
      * Clean-stop bookkeeping (see CHECK-OPERATOR-STOP): the
      * OPERATOR-STOP file's presence is the request; the drain
      * flag marks the trailer as a deliberately partial run.
           88 REPAIR-MODE-ACTIVE VALUE 'Y'.
        01 WS-REPAIR-OP PIC X(1) VALUE SPACE.
        01 WS-REPAIR-COUNT PIC 9(9) VALUE 0.
      * Corrections withheld because a legal hold froze the key
        01 WS-REPAIR-HELD-COUNT PIC 9(9) VALUE 0.
      * SIMULATE: the full LOAD-ONE-ROW path - real PQexec, real
      * timing, real error capture - but every transaction ends in
      * TXROLLBACK and no checkpoint/XREF/CHANGE-AUDIT/master
      * record is written, so the what-would-happen report can be
      * reviewed before the real run commits anything.
        01 WS-SIM-WOULD-COMMIT PIC 9(9) VALUE 0.
      * SHADOW: a SIMULATE that re-drives the input a production
      * run archived (RUN= names the run, LINEAGE-INDEX names the
      * archive) before a new loader release goes live.  Every
      * trail the run would append goes to a name-SHADOW file
      * instead, and what it would have committed and rejected is
      * captured row by row in SHADOW-CAPTURE (see SHDCAP.cpy) for
      * EXAMPLE62_SHADOWDIFF to compare with what production did.
        01 WS-SHADOW-RUN-ID PIC X(13) VALUE SPACES.
      * The production run's own date, effective dates are judged
      * against it, and the partition whose trailer carries it
        01 WS-SHADOW-TODAY PIC X(8) VALUE SPACES.
        01 WS-SHADOW-PARTITION PIC X(2) VALUE SPACES.
        01 WS-SHADOW-COMMIT-SEQ PIC 9(9) VALUE 0.
        01 WS-LINEAGE-STATUS PIC X(2) VALUE '00'.
        01 WS-LINEAGE-EOF PIC X(1) VALUE 'N'.
           88 END-OF-LINEAGE VALUE 'Y'.
        01 WS-SHADOW-ARCHIVE PIC X(60) VALUE SPACES.
        01 WS-SHADOW-COMPLETION PIC X(1) VALUE SPACE.
      * CERT=YES: a new sender's sample file, translated by
      * EXAMPLE21_INTRANS CERTIFY into AUTHOR-CERT-INPUT, is put
      * through VALIDATE or SIMULATE for EXAMPLE72_CERTIFY to score.
      * Every trail the run would append goes to a name-CERT file,
      * so a sender still on trial leaves nothing in production's
      * own trails (see RESOLVE-CERT-NAMES).
        01 WS-CERT-FLAG PIC X(1) VALUE 'N'.
           88 CERT-MODE-ACTIVE VALUE 'Y'.
      * Operator identity and authority (see OPAUTH.cpy): who is
      * running this job (BATCH-OPERATOR environment variable) and
      * which correction verbs the OPERATOR-AUTH file grants them.
      * clock and the input volume the pre-load gate counted.
        01 WS-HEARTBEAT-INTERVAL PIC 9(6) VALUE 100.
        01 WS-HB-TICK PIC 9(6) VALUE 0.
      * Unchanged rows commit nothing, so a commit interval's worth
      * of them counts as one tick - a resend that changes nothing
      * still shows its progress
        01 WS-HB-NOOP-TICK PIC 9(6) VALUE 0.
        01 WS-HB-NOW PIC 9(8) VALUE 0.
        01 WS-HB-NOW-X REDEFINES WS-HB-NOW.
           05 WS-HB-NOW-HH PIC 9(2).
        01 WS-CHGAUD-NAME PIC X(40) VALUE 'CHANGE-AUDIT'.
        01 WS-MASTER-NAME PIC X(40) VALUE 'AUTHORS-MASTER'.
        01 WS-REJECT-NAME PIC X(40) VALUE 'AUTHOR-REJECT'.
        01 WS-CNTWARN-NAME PIC X(40) VALUE 'CONTENT-WARNINGS'.
        01 WS-PROGRESS-NAME PIC X(40) VALUE 'AUTHOR-PROGRESS'.
      * The spill suffix is the run id plus this process's start
      * time.  Run-number issuance is interlocked now (see
        01 WS-PQGETVAL-COL USAGE BINARY-LONG VALUE 0.
        01 WS-PQGETVAL-RESULT PIC X(30) VALUE SPACES.
        01 WS-PQGETVAL-LENGTH PIC 9(4) VALUE 0.
        01 WS-PQGETVAL-OVERFLOW PIC X(1) VALUE 'N'.
           88 PQGETVAL-CUT VALUE 'Y'.
      * Set by a caller just before PERFORM WRITE-EXCEPTION-QUEUE (see
      * EXCQUEUE.cpy): the business key and XID the finding is about,
      * and a one-line reason, so both QUERY-HAZARD-OUTCOME (this
               SET CMD-INSERT TO TRUE
            END-IF.
            PERFORM PARSE-KEYWORD-ARGS THRU PARSE-KEYWORD-ARGS.
            IF CMD-SHADOW THEN
               PERFORM RESOLVE-SHADOW-INPUT
                  THRU RESOLVE-SHADOW-INPUT-EXIT
            END-IF.
            IF CERT-MODE-ACTIVE THEN
               PERFORM RESOLVE-CERT-NAMES THRU RESOLVE-CERT-NAMES
            END-IF.
      * Which tables can this engine load tonight?  The profiles
      * drive every SQL statement and referential rule below (see
      * TBLPROF.cpy); without a TABLE-PROFILES file the built-in
      * How is each class of SQL error routed?  (see ERRCLASS.cpy)
            PERFORM LOAD-ERROR-CLASSES
               THRU LOAD-ERROR-CLASSES-DONE.
      * Which content rules are in force?  (see CNTRULE.cpy)  Half
      * a rule set is refused outright, like an oversized error-
      * class table.
            PERFORM LOAD-CONTENT-RULES
               THRU LOAD-CONTENT-RULES-DONE.
            IF CONTENT-RULES-UNUSABLE THEN
               DISPLAY 'CONTENT-RULES refused: '
                       FUNCTION TRIM(WS-CNTRULE-LOAD-TEXT)
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
            IF CRLT-COUNT > 0 THEN
               DISPLAY 'Content rules loaded: ' CRLT-COUNT
                       ' rule(s)'
            END-IF.
      * Which keys are frozen by a legal hold?  (see LGLHOLD.cpy)
      * A list that cannot be read whole is refused the same way.
            PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-DONE.
            IF LEGAL-HOLDS-UNUSABLE THEN
               DISPLAY 'LEGAL-HOLD refused: more than 500 holds'
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
      * Which version of each control file is in force for this
      * run?  (see CTLUSE.cpy and EXAMPLE63_CTLREG USED)
            PERFORM LOG-CONTROL-FILES.
      * Who is running this, and may they?  The refusal happens
      * before any file or resource manager is touched.
            PERFORM READ-OPERATOR-AUTH
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
      * Which imprint owns which ids, and which imprints the
      * operator's grants reach (see OWNDOM.cpy).  A map that
      * cannot be trusted whole is refused like the hold list.
            PERFORM LOAD-OWNERSHIP-DOMAINS
               THRU LOAD-OWNERSHIP-DOMAINS-DONE.
            MOVE WS-OPERATOR-ID TO WS-OWD-OPERATOR.
            PERFORM LOAD-OPERATOR-SCOPE THRU LOAD-OPERATOR-SCOPE-DONE.
            IF OWNERSHIP-DOMAINS-UNUSABLE THEN
               DISPLAY 'OWNERSHIP-DOMAINS refused: '
                       FUNCTION TRIM(WS-OWNDOM-LOAD-TEXT)
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
            IF OPERATOR-IS-SCOPED THEN
               DISPLAY 'Operator ' WS-OPERATOR-ID ' is scoped to '
                       'imprint(s) - rows of other imprints are '
                       'rejected DOMN'
            END-IF.
      * Declare the resources this run needs before touching any
      * of them (see TXENQ.cpy): a second load of the same
      * partition, or a COMPACT under a running append, is refused
            IF CMD-INSERT OR CMD-DELETE OR CMD-UPDATE OR CMD-RECYCLE
               OR CMD-VALIDATE OR CMD-SIMULATE OR CMD-BULK THEN
               OPEN EXTEND AUTHOR-REJECT-FILE
               OPEN EXTEND CONTENT-WARNINGS-FILE
            END-IF.
            IF CMD-INSERT OR CMD-DELETE OR CMD-UPDATE OR CMD-RECONCILE
               OR CMD-RECYCLE OR CMD-SIMULATE OR CMD-BULK THEN
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING WS-TX-EXIT-CODE
            DISPLAY 'Execution terminated!'.
            IF WS-ROWS-DEFERRED-COUNT > 0 AND NOT CMD-SIMULATE THEN
               DISPLAY 'DEFERRED: ' WS-ROWS-DEFERRED-COUNT
                       ' future-dated row(s) held in PENDING-CHANGES'
            END-IF.
            IF WS-ROWS-UNCHANGED-COUNT > 0 AND NOT CMD-SIMULATE THEN
               DISPLAY 'UNCHANGED: ' WS-ROWS-UNCHANGED-COUNT
                       ' correction(s) already in place - not '
                       'written (see UNCHANGED-ROWS)'
            END-IF.
            IF WS-ROWS-CONFLICT-COUNT > 0 THEN
               DISPLAY 'CONFLICT: ' WS-ROWS-CONFLICT-COUNT
                       ' change(s) built from stale values - not '
                       'applied (reason CNFL, see EXAMPLE47_REJWORK)'
            END-IF.
            IF WS-ROWS-HELD-COUNT > 0 THEN
               DISPLAY 'LEGAL HOLD: ' WS-ROWS-HELD-COUNT
                       ' row(s) rejected on a held key (reason '
                       'HOLD, see EXAMPLE65_LEGALHOLD REPORT)'
            END-IF.
            PERFORM WRITE-RUNSTATS THRU WRITE-RUNSTATS.
            CLOSE TRANSACTION-AUDIT-FILE.
            IF CMD-INSERT OR CMD-DELETE OR CMD-UPDATE OR CMD-RECYCLE
               DISPLAY 'SIMULATE RESULT: ' ROWS-READ-COUNT
                       ' row(s) read, ' WS-SIM-WOULD-COMMIT
                       ' would commit, ' WS-ROWS-REJECTED-COUNT
                       ' would reject, ' WS-ROWS-DEFERRED-COUNT
                       ' would defer, ' WS-ROWS-UNCHANGED-COUNT
                       ' would stay unchanged - nothing was changed'
            END-IF.
            IF CMD-SHADOW THEN
               SET SHC-RUN-ENDED TO TRUE
               PERFORM CLOSE-SHADOW-CAPTURE THRU CLOSE-SHADOW-CAPTURE
            END-IF.
            IF CMD-INSERT OR CMD-DELETE OR CMD-UPDATE OR CMD-RECYCLE
               OR CMD-SIMULATE OR CMD-BULK THEN
            IF CMD-INSERT OR CMD-DELETE OR CMD-UPDATE OR CMD-RECYCLE
               OR CMD-VALIDATE OR CMD-SIMULATE OR CMD-BULK THEN
               CLOSE AUTHOR-REJECT-FILE
               CLOSE CONTENT-WARNINGS-FILE
            END-IF.
            IF CMD-INSERT OR CMD-DELETE OR CMD-UPDATE OR CMD-RECONCILE
               OR CMD-RECYCLE OR CMD-SIMULATE OR CMD-BULK THEN
               WHEN OTHER
                  MOVE ARGV-BOOL TO WS-ROW-MODE
            END-EVALUATE.
      * A key under legal hold (see LGLHOLD.cpy) does not change
      * by this or any other path: a named reject and an
      * EXCEPTION-QUEUE entry naming the hold, ahead of any date
      * or authority question, so a held row is never deferred to
      * come back later either.
            PERFORM CHECK-ROW-LEGAL-HOLD
               THRU CHECK-ROW-LEGAL-HOLD-EXIT.
            IF LEGAL-HOLD-HIT THEN
               PERFORM REJECT-HELD-ROW THRU REJECT-HELD-ROW
               GO TO LOAD-ONE-ROW-EXIT
            END-IF.
      * An effective date that is no date is a named reject; one
      * still in the future holds the row in PENDING-CHANGES -
      * unless the operator could not have applied it anyway, in
      * which case it falls through to the authorization reject
      * below rather than waiting to be released under someone
      * else's authority.
            PERFORM CHECK-EFFECTIVE-DATE THRU CHECK-EFFECTIVE-DATE.
            IF EFFD-INVALID THEN
               MOVE 'EFFD' TO WS-REJ-REASON-CODE
               MOVE 'effective date is not a valid yyyymmdd date'
                 TO WS-REJ-REASON-TEXT
               PERFORM REJECT-REFERENTIAL-ROW
                  THRU REJECT-REFERENTIAL-ROW
               GO TO LOAD-ONE-ROW-EXIT
            END-IF.
            IF EFFD-FUTURE AND
               (CMD-SIMULATE OR
                NOT ((ROW-IS-UPDATE AND NOT OP-CAN-UPDATE) OR
                     (ROW-IS-DELETE AND NOT OP-CAN-DELETE))) THEN
               PERFORM DEFER-PENDING-ROW THRU DEFER-PENDING-ROW-EXIT
               GO TO LOAD-ONE-ROW-EXIT
            END-IF.
      * AUTO-id: a blank (zero) id on an insert draws the next
      * number above the durable high-water mark plus whatever
      * this open group already drew; the mark itself advances
               GO TO LOAD-ONE-ROW-EXIT
            END-IF.
            PERFORM RESOLVE-ROW-FIELDS THRU RESOLVE-ROW-FIELDS.
      * A row of an imprint the operator's grants are not scoped
      * to is a contained, named reject too (see OWNDOM.cpy) - in
      * SIMULATE and SHADOW as well, so their rejects are the ones
      * the real load would make.
            PERFORM CHECK-ROW-DOMAIN THRU CHECK-ROW-DOMAIN-EXIT.
            IF OWNERSHIP-OUT-OF-DOMAIN THEN
               MOVE 'DOMN' TO WS-REJ-REASON-CODE
               MOVE WS-OWD-REASON-TEXT TO WS-REJ-REASON-TEXT
               PERFORM REJECT-REFERENTIAL-ROW
                  THRU REJECT-REFERENTIAL-ROW
               GO TO LOAD-ONE-ROW-EXIT
            END-IF.
      * The same table-driven content rules VALIDATE applies (see
      * CNTRULE.cpy): a reject-severity failure is a contained
      * reject carrying the rule id, a warning lets the row load.
            MOVE SPACES TO WS-CRC-REJECT-RULE.
            IF NOT ROW-IS-DELETE THEN
               PERFORM CHECK-ROW-CONTENT THRU CHECK-ROW-CONTENT-EXIT
               IF WS-CRC-REJECT-RULE NOT EQUAL SPACES THEN
                  MOVE 'RULE' TO WS-REJ-REASON-CODE
                  MOVE WS-CRC-REJECT-TEXT TO WS-REJ-REASON-TEXT
                  PERFORM REJECT-REFERENTIAL-ROW
                     THRU REJECT-REFERENTIAL-ROW
                  GO TO LOAD-ONE-ROW-EXIT
               END-IF
            END-IF.
      * The business rule, generalized: a child row must never
      * exist without its parent (a book without its author).  The
      * checks run before this row joins any transaction, so a
                  THRU REJECT-REFERENTIAL-ROW
               GO TO LOAD-ONE-ROW-EXIT
            END-IF.
      * A correction that would leave its row exactly as it stands
      * is not written at all: no transaction, no audit trail, no
      * journal entry - it is counted as unchanged instead, unless
      * this sender's profile keeps such touches.
            MOVE 'N' TO WS-BEFORE-HELD.
            IF ROW-IS-UPDATE AND NOOP-SUPPRESS-ACTIVE THEN
               PERFORM CHECK-UPDATE-NOOP THRU CHECK-UPDATE-NOOP-EXIT
               IF ROW-IS-NOOP THEN
                  PERFORM RECORD-UNCHANGED-ROW
                     THRU RECORD-UNCHANGED-ROW-EXIT
                  GO TO LOAD-ONE-ROW-EXIT
               END-IF
            END-IF.
      * Open the transaction this group of rows commits under -
      * every row, when the commit interval is 1.  A transient
      * failure here (the 2 a.m. lixad hiccup) is re-driven up to
            END-IF.
      * Capture the before-image (UPDATE/DELETE only; nothing exists
      * yet for an INSERT) for WRITE-CHANGE-AUDIT once this row
      * commits - already in hand when the no-op check just read
      * it; a re-driven row reads it again.  A row carrying the
      * values its sender expected is always read here, inside its
      * own transaction and locked until that transaction ends, so
      * nothing can change it between the comparison and the write.
            IF ROW-IS-UPDATE OR ROW-IS-DELETE THEN
               IF BEFORE-IMAGE-HELD AND NOT AUTHROW-HAS-EXPECTED THEN
                  MOVE 'N' TO WS-BEFORE-HELD
               ELSE
                  MOVE 'N' TO WS-BEFORE-HELD
                  IF AUTHROW-HAS-EXPECTED THEN
                     MOVE ' FOR UPDATE' TO WS-BEFORE-LOCK-CLAUSE
                  END-IF
                  PERFORM CAPTURE-BEFORE-IMAGE
                     THRU CAPTURE-BEFORE-IMAGE
                  MOVE SPACES TO WS-BEFORE-LOCK-CLAUSE
               END-IF
               IF AUTHROW-HAS-EXPECTED THEN
                  PERFORM CHECK-EXPECTED-BEFORE
                     THRU CHECK-EXPECTED-BEFORE-EXIT
                  IF ROW-IS-STALE THEN
                     PERFORM REJECT-STALE-ROW
                        THRU REJECT-STALE-ROW
                     GO TO LOAD-ONE-ROW-EXIT
                  END-IF
               END-IF
            END-IF.
      * The row's SQL under its profile: one builder for every
      * table instead of one hand-written shape per table.
            PERFORM BUILD-ROW-SQL THRU BUILD-ROW-SQL-EXIT.
            ACCEPT WS-PERF-START FROM TIME.
            CALL "PQexec" USING
                BY VALUE PGCONN
      * file is small and is simply re-run after an interruption,
      * and the checkpoint must keep describing the main input file.
            IF CMD-SIMULATE THEN
               IF CMD-SHADOW THEN
                  PERFORM VARYING GRP-IX FROM 1 BY 1
                           UNTIL GRP-IX > WS-GROUP-PENDING
                     PERFORM WRITE-SHADOW-COMMIT
                        THRU WRITE-SHADOW-COMMIT
                  END-PERFORM
               END-IF
               ADD WS-GROUP-PENDING TO WS-SIM-WOULD-COMMIT
               MOVE 0 TO WS-GROUP-PENDING
               GO TO COMMIT-GROUP-EXIT
            CLOSE TRANSACTION-AUDIT-FILE.
            CLOSE ERROR-LOG-FILE.
            CLOSE AUTHOR-REJECT-FILE.
            CLOSE CONTENT-WARNINGS-FILE.
            CLOSE EXCEPTION-QUEUE-FILE.
            CLOSE RUNSTATS-FILE.
            MOVE 4 TO WS-JOB-RC.
            MOVE ROWS-READ-COUNT TO HB-ROWS-READ.
            MOVE WS-ROWS-COMMITTED-COUNT TO HB-ROWS-COMMITTED.
            MOVE WS-ROWS-REJECTED-COUNT TO HB-ROWS-REJECTED.
            MOVE WS-ROWS-UNCHANGED-COUNT TO HB-ROWS-UNCHANGED.
            MOVE WS-HB-RPM TO HB-ROWS-PER-MIN.
            MOVE WS-GATE-ROWS TO HB-ROWS-TOTAL.
            IF WS-HB-RPM > 0 AND WS-GATE-ROWS > ROWS-READ-COUNT THEN
                   WS-SPILL-SUFFIX DELIMITED BY SIZE
                   INTO WS-PROGRESS-NAME
            END-STRING.
            STRING 'CONTENT-WARNINGS-' DELIMITED BY SIZE
                   WS-SPILL-SUFFIX DELIMITED BY SIZE
                   INTO WS-CNTWARN-NAME
            END-STRING.
            DISPLAY 'Spill mode: outputs carry suffix -'
                    WS-SPILL-SUFFIX.
            DISPLAY 'Consolidate with the trail merge using RUN='
                       ' would commit, ' WS-ROWS-REJECTED-COUNT
                       ' would reject - run stopped on the SQL '
                       'error above; nothing was changed'
               IF CMD-SHADOW THEN
                  SET SHC-RUN-ABORTED TO TRUE
                  PERFORM CLOSE-SHADOW-CAPTURE
                     THRU CLOSE-SHADOW-CAPTURE
               END-IF
            ELSE
               PERFORM WRITE-CONTROL-RECORD
                  THRU WRITE-CONTROL-RECORD
            CLOSE TRANSACTION-AUDIT-FILE.
            CLOSE ERROR-LOG-FILE.
            CLOSE AUTHOR-REJECT-FILE.
            CLOSE CONTENT-WARNINGS-FILE.
            CLOSE EXCEPTION-QUEUE-FILE.
            CLOSE RUNSTATS-FILE.
            MOVE 1 TO WS-JOB-RC
                        ELSE
                           DISPLAY 'Ignoring unknown AUTOID option'
                        END-IF
                     WHEN 'RUN'
                        MOVE WS-ARG-VALUE(1:13) TO WS-SHADOW-RUN-ID
                     WHEN 'CERT'
                        IF WS-ARG-VALUE EQUAL 'YES' THEN
                           SET CERT-MODE-ACTIVE TO TRUE
                        ELSE
                           DISPLAY 'Ignoring unknown CERT option'
                        END-IF
                     WHEN 'REPAIR'
                        SET REPAIR-MODE-ACTIVE TO TRUE
                        DISPLAY 'RECONCILE repair mode: corrective '
      * manifest has dispatched may be loaded (see MANIFEST.cpy).
            PERFORM CHECK-STAGING-MANIFEST
               THRU CHECK-STAGING-MANIFEST-EXIT.
      * The sender named there may keep its no-op corrections as
      * touches (see SND-NOOP-RULE in SNDPROF.cpy).
            PERFORM LOAD-SENDER-NOOP-RULE
               THRU LOAD-SENDER-NOOP-RULE-EXIT.
      * The second-signature rule: a destructive run whose counted
      * volume exceeds the shop's threshold is held for a second
      * operator's approval before anything commits.
                     IF MAN-FINGERPRINT EQUAL
                        WS-INPUT-FINGERPRINT THEN
                        MOVE MAN-STATUS TO WS-MAN-NET-STATUS
                        MOVE MAN-SENDER-ID TO WS-MAN-SENDER-ID
                     END-IF
               END-READ
            END-PERFORM.
            END-IF.
            DISPLAY 'Staging manifest: this input is dispatched '
                    'work'.
            IF WS-MAN-SENDER-ID NOT EQUAL SPACES THEN
               DISPLAY 'Staging manifest: sent by '
                       FUNCTION TRIM(WS-MAN-SENDER-ID)
            END-IF.
        CHECK-STAGING-MANIFEST-EXIT.
            EXIT.
      *
      * recorded approval of exactly this input (fingerprint plus
      * verb); otherwise a pending-approval record is left for the
      * second operator to confirm (EXAMPLE31_AUTHMNT APPROVE) and
      * the run is held.  An input that already carries an
      * approval request is held the same way below the threshold
      * too.  The approver's id rides into the trailer and every
      * CHANGE-AUDIT record beside CTL-OPERATOR-ID.
      *
        CHECK-DUAL-AUTH.
            OPEN INPUT APPROVAL-LIMIT-FILE.
               WS-APPRLIM-STATUS EQUAL '05' THEN
               CLOSE APPROVAL-LIMIT-FILE
            END-IF.
      * The surviving word on this (fingerprint, verb) pair.  It
      * is looked for whatever the volume: an input that already
      * has an approval request against it - a correction file
      * EXAMPLE60_STANDARDIZE produced, or one held before - stays
      * under dual control even below the threshold.
            MOVE SPACE TO WS-APPR-NET-STATUS.
            OPEN INPUT RUN-APPROVALS-FILE.
            IF WS-APPR-STATUS EQUAL '00' THEN
               WS-APPR-STATUS EQUAL '05' THEN
               CLOSE RUN-APPROVALS-FILE
            END-IF.
            MOVE 'N' TO WS-APPR-EOF.
            IF APPROVAL-LIMIT-SET AND
               WS-GATE-ROWS > WS-APPR-THRESHOLD THEN
               DISPLAY 'Volume ' WS-GATE-ROWS ' exceeds the '
                       WS-APPR-THRESHOLD '-row approval threshold '
                       'for ' WS-COMMAND
            ELSE
               IF WS-APPR-NET-STATUS EQUAL SPACE THEN
                  GO TO CHECK-DUAL-AUTH-EXIT
               END-IF
               DISPLAY 'This input was submitted for approval for '
                       WS-COMMAND ' - dual control applies '
                       'whatever its volume'
            END-IF.
            IF WS-APPR-NET-STATUS EQUAL 'A' THEN
               IF WS-APPR-NET-APPBY EQUAL WS-OPERATOR-ID THEN
                  DISPLAY 'REFUSED: this run was approved by '
            MOVE WS-ARCHIVE-COUNT TO LIN-ROW-COUNT.
            MOVE WS-ARCHIVE-NAME TO LIN-ARCHIVE-NAME.
            MOVE FUNCTION CURRENT-DATE TO LIN-TIMESTAMP.
            MOVE WS-MAN-SENDER-ID TO LIN-SENDER-ID.
            WRITE LINEAGE-INDEX-RECORD.
            CLOSE LINEAGE-INDEX-FILE.
            DISPLAY 'Lineage: input archived as '
        ARCHIVE-INPUT-FILE-EXIT.
            EXIT.
      *
      * CERT=YES: only the two commands that change nothing may
      * score a sample file.  The input is the certification
      * translation, and every trail is a scratch name-CERT file;
      * the master is only read (by VALIDATE's cross-row checks),
      * never written, so it keeps its live name.
      *
        RESOLVE-CERT-NAMES.
            IF NOT CMD-VALIDATE AND
               (NOT CMD-SIMULATE OR CMD-SHADOW) THEN
               DISPLAY 'REFUSED: CERT=YES applies to VALIDATE and '
                       'SIMULATE only - a sample file is never '
                       'loaded'
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
            MOVE 'AUTHOR-CERT-INPUT' TO WS-INPUT-NAME.
            MOVE 'TRANSACTION-AUDIT-CERT' TO WS-AUDIT-NAME.
            MOVE 'RUNSTATS-CERT' TO WS-RUNSTATS-NAME.
            MOVE 'ERROR-LOG-CERT' TO WS-ERRLOG-NAME.
            MOVE 'XREF-CONTROL-CERT' TO WS-XREF-NAME.
            MOVE 'EXCEPTION-QUEUE-CERT' TO WS-EXCQ-NAME.
            MOVE 'CHANGE-AUDIT-CERT' TO WS-CHGAUD-NAME.
            MOVE 'AUTHOR-REJECT-CERT' TO WS-REJECT-NAME.
            MOVE 'AUTHOR-PROGRESS-CERT' TO WS-PROGRESS-NAME.
            MOVE 'CONTENT-WARNINGS-CERT' TO WS-CNTWARN-NAME.
            MOVE 'AUTHOR-RESTART-CERT' TO WS-RESTART-NAME.
            MOVE 'BATCH-CONTROL-CERT' TO WS-CONTROL-NAME.
            DISPLAY 'CERT: scoring AUTHOR-CERT-INPUT, trails to '
                    'name-CERT files'.
      *
      * SHADOW: find the input the named production run archived,
      * point every trail this run would append at a scratch
      * name-SHADOW file (production's own trails must describe
      * production only), and open the capture with its header.
      * The checkpoint and trailer names are scratch too, so the
      * re-drive starts at row one and never disturbs a live
      * restart position.
      *
        RESOLVE-SHADOW-INPUT.
            IF WS-SHADOW-RUN-ID EQUAL SPACES THEN
               DISPLAY 'REFUSED: SHADOW needs RUN= naming the '
                       'production run to re-drive'
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
            MOVE SPACES TO WS-SHADOW-ARCHIVE.
            MOVE 'N' TO WS-LINEAGE-EOF.
            OPEN INPUT LINEAGE-INDEX-FILE.
            IF WS-LINEAGE-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-LINEAGE
                  READ LINEAGE-INDEX-FILE
                     AT END
                        SET END-OF-LINEAGE TO TRUE
                     NOT AT END
                        IF LIN-RUN-ID EQUAL WS-SHADOW-RUN-ID THEN
                           MOVE LIN-ARCHIVE-NAME
                             TO WS-SHADOW-ARCHIVE
                           MOVE LIN-PARTITION TO WS-SHADOW-PARTITION
                           MOVE LIN-TIMESTAMP(1:8) TO WS-SHADOW-TODAY
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE LINEAGE-INDEX-FILE
            END-IF.
            IF WS-SHADOW-ARCHIVE EQUAL SPACES THEN
               DISPLAY 'REFUSED: LINEAGE-INDEX has no archived '
                       'input for run ' WS-SHADOW-RUN-ID
               MOVE 1 TO WS-JOB-RC
               PERFORM WRITE-JOBLOG-END THRU WRITE-JOBLOG-END
               STOP RUN RETURNING 1
            END-IF.
      * The day production ran, from its BATCH-CONTROL trailer
      * (the -Pnn generation for a partitioned run, the last
      * trailer for the run winning); the archive's own date
      * stands in for a run that left none
            MOVE 'BATCH-CONTROL' TO WS-CONTROL-NAME.
            IF WS-SHADOW-PARTITION NOT EQUAL SPACES THEN
               MOVE SPACES TO WS-CONTROL-NAME
               STRING 'BATCH-CONTROL-P' DELIMITED BY SIZE
                      WS-SHADOW-PARTITION DELIMITED BY SIZE
                      INTO WS-CONTROL-NAME
               END-STRING
            END-IF.
            MOVE 'N' TO WS-CONTROL-EOF.
            OPEN INPUT BATCH-CONTROL-FILE.
            IF WS-CONTROL-STATUS EQUAL '00' THEN
               PERFORM UNTIL END-OF-CONTROL-SCAN
                  READ BATCH-CONTROL-FILE
                     AT END
                        SET END-OF-CONTROL-SCAN TO TRUE
                     NOT AT END
                        IF CTL-RUN-ID EQUAL WS-SHADOW-RUN-ID AND
                           CTL-TIMESTAMP(1:8) IS NUMERIC THEN
                           MOVE CTL-TIMESTAMP(1:8)
                             TO WS-SHADOW-TODAY
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
            END-IF.
            MOVE 'N' TO WS-CONTROL-EOF.
            MOVE WS-SHADOW-ARCHIVE TO WS-INPUT-NAME.
            MOVE 'TRANSACTION-AUDIT-SHADOW' TO WS-AUDIT-NAME.
            MOVE 'RUNSTATS-SHADOW' TO WS-RUNSTATS-NAME.
            MOVE 'ERROR-LOG-SHADOW' TO WS-ERRLOG-NAME.
            MOVE 'XREF-CONTROL-SHADOW' TO WS-XREF-NAME.
            MOVE 'EXCEPTION-QUEUE-SHADOW' TO WS-EXCQ-NAME.
            MOVE 'CHANGE-AUDIT-SHADOW' TO WS-CHGAUD-NAME.
            MOVE 'AUTHORS-MASTER-SHADOW' TO WS-MASTER-NAME.
            MOVE 'AUTHOR-REJECT-SHADOW' TO WS-REJECT-NAME.
            MOVE 'AUTHOR-PROGRESS-SHADOW' TO WS-PROGRESS-NAME.
            MOVE 'CONTENT-WARNINGS-SHADOW' TO WS-CNTWARN-NAME.
            MOVE 'AUTHOR-RESTART-SHADOW' TO WS-RESTART-NAME.
            MOVE 'BATCH-CONTROL-SHADOW' TO WS-CONTROL-NAME.
            DISPLAY 'SHADOW: re-driving run ' WS-SHADOW-RUN-ID
                    ' from ' FUNCTION TRIM(WS-SHADOW-ARCHIVE).
            DISPLAY 'SHADOW: effective dates judged as of '
                    WS-SHADOW-TODAY.
            OPEN OUTPUT SHADOW-CAPTURE-FILE.
            MOVE SPACES TO SHADOW-CAPTURE-RECORD.
            SET SHC-IS-HEADER TO TRUE.
            MOVE 0 TO SHC-ROW-NUMBER.
            MOVE 0 TO SHC-COMMIT-SEQ.
            MOVE WS-SHADOW-ARCHIVE TO SHC-ARCHIVE-NAME.
            MOVE 0 TO SHC-ROWS-READ.
            MOVE 0 TO SHC-ROWS-COMMITTED.
            MOVE 0 TO SHC-ROWS-REJECTED.
            MOVE 0 TO SHC-ROWS-UNCHANGED.
            MOVE 0 TO SHC-ROWS-DEFERRED.
            PERFORM WRITE-SHADOW-CAPTURE THRU WRITE-SHADOW-CAPTURE.
        RESOLVE-SHADOW-INPUT-EXIT.
            EXIT.
      *
      * One row the candidate would have committed, from the group
      * buffer entry at GRP-IX, exactly as WRITE-CHANGE-AUDIT would
      * have logged it.
      *
        WRITE-SHADOW-COMMIT.
            ADD 1 TO WS-SHADOW-COMMIT-SEQ.
            MOVE SPACES TO SHADOW-CAPTURE-RECORD.
            SET SHC-IS-COMMIT TO TRUE.
            MOVE GRP-ROW-NUMBER (GRP-IX) TO SHC-ROW-NUMBER.
            MOVE WS-SHADOW-COMMIT-SEQ TO SHC-COMMIT-SEQ.
            MOVE GRP-KEY (GRP-IX) TO SHC-BUSINESS-KEY.
            MOVE GRP-OP (GRP-IX) TO SHC-OPERATION.
            MOVE GRP-EXP-NAME (GRP-IX) TO SHC-AFTER-NAME.
            MOVE GRP-EXP-SURNAME (GRP-IX) TO SHC-AFTER-SURNAME.
            MOVE 0 TO SHC-ROWS-READ.
            MOVE 0 TO SHC-ROWS-COMMITTED.
            MOVE 0 TO SHC-ROWS-REJECTED.
            MOVE 0 TO SHC-ROWS-UNCHANGED.
            MOVE 0 TO SHC-ROWS-DEFERRED.
            PERFORM WRITE-SHADOW-CAPTURE THRU WRITE-SHADOW-CAPTURE.
      *
      * One row the candidate would have rejected, as the
      * AUTHOR-REJECT record just written says.
      *
        WRITE-SHADOW-REJECT.
            MOVE SPACES TO SHADOW-CAPTURE-RECORD.
            SET SHC-IS-REJECT TO TRUE.
            MOVE REJ-ROW-NUMBER TO SHC-ROW-NUMBER.
            MOVE 0 TO SHC-COMMIT-SEQ.
            MOVE REJ-INPUT-IMAGE(1:9) TO SHC-BUSINESS-KEY.
            MOVE REJ-REASON-CODE TO SHC-REASON-CODE.
            MOVE REJ-RULE-ID TO SHC-RULE-ID.
            MOVE REJ-REASON-TEXT TO SHC-REASON-TEXT.
            MOVE 0 TO SHC-ROWS-READ.
            MOVE 0 TO SHC-ROWS-COMMITTED.
            MOVE 0 TO SHC-ROWS-REJECTED.
            MOVE 0 TO SHC-ROWS-UNCHANGED.
            MOVE 0 TO SHC-ROWS-DEFERRED.
            PERFORM WRITE-SHADOW-CAPTURE THRU WRITE-SHADOW-CAPTURE.
      *
      * One correction the candidate would have left unchanged
      * (see RECORD-UNCHANGED-ROW).
      *
        WRITE-SHADOW-UNCHANGED.
            MOVE SPACES TO SHADOW-CAPTURE-RECORD.
            SET SHC-IS-UNCHANGED TO TRUE.
            MOVE ROWS-READ-COUNT TO SHC-ROW-NUMBER.
            MOVE 0 TO SHC-COMMIT-SEQ.
            MOVE WS-ROW-KEY TO SHC-BUSINESS-KEY.
            MOVE 'U' TO SHC-OPERATION.
            MOVE 0 TO SHC-ROWS-READ.
            MOVE 0 TO SHC-ROWS-COMMITTED.
            MOVE 0 TO SHC-ROWS-REJECTED.
            MOVE 0 TO SHC-ROWS-UNCHANGED.
            MOVE 0 TO SHC-ROWS-DEFERRED.
            PERFORM WRITE-SHADOW-CAPTURE THRU WRITE-SHADOW-CAPTURE.
      *
      * One row the candidate would have held in PENDING-CHANGES
      * (see DEFER-PENDING-ROW); the key is informational, as on
      * a reject.
      *
        WRITE-SHADOW-DEFERRED.
            MOVE SPACES TO SHADOW-CAPTURE-RECORD.
            SET SHC-IS-DEFERRED TO TRUE.
            MOVE ROWS-READ-COUNT TO SHC-ROW-NUMBER.
            MOVE 0 TO SHC-COMMIT-SEQ.
            MOVE AUTHOR-INPUT-RECORD(1:9) TO SHC-BUSINESS-KEY.
            MOVE AUTHROW-EFFECTIVE-DATE TO SHC-EFFECTIVE-DATE.
            MOVE 0 TO SHC-ROWS-READ.
            MOVE 0 TO SHC-ROWS-COMMITTED.
            MOVE 0 TO SHC-ROWS-REJECTED.
            MOVE 0 TO SHC-ROWS-UNCHANGED.
            MOVE 0 TO SHC-ROWS-DEFERRED.
            PERFORM WRITE-SHADOW-CAPTURE THRU WRITE-SHADOW-CAPTURE.
      *
      * The trailer, with the completion flag the caller set, and
      * the end of the capture.
      *
        CLOSE-SHADOW-CAPTURE.
            MOVE SHC-COMPLETION TO WS-SHADOW-COMPLETION.
            MOVE SPACES TO SHADOW-CAPTURE-RECORD.
            SET SHC-IS-TRAILER TO TRUE.
            MOVE 0 TO SHC-ROW-NUMBER.
            MOVE 0 TO SHC-COMMIT-SEQ.
            MOVE ROWS-READ-COUNT TO SHC-ROWS-READ.
            MOVE WS-SIM-WOULD-COMMIT TO SHC-ROWS-COMMITTED.
            MOVE WS-ROWS-REJECTED-COUNT TO SHC-ROWS-REJECTED.
            MOVE WS-ROWS-UNCHANGED-COUNT TO SHC-ROWS-UNCHANGED.
            MOVE WS-ROWS-DEFERRED-COUNT TO SHC-ROWS-DEFERRED.
            MOVE WS-SHADOW-COMPLETION TO SHC-COMPLETION.
            PERFORM WRITE-SHADOW-CAPTURE THRU WRITE-SHADOW-CAPTURE.
            CLOSE SHADOW-CAPTURE-FILE.
            DISPLAY 'SHADOW: capture written to SHADOW-CAPTURE for '
                    'EXAMPLE62_SHADOWDIFF'.
        WRITE-SHADOW-CAPTURE.
            MOVE WS-SHADOW-RUN-ID TO SHC-PROD-RUN-ID.
            MOVE WS-RUN-ID TO SHC-SHADOW-RUN-ID.
            MOVE FUNCTION CURRENT-DATE TO SHC-TIMESTAMP.
            WRITE SHADOW-CAPTURE-RECORD.
      *
      * Retire the checkpoint once the load has fully completed:
      * position zero means nothing is in flight, and the recorded
      * generation stays as a trace of the last file finished.
        CAPTURE-BEFORE-IMAGE.
            MOVE SPACES TO WS-BEFORE-NAME.
            MOVE SPACES TO WS-BEFORE-SURNAME.
            MOVE 'N' TO WS-BEFORE-FOUND.
            MOVE 'N' TO WS-BEFORE-OVERFLOW.
            MOVE 'N' TO WS-BEFORE-READ.
            STRING 'SELECT ' DELIMITED BY SIZE
                   FUNCTION TRIM(TBPT-COL-A (TBP-IX))
                      DELIMITED BY SIZE
                      DELIMITED BY SIZE
                   ' WHERE id=' DELIMITED BY SIZE
                   DISP-ID DELIMITED BY SIZE
                   WS-BEFORE-LOCK-CLAUSE DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO SQL-STATEMENT
            END-CALL.
            CALL "PQresultStatus" USING BY VALUE PGRES RETURNING RESULT.
            IF RESULT EQUAL 2 THEN
               MOVE 'Y' TO WS-BEFORE-READ
               CALL "PQntuples" USING BY VALUE PGRES
                    RETURNING HAZARD-QUERY-NTUPLES
               IF HAZARD-QUERY-NTUPLES > 0 THEN
                  MOVE 'Y' TO WS-BEFORE-FOUND
                  MOVE 0 TO WS-PQGETVAL-ROW
                  MOVE 0 TO WS-PQGETVAL-COL
                  PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN
                  MOVE WS-PQGETVAL-RESULT TO WS-BEFORE-NAME
                  IF PQGETVAL-CUT THEN
                     MOVE 'Y' TO WS-BEFORE-OVERFLOW
                  END-IF
                  MOVE 1 TO WS-PQGETVAL-COL
                  PERFORM EXTRACT-PQ-COLUMN THRU EXTRACT-PQ-COLUMN
                  MOVE WS-PQGETVAL-RESULT TO WS-BEFORE-SURNAME
                  IF PQGETVAL-CUT THEN
                     MOVE 'Y' TO WS-BEFORE-OVERFLOW
                  END-IF
               END-IF
            END-IF.
            CALL "PQclear" USING BY VALUE PGRES.
      *
      * Would this correction change anything?  The row's current
      * values are read exactly as CAPTURE-BEFORE-IMAGE reads them
      * for the audit and compared with what BUILD-ROW-SQL would
      * write: value A trimmed (the child layout's full 42-byte
      * title), value B trimmed, or numerically for an owning-
      * parent id.  A row that is not there, or a stored value
      * longer than the 30 bytes the capture holds, is never taken
      * for a no-op - the update goes ahead and its own outcome
      * speaks for it.  The capture stays in hand for the
      * transaction that follows when the row does change.
      *
        CHECK-UPDATE-NOOP.
            MOVE 'N' TO WS-NOOP-FLAG.
            PERFORM CAPTURE-BEFORE-IMAGE THRU CAPTURE-BEFORE-IMAGE.
            MOVE 'Y' TO WS-BEFORE-HELD.
            IF NOT BEFORE-ROW-FOUND OR BEFORE-VALUE-CUT THEN
               GO TO CHECK-UPDATE-NOOP-EXIT
            END-IF.
            IF TBPT-LAYOUT (TBP-IX) EQUAL 'C' THEN
               MOVE FUNCTION TRIM(BOOKROW-TITLE(1:42))
                 TO WS-NOOP-AFTER-A
            ELSE
               MOVE FUNCTION TRIM(WS-ROW-VAL-A) TO WS-NOOP-AFTER-A
            END-IF.
            IF WS-NOOP-AFTER-A(31:12) NOT EQUAL SPACES OR
               WS-NOOP-AFTER-A(1:30) NOT EQUAL WS-BEFORE-NAME THEN
               GO TO CHECK-UPDATE-NOOP-EXIT
            END-IF.
            IF TBPT-COL-B-KIND (TBP-IX) EQUAL 'N' THEN
               IF FUNCTION NUMVAL(WS-BEFORE-SURNAME) NOT EQUAL
                  FUNCTION NUMVAL(WS-ROW-VAL-B) THEN
                  GO TO CHECK-UPDATE-NOOP-EXIT
               END-IF
            ELSE
               MOVE FUNCTION TRIM(WS-ROW-VAL-B) TO WS-NOOP-AFTER-B
               IF WS-NOOP-AFTER-B NOT EQUAL WS-BEFORE-SURNAME THEN
                  GO TO CHECK-UPDATE-NOOP-EXIT
               END-IF
            END-IF.
            SET ROW-IS-NOOP TO TRUE.
        CHECK-UPDATE-NOOP-EXIT.
            EXIT.
      *
      * Was this correction built from the row as it stands?  The
      * sender's expected values (AUTHROW-EXPECTED, see AUTHROW.cpy)
      * are compared with the before-image just read under lock:
      * value A trimmed (the first 30 bytes the capture holds),
      * value B trimmed, or numerically for an owning-parent id.
      * A row that is gone is as stale as one that changed.  A
      * capture whose SELECT failed judges nothing - the row's own
      * statement fails the same way and is classified as usual.
      *
        CHECK-EXPECTED-BEFORE.
            MOVE 'N' TO WS-STALE-FLAG.
            IF NOT BEFORE-IMAGE-READ THEN
               GO TO CHECK-EXPECTED-BEFORE-EXIT
            END-IF.
            IF NOT BEFORE-ROW-FOUND THEN
               SET ROW-IS-STALE TO TRUE
               MOVE 'row no longer exists - the change was built on '
                    & 'a row since removed'
                 TO WS-REJ-REASON-TEXT
               GO TO CHECK-EXPECTED-BEFORE-EXIT
            END-IF.
            MOVE FUNCTION TRIM(AUTHROW-EXPECTED-NAME) TO WS-EXPECT-A.
            IF WS-EXPECT-A NOT EQUAL WS-BEFORE-NAME THEN
               SET ROW-IS-STALE TO TRUE
            END-IF.
            IF TBPT-COL-B-KIND (TBP-IX) EQUAL 'N' THEN
               IF FUNCTION NUMVAL(WS-BEFORE-SURNAME) NOT EQUAL
                  FUNCTION NUMVAL(AUTHROW-EXPECTED-SURNAME) THEN
                  SET ROW-IS-STALE TO TRUE
               END-IF
            ELSE
               MOVE FUNCTION TRIM(AUTHROW-EXPECTED-SURNAME)
                 TO WS-EXPECT-B
               IF WS-EXPECT-B NOT EQUAL WS-BEFORE-SURNAME THEN
                  SET ROW-IS-STALE TO TRUE
               END-IF
            END-IF.
            IF ROW-IS-STALE THEN
               MOVE 'row changed since the sender built this change '
                    & '- not applied'
                 TO WS-REJ-REASON-TEXT
            END-IF.
        CHECK-EXPECTED-BEFORE-EXIT.
            EXIT.
      *
      * A stale correction or removal: nothing of it was executed,
      * so only its own transaction - when it opened one - is
      * rolled back, which also releases the lock; an open group's
      * earlier rows stay pending and commit as usual.  The reject
      * keeps both versions for EXAMPLE47_REJWORK (see REJROW.cpy).
      *
        REJECT-STALE-ROW.
            ADD 1 TO WS-ROWS-CONFLICT-COUNT.
            IF WS-GROUP-PENDING EQUAL 0 THEN
               PERFORM ROLLBACK-ONE-ROW THRU ROLLBACK-ONE-ROW
            END-IF.
            MOVE 'CNFL' TO WS-REJ-REASON-CODE.
            PERFORM REJECT-REFERENTIAL-ROW
               THRU REJECT-REFERENTIAL-ROW.
      *
      * A correction found already in place: counted, and - outside
      * a SIMULATE or SHADOW run, which only count - journaled in
      * UNCHANGED-ROWS, so the sender's acknowledgment can say so
      * row by row (see UNCHROW.cpy and EXAMPLE32_VENDACK).
      *
        RECORD-UNCHANGED-ROW.
            ADD 1 TO WS-ROWS-UNCHANGED-COUNT.
            DISPLAY 'ROW UNCHANGED: row ' ROWS-READ-COUNT ' key '
                    FUNCTION TRIM(WS-ROW-KEY)
                    ' already holds these values - not written'.
            IF CMD-SHADOW THEN
               PERFORM WRITE-SHADOW-UNCHANGED
                  THRU WRITE-SHADOW-UNCHANGED
            END-IF.
            IF CMD-SIMULATE THEN
               GO TO RECORD-UNCHANGED-ROW-TICK
            END-IF.
            MOVE SPACES TO UNCHANGED-ROWS-RECORD.
            MOVE WS-RUN-ID TO UNC-RUN-ID.
            MOVE ROWS-READ-COUNT TO UNC-ROW-NUMBER.
            MOVE WS-ROW-KEY TO UNC-BUSINESS-KEY.
            MOVE WS-INPUT-FINGERPRINT TO UNC-INPUT-FINGERPRINT.
            MOVE WS-MAN-SENDER-ID TO UNC-SENDER-ID.
            MOVE 'EX5PQLCB' TO UNC-PROGRAM-ID.
            MOVE WS-OPERATOR-ID TO UNC-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO UNC-TIMESTAMP.
            OPEN EXTEND UNCHANGED-ROWS-FILE.
            WRITE UNCHANGED-ROWS-RECORD.
            CLOSE UNCHANGED-ROWS-FILE.
        RECORD-UNCHANGED-ROW-TICK.
            IF WS-HEARTBEAT-INTERVAL > 0 THEN
               ADD 1 TO WS-HB-NOOP-TICK
               IF WS-HB-NOOP-TICK NOT < WS-COMMIT-INTERVAL THEN
                  MOVE 0 TO WS-HB-NOOP-TICK
                  ADD 1 TO WS-HB-TICK
                  IF WS-HB-TICK NOT < WS-HEARTBEAT-INTERVAL THEN
                     MOVE 0 TO WS-HB-TICK
                     PERFORM WRITE-HEARTBEAT THRU WRITE-HEARTBEAT
                  END-IF
               END-IF
            END-IF.
        RECORD-UNCHANGED-ROW-EXIT.
            EXIT.
      *
      * The no-op rule of the sender that delivered this input,
      * when the staging manifest names one (see SND-NOOP-RULE in
      * SNDPROF.cpy).  No sender, no SENDER-PROFILES file or no
      * record for the sender all leave suppression on.
      *
        LOAD-SENDER-NOOP-RULE.
            MOVE 'S' TO WS-NOOP-RULE.
            IF WS-MAN-SENDER-ID EQUAL SPACES THEN
               GO TO LOAD-SENDER-NOOP-RULE-EXIT
            END-IF.
            OPEN INPUT SENDER-PROFILES-FILE.
            IF WS-SNDPROF-STATUS NOT EQUAL '00' THEN
               IF WS-SNDPROF-STATUS EQUAL '05' THEN
                  CLOSE SENDER-PROFILES-FILE
               END-IF
               GO TO LOAD-SENDER-NOOP-RULE-EXIT
            END-IF.
            PERFORM UNTIL END-OF-SENDER-PROFILES
               READ SENDER-PROFILES-FILE
                  AT END
                     SET END-OF-SENDER-PROFILES TO TRUE
                  NOT AT END
                     IF SND-SENDER-ID EQUAL WS-MAN-SENDER-ID THEN
                        IF SND-NOOP-KEEP THEN
                           MOVE 'K' TO WS-NOOP-RULE
                        ELSE
                           MOVE 'S' TO WS-NOOP-RULE
                        END-IF
                     END-IF
               END-READ
            END-PERFORM.
            CLOSE SENDER-PROFILES-FILE.
            IF NOT NOOP-SUPPRESS-ACTIVE THEN
               DISPLAY 'Sender ' FUNCTION TRIM(WS-MAN-SENDER-ID)
                       ' keeps unchanged corrections as touches - '
                       'no-op suppression off'
            END-IF.
        LOAD-SENDER-NOOP-RULE-EXIT.
            EXIT.
      *
      * One row per committed INSERT/UPDATE/DELETE, carrying the actual
      * before/after column values (see CHGAUD.cpy) instead of just the
      * XID and status TRANSACTION-AUDIT already carries.
            MOVE GRP-EXP-NAME (GRP-IX) TO CHG-AFTER-NAME.
            MOVE GRP-EXP-SURNAME (GRP-IX) TO CHG-AFTER-SURNAME.
            MOVE WS-APPROVED-BY TO CHG-APPROVED-BY.
            PERFORM STAMP-CHANGE-DOMAIN THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
      *
      * Write the PQerrorMessage text captured above to the indexed
            MOVE WS-REJ-ROW-NUMBER TO REJ-ROW-NUMBER.
            MOVE WS-REJ-REASON-CODE TO REJ-REASON-CODE.
            MOVE WS-REJ-REASON-TEXT TO REJ-REASON-TEXT.
            MOVE AUTHOR-INPUT-RECORD(1:80) TO REJ-INPUT-IMAGE.
            MOVE WS-RUN-ID TO REJ-RUN-ID.
            MOVE SPACE TO REJ-WORKED.
            MOVE WS-MATCHED-RULE TO REJ-RULE-ID.
            IF WS-INPUT-SOURCE EQUAL 'R' THEN
               MOVE RCY-SENDER-ID TO REJ-SENDER-ID
            ELSE
               MOVE WS-MAN-SENDER-ID TO REJ-SENDER-ID
            END-IF.
            MOVE SPACES TO REJ-EXPECTED-NAME.
            MOVE SPACES TO REJ-EXPECTED-SURNAME.
            MOVE SPACES TO REJ-CURRENT-NAME.
            MOVE SPACES TO REJ-CURRENT-SURNAME.
      * The rest of the row past the image, so a recycled or
      * reworked row keeps its lineage and its conflict check
            MOVE AUTHROW-EXPECT-FLAG TO REJ-EXPECT-FLAG.
            MOVE AUTHROW-ORIGIN-RUN-ID TO REJ-ORIGIN-RUN-ID.
            IF AUTHROW-HAS-EXPECTED THEN
               MOVE AUTHROW-EXPECTED-NAME TO REJ-EXPECTED-NAME
               MOVE AUTHROW-EXPECTED-SURNAME TO REJ-EXPECTED-SURNAME
            END-IF.
            IF WS-REJ-REASON-CODE EQUAL 'CNFL' THEN
               MOVE WS-BEFORE-NAME TO REJ-CURRENT-NAME
               MOVE WS-BEFORE-SURNAME TO REJ-CURRENT-SURNAME
            END-IF.
            WRITE AUTHOR-REJECT-RECORD.
            IF CMD-SHADOW THEN
               PERFORM WRITE-SHADOW-REJECT THRU WRITE-SHADOW-REJECT
            END-IF.
      *
      * The local authors master journal entry for one committed
      * row of the primary table (see MSTREC.cpy), written in the
            MOVE SPACES TO EXCQ-RESOLVED-TIME.
            MOVE SPACES TO EXCQ-DISPOSITION.
            MOVE WS-RUN-ID TO EXCQ-RUN-ID.
            MOVE SPACES TO EXCQ-TICKET-ID.
            MOVE SPACE TO EXCQ-TICKET-STATE.
            WRITE EXCEPTION-QUEUE-RECORD.
      *
      * On TX-MIXED/TX-HAZARD, ask the LIXA transaction manager which
            DISPLAY 'VALIDATE RESULT: ' WS-VALIDATE-CHECKED
                    ' row(s) checked, ' WS-VALIDATE-REJECTED
                    ' rejected'.
            IF WS-CONTENT-WARNINGS > 0 THEN
               DISPLAY 'VALIDATE WARNINGS: ' WS-CONTENT-WARNINGS
                       ' content warning(s) written to '
                       FUNCTION TRIM(WS-CNTWARN-NAME)
            END-IF.
      *
      * One row's in-isolation checks, driven by its table
      * profile.  A 'D' row legitimately carries blank values -
      * the id and the codes are checked for deletes.
      *
        VALIDATE-ONE-ROW.
            MOVE SPACES TO WS-CRC-REJECT-RULE.
            PERFORM FIND-ROW-PROFILE THRU FIND-ROW-PROFILE.
            IF NOT ROW-PROFILE-FOUND THEN
               MOVE 'record type has no table profile'
                  THRU REJECT-VALIDATE-ROW
               GO TO VALIDATE-ONE-ROW-EXIT
            END-IF.
      * The table-driven content rules (see CNTRULE.cpy): a
      * reject-severity failure rejects the row with its rule id,
      * warnings are written and the row goes on
            IF NOT AUTHROW-OP-DELETE THEN
               PERFORM CHECK-ROW-CONTENT THRU CHECK-ROW-CONTENT-EXIT
               IF WS-CRC-REJECT-RULE NOT EQUAL SPACES THEN
                  MOVE WS-CRC-REJECT-TEXT TO WS-REJ-REASON-TEXT
                  PERFORM REJECT-VALIDATE-ROW
                     THRU REJECT-VALIDATE-ROW
                  GO TO VALIDATE-ONE-ROW-EXIT
               END-IF
            END-IF.
            PERFORM VALIDATE-CROSS-ROW
               THRU VALIDATE-CROSS-ROW-EXIT.
        VALIDATE-ONE-ROW-EXIT.
                    ' id=' DISP-ID ' - '
                    FUNCTION TRIM(WS-REJ-REASON-TEXT).
            MOVE WS-VALIDATE-CHECKED TO WS-REJ-ROW-NUMBER.
      * A content-rule reject carries its rule id (see CNTRULE.cpy)
            IF WS-CRC-REJECT-RULE NOT EQUAL SPACES THEN
               MOVE 'RULE' TO WS-REJ-REASON-CODE
               MOVE WS-CRC-REJECT-RULE TO WS-MATCHED-RULE
            ELSE
               MOVE 'VALD' TO WS-REJ-REASON-CODE
               MOVE SPACES TO WS-MATCHED-RULE
            END-IF.
            PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD.
      *
      * RECYCLE command: re-drive a corrected reject file (the
      * same LOAD-ONE-ROW path a normal run uses, so a three-row
      * problem in a 50,000-row input file is fixed by editing
      * three reject rows, not the whole file.  Only the original
      * input row is fed back - the image with the lineage and
      * expectation kept beside it (see REJROW.cpy); the reject
      * metadata is ignored.
      *
        RUN-RECYCLE-COMMAND.
            MOVE 'R' TO WS-INPUT-SOURCE.
                     SET END-OF-RECYCLE-INPUT TO TRUE
                  NOT AT END
                     ADD 1 TO ROWS-READ-COUNT
                     MOVE RCY-INPUT-IMAGE TO AUTHOR-INPUT-RECORD
                     MOVE RCY-ORIGIN-RUN-ID TO AUTHROW-ORIGIN-RUN-ID
                     MOVE RCY-EXPECT-FLAG TO AUTHROW-EXPECT-FLAG
                     MOVE RCY-EXPECTED-NAME TO AUTHROW-EXPECTED-NAME
                     MOVE RCY-EXPECTED-SURNAME
                       TO AUTHROW-EXPECTED-SURNAME
                     PERFORM LOAD-ONE-ROW THRU LOAD-ONE-ROW-EXIT
               END-READ
            END-PERFORM.
                  THRU REJECT-REFERENTIAL-ROW
               GO TO BULK-ONE-ROW-EXIT
            END-IF.
      * A legal hold freezes an initial population as well
            MOVE 0 TO WS-ROW-MODE.
            PERFORM CHECK-ROW-LEGAL-HOLD
               THRU CHECK-ROW-LEGAL-HOLD-EXIT.
            IF LEGAL-HOLD-HIT THEN
               PERFORM REJECT-HELD-ROW THRU REJECT-HELD-ROW
               GO TO BULK-ONE-ROW-EXIT
            END-IF.
      * Effective dating applies to an initial population too: a
      * future-dated insert waits in PENDING-CHANGES
            PERFORM CHECK-EFFECTIVE-DATE THRU CHECK-EFFECTIVE-DATE.
            IF EFFD-INVALID THEN
               MOVE 'EFFD' TO WS-REJ-REASON-CODE
               MOVE 'effective date is not a valid yyyymmdd date'
                 TO WS-REJ-REASON-TEXT
               PERFORM REJECT-REFERENTIAL-ROW
                  THRU REJECT-REFERENTIAL-ROW
               GO TO BULK-ONE-ROW-EXIT
            END-IF.
            IF EFFD-FUTURE THEN
               PERFORM DEFER-PENDING-ROW THRU DEFER-PENDING-ROW-EXIT
               GO TO BULK-ONE-ROW-EXIT
            END-IF.
      * An initial population stays inside the operator's imprint
            PERFORM CHECK-ROW-DOMAIN THRU CHECK-ROW-DOMAIN-EXIT.
            IF OWNERSHIP-OUT-OF-DOMAIN THEN
               MOVE 'DOMN' TO WS-REJ-REASON-CODE
               MOVE WS-OWD-REASON-TEXT TO WS-REJ-REASON-TEXT
               PERFORM REJECT-REFERENTIAL-ROW
                  THRU REJECT-REFERENTIAL-ROW
               GO TO BULK-ONE-ROW-EXIT
            END-IF.
            IF AUTHROW-ID EQUAL 0 OR
               (TBPT-LAYOUT (TBP-IX) EQUAL 'C' AND
                (BOOKROW-AUTHOR-ID EQUAL 0 OR
                  THRU REJECT-REFERENTIAL-ROW
               GO TO BULK-ONE-ROW-EXIT
            END-IF.
            MOVE SPACES TO WS-CRC-REJECT-RULE.
            PERFORM CHECK-ROW-CONTENT THRU CHECK-ROW-CONTENT-EXIT.
            IF WS-CRC-REJECT-RULE NOT EQUAL SPACES THEN
               MOVE 'RULE' TO WS-REJ-REASON-CODE
               MOVE WS-CRC-REJECT-TEXT TO WS-REJ-REASON-TEXT
               PERFORM REJECT-REFERENTIAL-ROW
                  THRU REJECT-REFERENTIAL-ROW
               GO TO BULK-ONE-ROW-EXIT
            END-IF.
      * One table per statement: a type switch closes the batch
            IF WS-BULK-COUNT > 0 AND
               TBP-IX NOT EQUAL WS-BULK-TBP THEN
            END-STRING.
            MOVE WS-BULK-LAST-KEY TO CHG-AFTER-SURNAME.
            MOVE WS-APPROVED-BY TO CHG-APPROVED-BY.
            PERFORM STAMP-CHANGE-DOMAIN THRU STAMP-CHANGE-DOMAIN-EXIT.
            WRITE CHANGE-AUDIT-RECORD.
            ADD WS-BULK-COUNT TO WS-ROWS-COMMITTED-COUNT.
            ADD 1 TO WS-BULK-BATCHES.
            END-IF.
            CALL "PQclear" USING BY VALUE PGRES.
      *
      * The current row against the content rules (see
      * CNTRULE.cpy): its profile's record type and layout and its
      * value fields go to APPLY-CONTENT-RULES, and every warning
      * it earned is written to CONTENT-WARNINGS here - the row
      * itself goes on, or is rejected by the caller on
      * WS-CRC-REJECT-RULE.
      *
        CHECK-ROW-CONTENT.
            IF CRLT-COUNT EQUAL 0 THEN
               MOVE SPACES TO WS-CRC-REJECT-RULE
               MOVE 0 TO CRC-WARN-COUNT
               GO TO CHECK-ROW-CONTENT-EXIT
            END-IF.
            MOVE TBPT-REC-TYPE (TBP-IX) TO WS-CRC-REC-TYPE.
            MOVE TBPT-LAYOUT (TBP-IX) TO WS-CRC-LAYOUT.
            MOVE AUTHROW-NAME TO WS-CRC-NAME.
            MOVE AUTHROW-SURNAME TO WS-CRC-SURNAME.
            MOVE BOOKROW-TITLE TO WS-CRC-TITLE.
            PERFORM APPLY-CONTENT-RULES
               THRU APPLY-CONTENT-RULES-EXIT.
            IF CMD-VALIDATE THEN
               MOVE WS-VALIDATE-CHECKED TO WS-CNTWARN-ROW
            ELSE
               MOVE ROWS-READ-COUNT TO WS-CNTWARN-ROW
            END-IF.
            PERFORM VARYING CRW-IX FROM 1 BY 1
                     UNTIL CRW-IX > CRC-WARN-COUNT
               PERFORM WRITE-CONTENT-WARNING
                  THRU WRITE-CONTENT-WARNING
            END-PERFORM.
        CHECK-ROW-CONTENT-EXIT.
            EXIT.
        WRITE-CONTENT-WARNING.
            MOVE SPACES TO CONTENT-WARNING-RECORD.
            MOVE 'EX5PQLCB' TO CWN-PROGRAM-ID.
            MOVE FUNCTION CURRENT-DATE TO CWN-TIMESTAMP.
            MOVE WS-RUN-ID TO CWN-RUN-ID.
            MOVE WS-COMMAND TO CWN-COMMAND.
            MOVE WS-CNTWARN-ROW TO CWN-ROW-NUMBER.
            MOVE CRW-RULE-ID (CRW-IX) TO CWN-RULE-ID.
            MOVE WS-CRC-REC-TYPE TO CWN-REC-TYPE.
            MOVE AUTHROW-ID TO CWN-ROW-ID.
            MOVE CRW-FIELD (CRW-IX) TO CWN-FIELD.
            MOVE CRW-VALUE (CRW-IX) TO CWN-VALUE.
            MOVE CRW-DESCRIPTION (CRW-IX) TO CWN-DESCRIPTION.
            WRITE CONTENT-WARNING-RECORD.
            ADD 1 TO WS-CONTENT-WARNINGS.
            MOVE AUTHROW-ID TO DISP-ID.
            DISPLAY 'CONTENT WARNING (' CWN-RULE-ID '): row '
                    WS-CNTWARN-ROW ' id=' DISP-ID ' '
                    FUNCTION TRIM(CWN-FIELD) ' - '
                    FUNCTION TRIM(CWN-DESCRIPTION).
      *
      * The row's effective date against today: SPACES (and every
      * older row) applies now, a valid date no later than today
      * applies now, a later one is FUTURE, anything else INVALID.
      * SHADOW judges as of the day the production run it re-drives
      * ran (see RESOLVE-SHADOW-INPUT), so a re-drive some days
      * later does not apply rows production rightly held.
      *
        CHECK-EFFECTIVE-DATE.
            SET EFFD-APPLY-NOW TO TRUE.
            IF AUTHROW-EFFECTIVE-DATE NOT EQUAL SPACES THEN
               IF AUTHROW-EFFECTIVE-DATE IS NOT NUMERIC THEN
                  SET EFFD-INVALID TO TRUE
               ELSE
                  MOVE AUTHROW-EFFECTIVE-DATE TO WS-EFFD-NUM
                  IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFD-NUM)
                     NOT EQUAL 0 THEN
                     SET EFFD-INVALID TO TRUE
                  ELSE
                     IF CMD-SHADOW THEN
                        MOVE WS-SHADOW-TODAY TO WS-EFFD-TODAY
                     ELSE
                        MOVE FUNCTION CURRENT-DATE(1:8)
                          TO WS-EFFD-TODAY
                     END-IF
                     IF AUTHROW-EFFECTIVE-DATE > WS-EFFD-TODAY THEN
                        SET EFFD-FUTURE TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-IF.
      *
      * Hold one future-dated row in PENDING-CHANGES instead of
      * applying it.  The image is stamped with the operation it
      * resolved to (a SPACE row would otherwise take whatever
      * mode the releasing night's load runs in) and with the run
      * that first delivered it, kept as the change's lineage.  The
      * file is opened around each record, the way JOB-LOG is, so
      * concurrent partitions each append whole records; a resumed
      * run that holds a row again writes the same fingerprint and
      * row number, which the journal nets to one change.
      * SIMULATE only counts the row; SHADOW captures it as well.
      *
        DEFER-PENDING-ROW.
            ADD 1 TO WS-ROWS-DEFERRED-COUNT.
            DISPLAY 'ROW DEFERRED: row ' ROWS-READ-COUNT
                    ' effective ' AUTHROW-EFFECTIVE-DATE
                    ' held in PENDING-CHANGES'.
            IF CMD-SHADOW THEN
               PERFORM WRITE-SHADOW-DEFERRED
                  THRU WRITE-SHADOW-DEFERRED
            END-IF.
            IF CMD-SIMULATE THEN
               GO TO DEFER-PENDING-ROW-EXIT
            END-IF.
            IF AUTHROW-OP-DEFAULT THEN
               EVALUATE TRUE
                  WHEN ROW-IS-DELETE
                     MOVE 'D' TO AUTHROW-OPERATION
                  WHEN ROW-IS-UPDATE
                     MOVE 'U' TO AUTHROW-OPERATION
                  WHEN OTHER
                     MOVE 'I' TO AUTHROW-OPERATION
               END-EVALUATE
            END-IF.
            IF AUTHROW-ORIGIN-RUN-ID EQUAL SPACES THEN
               MOVE WS-RUN-ID TO AUTHROW-ORIGIN-RUN-ID
            END-IF.
            MOVE SPACES TO PENDING-CHANGES-RECORD.
            MOVE AUTHOR-INPUT-RECORD TO PCH-INPUT-IMAGE.
            MOVE AUTHROW-EXPECTED TO PCH-EXPECTED-IMAGE.
            MOVE AUTHROW-ORIGIN-RUN-ID TO PCH-ORIGIN-RUN-ID.
            MOVE WS-INPUT-FINGERPRINT TO PCH-INPUT-FINGERPRINT.
            MOVE ROWS-READ-COUNT TO PCH-ROW-NUMBER.
            MOVE AUTHROW-EFFECTIVE-DATE TO PCH-EFFECTIVE-DATE.
            IF AUTHROW-TYPE-BOOK THEN
               MOVE BOOKROW-AUTHOR-ID TO PCH-AUTHOR-ID
            ELSE
               MOVE AUTHROW-ID TO PCH-AUTHOR-ID
            END-IF.
            SET PCH-PENDING TO TRUE.
            MOVE WS-OPERATOR-ID TO PCH-OPERATOR-ID.
            MOVE FUNCTION CURRENT-DATE TO PCH-TIMESTAMP.
            MOVE WS-RUN-ID TO PCH-RUN-ID.
            OPEN EXTEND PENDING-CHANGES-FILE.
            WRITE PENDING-CHANGES-RECORD.
            CLOSE PENDING-CHANGES-FILE.
        DEFER-PENDING-ROW-EXIT.
            EXIT.
      *
      * The input row under judgement against LEGAL-HOLD: an author
      * row is its own id; a book row is the book's id and its
      * owning author, either of which may be held - the owner the
      * row names and, for an update or delete, the owner it has
      * now, so a held author's book can neither be moved away nor
      * removed under another author's id.  The current owner is
      * read the way CHECK-ROW-DOMAIN reads it.
      *
        CHECK-ROW-LEGAL-HOLD.
            MOVE SPACES TO WS-LGH-CHANGE-TS.
            IF AUTHROW-TYPE-BOOK THEN
               MOVE BOOKROW-ID TO WS-LGH-BOOK-ID
               IF BOOKROW-AUTHOR-ID IS NUMERIC THEN
                  MOVE BOOKROW-AUTHOR-ID TO WS-LGH-AUTHOR-ID
               ELSE
                  MOVE 0 TO WS-LGH-AUTHOR-ID
               END-IF
            ELSE
               MOVE AUTHROW-ID TO WS-LGH-AUTHOR-ID
               MOVE 0 TO WS-LGH-BOOK-ID
            END-IF.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
            IF LEGAL-HOLD-HIT OR NOT AUTHROW-TYPE-BOOK OR
               ROW-IS-INSERT THEN
               GO TO CHECK-ROW-LEGAL-HOLD-EXIT
            END-IF.
            PERFORM FIND-ROW-PROFILE THRU FIND-ROW-PROFILE.
            IF NOT ROW-PROFILE-FOUND THEN
               GO TO CHECK-ROW-LEGAL-HOLD-EXIT
            END-IF.
            PERFORM CAPTURE-BEFORE-IMAGE THRU CAPTURE-BEFORE-IMAGE.
            IF NOT BEFORE-ROW-FOUND OR
               FUNCTION TRIM(WS-BEFORE-SURNAME) EQUAL SPACES THEN
               GO TO CHECK-ROW-LEGAL-HOLD-EXIT
            END-IF.
            IF FUNCTION TEST-NUMVAL(WS-BEFORE-SURNAME) EQUAL 0 THEN
               COMPUTE WS-LGH-AUTHOR-ID =
                  FUNCTION NUMVAL(WS-BEFORE-SURNAME)
               END-COMPUTE
               PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT
            END-IF.
        CHECK-ROW-LEGAL-HOLD-EXIT.
            EXIT.
      *
      * The input row against the operator's imprint scope: an
      * author row is its own id, a book row its owning author -
      * the owner the row names and, for an update or delete, the
      * owner it has now, so a book can neither be moved out of
      * another imprint nor into one.  The current owner is read
      * the way CAPTURE-BEFORE-IMAGE reads it for the audit; the
      * transaction takes its own capture later.
      *
        CHECK-ROW-DOMAIN.
            MOVE 'N' TO WS-OWD-OUT.
            IF NOT OPERATOR-IS-SCOPED THEN
               GO TO CHECK-ROW-DOMAIN-EXIT
            END-IF.
            EVALUATE TRUE
               WHEN ROW-IS-DELETE
                  MOVE 'DELETE' TO WS-OWD-COMMAND
               WHEN ROW-IS-UPDATE
                  MOVE 'UPDATE' TO WS-OWD-COMMAND
               WHEN OTHER
                  MOVE 'INSERT' TO WS-OWD-COMMAND
            END-EVALUATE.
            IF NOT AUTHROW-TYPE-BOOK THEN
               MOVE AUTHROW-ID TO WS-OWD-AUTHOR-ID
               PERFORM CHECK-OWNERSHIP-DOMAIN
                  THRU CHECK-OWNERSHIP-DOMAIN-EXIT
               GO TO CHECK-ROW-DOMAIN-EXIT
            END-IF.
            MOVE 0 TO WS-OWD-AUTHOR-ID.
            IF BOOKROW-AUTHOR-ID IS NUMERIC THEN
               MOVE BOOKROW-AUTHOR-ID TO WS-OWD-AUTHOR-ID
            END-IF.
            PERFORM CHECK-OWNERSHIP-DOMAIN
               THRU CHECK-OWNERSHIP-DOMAIN-EXIT.
            IF OWNERSHIP-OUT-OF-DOMAIN OR ROW-IS-INSERT THEN
               GO TO CHECK-ROW-DOMAIN-EXIT
            END-IF.
            PERFORM CAPTURE-BEFORE-IMAGE THRU CAPTURE-BEFORE-IMAGE.
            IF NOT BEFORE-ROW-FOUND OR
               FUNCTION TRIM(WS-BEFORE-SURNAME) EQUAL SPACES THEN
               GO TO CHECK-ROW-DOMAIN-EXIT
            END-IF.
            IF FUNCTION TEST-NUMVAL(WS-BEFORE-SURNAME) EQUAL 0 THEN
               COMPUTE WS-OWD-AUTHOR-ID =
                  FUNCTION NUMVAL(WS-BEFORE-SURNAME)
               END-COMPUTE
               PERFORM CHECK-OWNERSHIP-DOMAIN
                  THRU CHECK-OWNERSHIP-DOMAIN-EXIT
            END-IF.
        CHECK-ROW-DOMAIN-EXIT.
            EXIT.
      *
      * A held row: reason HOLD on the reject, and the
      * EXCEPTION-QUEUE entry naming the hold that stopped it
      * (SIMULATE only reports it).
      *
        REJECT-HELD-ROW.
            ADD 1 TO WS-ROWS-HELD-COUNT.
            IF NOT CMD-SIMULATE THEN
               MOVE 'EX5PQLCB' TO WS-LGH-PROGRAM-ID
               MOVE WS-RUN-ID TO WS-LGH-RUN-ID
               PERFORM BUILD-LEGAL-HOLD-EXCEPTION
                  THRU BUILD-LEGAL-HOLD-EXCEPTION
               WRITE EXCEPTION-QUEUE-RECORD
            END-IF.
            MOVE 'HOLD' TO WS-REJ-REASON-CODE.
            MOVE WS-LGH-REASON-TEXT TO WS-REJ-REASON-TEXT.
            PERFORM REJECT-REFERENTIAL-ROW
               THRU REJECT-REFERENTIAL-ROW.
      *
      * A referential violation is a business reject, not a run-
      * killing SQL error: the row is checked before it joins any
      * transaction, so nothing needs rolling back - record the
            END-IF.
            ADD 1 TO WS-ROWS-REJECTED-COUNT.
            MOVE ROWS-READ-COUNT TO WS-REJ-ROW-NUMBER.
      * Not a SQL failure: no error-class rule applies, but a
      * content-rule reject carries its own rule id
            IF WS-REJ-REASON-CODE EQUAL 'RULE' THEN
               MOVE WS-CRC-REJECT-RULE TO WS-MATCHED-RULE
            ELSE
               MOVE SPACES TO WS-MATCHED-RULE
            END-IF.
            PERFORM WRITE-REJECT-RECORD THRU WRITE-REJECT-RECORD.
            DISPLAY 'ROW REJECT (' WS-REJ-REASON-CODE '): row '
                    ROWS-READ-COUNT ' ' WS-REJ-REASON-TEXT.
               DISPLAY 'REPAIR: ' WS-REPAIR-COUNT ' corrective '
                       'row(s) written to AUTHOR-REPAIR - review '
                       'them, then run the loader against that file'
               IF WS-REPAIR-HELD-COUNT > 0 THEN
                  DISPLAY 'REPAIR: ' WS-REPAIR-HELD-COUNT
                          ' correction(s) withheld on a held key - '
                          'see EXCEPTION-QUEUE'
               END-IF
            END-IF.
      *
      * Collapse XREF-CONTROL to its last word on every business
            MOVE TBPT-REC-TYPE (WS-RECON-PROFILE)
              TO REPROW-REC-TYPE.
            MOVE WS-REPAIR-OP TO REPROW-OPERATION.
      * A correction to a key under legal hold is not written for
      * anyone to load: it goes to EXCEPTION-QUEUE naming the hold
      * instead, for counsel to release or the hold to be lifted.
            MOVE 0 TO WS-LGH-AUTHOR-ID.
            MOVE 0 TO WS-LGH-BOOK-ID.
            MOVE SPACES TO WS-LGH-CHANGE-TS.
            IF REPROW-REC-TYPE EQUAL 'B' THEN
               MOVE REPBOOK-ID TO WS-LGH-BOOK-ID
               MOVE REPBOOK-AUTHOR-ID TO WS-LGH-AUTHOR-ID
            END-IF.
            IF REPROW-REC-TYPE EQUAL 'A' OR
               REPROW-REC-TYPE EQUAL SPACE THEN
               MOVE REPROW-ID TO WS-LGH-AUTHOR-ID
            END-IF.
            PERFORM CHECK-LEGAL-HOLD THRU CHECK-LEGAL-HOLD-EXIT.
            IF LEGAL-HOLD-HIT THEN
               ADD 1 TO WS-REPAIR-HELD-COUNT
               DISPLAY 'REPAIR WITHHELD: business key '
                       RNET-KEY (RNET-IX) ' '
                       FUNCTION TRIM(WS-LGH-REASON-TEXT)
               MOVE 'EX5PQLCB' TO WS-LGH-PROGRAM-ID
               MOVE WS-RUN-ID TO WS-LGH-RUN-ID
               PERFORM BUILD-LEGAL-HOLD-EXCEPTION
                  THRU BUILD-LEGAL-HOLD-EXCEPTION
               MOVE RNET-KEY (RNET-IX) TO EXCQ-BUSINESS-KEY
               MOVE RNET-SER-XID (RNET-IX) TO EXCQ-SER-XID
               WRITE EXCEPTION-QUEUE-RECORD
               GO TO WRITE-REPAIR-ROW-DONE
            END-IF.
            ADD 1 TO WS-REPAIR-COUNT.
            WRITE AUTHOR-REPAIR-RECORD.
        WRITE-REPAIR-ROW-DONE.
            END-CALL.
            MOVE SPACES TO WS-PQGETVAL-RESULT.
            MOVE 0 TO WS-PQGETVAL-LENGTH.
            MOVE 'N' TO WS-PQGETVAL-OVERFLOW.
            SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER.
            PERFORM UNTIL RESULT-CHAR EQUAL x"00"
               IF WS-PQGETVAL-LENGTH < 30 THEN
                  ADD 1 TO WS-PQGETVAL-LENGTH
                  MOVE RESULT-CHAR
                    TO WS-PQGETVAL-RESULT (WS-PQGETVAL-LENGTH:1)
               ELSE
                  MOVE 'Y' TO WS-PQGETVAL-OVERFLOW
               END-IF
               SET RESULT-POINTER UP BY 1
               SET ADDRESS OF RESULT-CHAR TO RESULT-POINTER
            MOVE WS-RUN-ID TO RSTAT-REC-RUN-ID.
            MOVE WS-WINDOW-ID TO RSTAT-REC-WINDOW-ID.
            MOVE RSTAT-REDRIVES TO RSTAT-REC-REDRIVES.
            MOVE WS-ROWS-UNCHANGED-COUNT TO RSTAT-REC-UNCHANGED.
            WRITE RUNSTATS-RECORD.
      *
      * Trailer confirming how many input rows were read, committed and
            MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP.
      * Rows read by THIS run: the rows a checkpoint restart skips
      * were counted by the run that committed them, and the
      * collector balances read against committed plus rejected
      * plus deferred plus unchanged.
            COMPUTE CTL-ROWS-READ =
               ROWS-READ-COUNT - CKPT-SKIP-COUNT
            END-COMPUTE.
            MOVE WS-ROWS-COMMITTED-COUNT TO CTL-ROWS-COMMITTED.
            MOVE WS-ROWS-REJECTED-COUNT TO CTL-ROWS-REJECTED.
            MOVE WS-ROWS-DEFERRED-COUNT TO CTL-ROWS-DEFERRED.
            MOVE WS-ROWS-UNCHANGED-COUNT TO CTL-ROWS-UNCHANGED.
            MOVE LIXA-SER-XID TO CTL-FINAL-SER-XID.
            MOVE WS-INPUT-FINGERPRINT TO CTL-INPUT-FINGERPRINT.
            MOVE WS-OPERATOR-ID TO CTL-OPERATOR-ID.
            MOVE 0 TO JL-ELAPSED-CS.
            MOVE WS-RUN-ID TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE SPACES TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
            ACCEPT WS-JOB-START FROM TIME.
            MOVE WS-JOB-ELAPSED TO JL-ELAPSED-CS.
            MOVE WS-RUN-ID TO JL-RUN-ID.
            MOVE WS-WINDOW-ID TO JL-WINDOW-ID.
            MOVE SPACES TO JL-BUSINESS-DATE.
            WRITE JOB-LOG-RECORD.
            CLOSE JOB-LOG-FILE.
      * Every controlled exit passes through here, so this is
               WS-WID-STATUS EQUAL '05' THEN
               CLOSE WINDOW-ID-FILE
            END-IF.
      *
      * Log the fingerprint of every control file that steers this
      * run against its run id, so "which ERROR-CLASSES did run X
      * use" has an exact answer.  The load limits are this
      * stream's own (LOAD-LIMITS-Pnn for a partition).
      *
        LOG-CONTROL-FILES.
            MOVE WS-RUN-ID TO WS-CTLFP-RUN-ID.
            MOVE 'EX5PQLCB' TO WS-CTLFP-PROGRAM-ID.
            MOVE 'TABLE-PROFILES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE 'ERROR-CLASSES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE 'CONTENT-RULES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE WS-LIMITS-NAME TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE 'APPROVAL-LIMIT' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE 'LEGAL-HOLD' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE 'OWNERSHIP-DOMAINS' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
            MOVE 'SENDER-PROFILES' TO WS-CTLFP-FILE-NAME.
            PERFORM LOG-CONTROL-USAGE THRU LOG-CONTROL-USAGE-EXIT.
      * Interlocked issuance of the shop-wide run number, shared
      * by every issuing program (see ISSUERUN.cpy, RUNIDWS.cpy
      * and RUNCTL.cpy).
           COPY ISSUERUN.
      * Table-driven content rules, shared with the correction
      * workbench (see CNTRULCK.cpy, CNTRULWS.cpy and CNTRULE.cpy)
           COPY CNTRULCK.
      * The legal-hold freeze every change path honours (see
      * LGLHCK.cpy, LGLHWS.cpy and LGLHOLD.cpy)
           COPY LGLHCK.
      * The imprint scoping every change path honours, and the
      * imprint stamp on the change trail (see OWNDOMCK.cpy,
      * OWNDOMST.cpy, OWNDOMWS.cpy and OWNDOM.cpy)
           COPY OWNDOMCK.
           COPY OWNDOMSC.
           COPY OWNDOMST.
      * Control-file fingerprint and usage log, shared by every
      * program a control file steers (see CTLFP.cpy, CTLFPWS.cpy
      * and CTLUSE.cpy)
           COPY CTLFP.
