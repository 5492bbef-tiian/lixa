      * RECERTIFY record: one grant of OPERATOR-AUTH sent out for its
      * periodic (quarterly) review, and every decision taken on it
      * since.  EXAMPLE76_RECERT ISSUE appends a 'P' record per live
      * grant, with the operator's last actual use of the command as
      * found in the trails, the supervisor who must decide and the
      * deadline; CONFIRM and DROP by that supervisor append 'C' or
      * 'D', EXPIRE appends 'X' for every review still open past its
      * deadline, and EXAMPLE31_AUTHMNT REVOKE RECERTIFY appends 'V'
      * when it has written the revoke (audit row and
      * OPERATOR-AUTH-NEW) and 'R' once a later pass finds the
      * grant gone from the live OPERATOR-AUTH - the swap taken.  A
      * 'V' review whose OPERATOR-AUTH-NEW was never swapped in is
      * revoked again, without a second audit row.  The file
      * is netted by its readers - the last record for a (cycle,
      * operator, command, domain) wins - the same append-and-net
      * convention as AUTH-PENDING (see AUTHPEND.cpy).
      *
      * The review cycle: 'yyyyQn', the quarter the review was
      * issued in
        05 RCT-CYCLE          PIC X(6).
      * The grant under review, exactly as OPERATOR-AUTH holds it
      * (see OPAUTH.cpy)
        05 RCT-OPERATOR-ID    PIC X(8).
        05 RCT-COMMAND        PIC X(10).
        05 RCT-DOMAIN         PIC X(8).
        05 RCT-EXPIRY-DATE    PIC X(8).
      * The operator's last use of the command when the review was
      * issued (yyyymmdd; SPACES = no use found in any trail) and
      * the trail it was found in: CHANGE-AUDIT, BATCH-CONTROL,
      * RUN-APPROVALS or EXCEPTION-QUEUE
        05 RCT-LAST-USE-DATE  PIC X(8).
        05 RCT-LAST-USE-SOURCE PIC X(15).
      * Who must decide, and by when (yyyymmdd, inclusive); a
      * supervisor of SPACES means any operator but the grantee
        05 RCT-SUPERVISOR     PIC X(8).
        05 RCT-DEADLINE       PIC X(8).
        05 RCT-STATUS         PIC X(1).
           88 RCT-IS-OPEN      VALUE 'P'.
           88 RCT-IS-CONFIRMED VALUE 'C'.
           88 RCT-IS-DROPPED   VALUE 'D'.
           88 RCT-IS-EXPIRED   VALUE 'X'.
           88 RCT-IS-REVOKE-WRITTEN VALUE 'V'.
           88 RCT-IS-REVOKED   VALUE 'R'.
      * Who appended this record, and when
        05 RCT-DECIDED-BY     PIC X(8).
        05 RCT-DECIDED-TIME   PIC X(21).
