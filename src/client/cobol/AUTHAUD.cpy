      * that need only one operator
        05 AAU-COUNTERSIGNED-BY PIC X(8).
        05 AAU-TIMESTAMP    PIC X(21).
      * The imprint the grant is scoped to; SPACES = every imprint
        05 AAU-DOMAIN       PIC X(8).
      * Why a REVOKE happened, when it was not an operator's own
      * decision: RECERT-MISSED (the periodic review's deadline
      * passed unanswered) or RECERT-DROPPED (the supervisor dropped
      * the grant at review) - see RECERT.cpy.  SPACES otherwise.
        05 AAU-REASON       PIC X(16).
