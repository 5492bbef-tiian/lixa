      * The CHANGE-AUDIT seal hash, shared by the sealer and every
      * program that must reproduce a seal (working storage in
      * SEALHWS.cpy).  The rolling hash over one record's bytes up
      * to its last non-space, closed with a per-record separator
      * so moving a byte across a record boundary cannot cancel
      * out.
        HASH-SEAL-IMAGE.
            COMPUTE WS-HASH-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(WS-SEAL-IMAGE TRAILING)).
            PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                     UNTIL WS-HASH-IX > WS-HASH-LENGTH
               COMPUTE WS-HASH = FUNCTION MOD(
                  WS-HASH * 31 + FUNCTION ORD(
                     WS-SEAL-IMAGE(WS-HASH-IX:1)),
                  99999999999999)
               END-COMPUTE
            END-PERFORM.
            COMPUTE WS-HASH = FUNCTION MOD(
               WS-HASH * 31 + 997, 99999999999999).
