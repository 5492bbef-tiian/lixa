      * Working storage for the CHANGE-AUDIT seal hash (see
      * SEALHASH.cpy): the running hash, its per-record
      * bookkeeping, and the record image being folded in.  The
      * caller moves the record to WS-SEAL-IMAGE and the chain
      * value it is extending to WS-HASH before each call.
        01 WS-HASH PIC 9(14) VALUE 0.
        01 WS-HASH-IX PIC 9(4) VALUE 0.
        01 WS-HASH-LENGTH PIC 9(4) VALUE 0.
        01 WS-SEAL-IMAGE PIC X(420) VALUE SPACES.
