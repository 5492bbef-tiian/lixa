      * Working storage for the closed-period guard (see
      * MCLOSECK.cpy and MCLOSE.cpy).  The caller sets the date
      * range its run touches in WS-MCLOSE-FROM-DATE and
      * WS-MCLOSE-TO-DATE ('yyyymmdd'; the same date twice for a
      * single day) before CHECK-CLOSED-PERIODS.
        01 WS-MCLOSE-STATUS PIC X(2) VALUE '00'.
        01 WS-MCLOSE-EOF PIC X(1) VALUE 'N'.
           88 END-OF-MCLOSE VALUE 'Y'.
        01 WS-MCLOSE-FROM-DATE PIC X(8) VALUE SPACES.
        01 WS-MCLOSE-TO-DATE PIC X(8) VALUE SPACES.
        01 WS-MCLOSE-FLAG PIC X(1) VALUE 'N'.
           88 CLOSED-PERIOD-HIT VALUE 'Y'.
      * The closed period the range touches, and who closed it
        01 WS-MCLOSE-PERIOD PIC X(6) VALUE SPACES.
        01 WS-MCLOSE-CLOSED-BY PIC X(8) VALUE SPACES.
      * Every period's current MONTH-CLOSE status, netted
        01 MCLOSE-TABLE.
           05 MCLOSE-COUNT PIC 9(3) VALUE 0.
           05 MCLOSE-ENTRY OCCURS 240 TIMES.
              10 MCT-PERIOD PIC X(6).
              10 MCT-STATUS PIC X(1).
              10 MCT-CLOSED-BY PIC X(8).
        01 MCT-IX PIC 9(3).
