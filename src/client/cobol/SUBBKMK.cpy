      * SUBSCRIBER-BOOKMARKS record: how far each subscriber's
      * change deliveries have got.  EXAMPLE59_SUBDIST appends one
      * row per subscriber it delivered to, once that delivery is
      * written and registered; like the other append-only control
      * files it is netted last-record-wins, here by subscriber.
      * The next delivery starts after SBM-THROUGH-TIMESTAMP, so a
      * subscriber that missed a day - suspended, or its delivery
      * failed - gets everything since, not only the current day.
        05 SBM-SUBSCRIBER        PIC X(12).
      * The last CHANGE-AUDIT timestamp the delivery covered
        05 SBM-THROUGH-TIMESTAMP PIC X(21).
      * The run and the delivery sequence that moved the bookmark
        05 SBM-RUN-ID            PIC X(13).
        05 SBM-SEQUENCE          PIC 9(6).
        05 SBM-TIMESTAMP         PIC X(21).
