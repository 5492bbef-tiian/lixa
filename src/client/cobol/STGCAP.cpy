      * STORAGE-CAPACITY record: the single control record that
      * tells EXAMPLE61_STORAGE what it is forecasting against.
      *
      *   CAP-CAPACITY-BYTES - the space on the trail filesystem
      *       the suite's files may use;
      *   CAP-ALERT-DAYS     - a forecast of fewer days to full
      *       than this raises the alert and a recommended
      *       EXAMPLE11_HOUSEKEEP cutoff;
      *   CAP-HEADROOM-PCT   - the pre-window verdict: tonight's
      *       projected growth must leave at least this share of
      *       the capacity free, or the window is blocked;
      *   CAP-HISTORY-DAYS   - how many days of STORAGE-HISTORY
      *       the daily growth is averaged over (zero: 14);
      *   CAP-MIN-LIVE-DAYS  - a recommended cutoff never leaves
      *       fewer days than this in the live files (zero: 30),
      *       whatever the forecast says.
        05 CAP-CAPACITY-BYTES PIC 9(15).
        05 CAP-ALERT-DAYS     PIC 9(4).
        05 CAP-HEADROOM-PCT   PIC 9(3).
        05 CAP-HISTORY-DAYS   PIC 9(3).
        05 CAP-MIN-LIVE-DAYS  PIC 9(4).
