      *>     and its sublump byte total), so editing the same PWAD
      *>     in place invalidates the cache instead of serving the
      *>     stale grid forever. ---
       01 WS-MCC-VERSION           PIC 9(2) VALUE 04.
       01 WS-MCC-HEADER.
          05 WS-MCC-H-VERSION      PIC 9(2).
          05 WS-MCC-H-WAD          PIC X(64).
