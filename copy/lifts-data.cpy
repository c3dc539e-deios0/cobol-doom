             10 WS-LF-OFFSET       PIC 9(3).
      *>       0=fully up, 32=fully lowered
             10 WS-LF-BASE-FLOOR-H PIC S9(3).
             10 WS-LF-PERPETUAL    PIC 9.
      *>       1=generalized perpetual lift: back at the top it
      *>       lowers again rather than coming to rest

      *> --- Lift working variables ---
       01 WS-LF-IDX                PIC 9(3).
