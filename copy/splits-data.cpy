      *> ============================================================
      *> splits-data.cpy -- Data for the speedrun split timer
      *> Every key picked up, secret found, door opened, tagged
      *> special set off and the exit itself is a split point. The
      *> message line shows the live time at each one against the
      *> player's personal-best run (the split's time in it) and
      *> best segment (the fastest the stretch leading to it was
      *> ever run). splits_<map>.spl -- splits_<map>_<id>.spl for
      *> a signed-in player, named like the best-run ghost -- holds
      *> both, rewritten at the exit whenever a segment or the
      *> whole run improves; the best segments along the PB route
      *> add up to the map's sum of best. Times are in tenths of a
      *> second. All variables prefixed WS-SPL-.
      *> ============================================================

       01 WS-SPL-FILENAME          PIC X(32).
       01 WS-SPL-STATUS            PIC XX.
       01 WS-SPL-ON                PIC 9 VALUE 0.
      *>   1 while this life's splits are being timed (never for
      *>   playback or netplay)
       01 WS-SPL-START-MS          PIC 9(9).
       01 WS-SPL-ID                PIC X(12).
      *>   The split point being taken, set by the caller

      *> --- The stored splits: the PB route in ORDER (1 up, 0 =
      *>     not on it), each with its PB time and best segment ---
       01 WS-SPL-B-COUNT           PIC 9(2) VALUE 0.
       01 WS-SPL-BEST-TABLE.
          05 WS-SPL-B OCCURS 48 TIMES.
             10 WS-SPL-B-ID        PIC X(12).
             10 WS-SPL-B-ORDER     PIC 9(2).
             10 WS-SPL-B-PB        PIC 9(6).
             10 WS-SPL-B-SEG       PIC 9(6).

      *> --- This run's splits, in the order they were taken ---
       01 WS-SPL-R-COUNT           PIC 9(2) VALUE 0.
       01 WS-SPL-RUN-TABLE.
          05 WS-SPL-R OCCURS 48 TIMES.
             10 WS-SPL-R-ID        PIC X(12).
             10 WS-SPL-R-TIME      PIC 9(6).
             10 WS-SPL-R-SEG       PIC 9(6).

      *> --- The map's figures: PB time and sum of best ---
       01 WS-SPL-PB                PIC 9(6) VALUE 0.
       01 WS-SPL-SOB               PIC 9(6) VALUE 0.
       01 WS-SPL-CHANGED           PIC 9.

      *> --- Working variables ---
       01 WS-SPL-I                 PIC 9(2).
       01 WS-SPL-K                 PIC 9(2).
       01 WS-SPL-FOUND             PIC 9(2).
       01 WS-SPL-NOW               PIC 9(6).
       01 WS-SPL-LAST              PIC 9(6).
       01 WS-SPL-SEG               PIC 9(6).
       01 WS-SPL-T                 PIC 9(6).
       01 WS-SPL-REM               PIC 9(6).
       01 WS-SPL-DELTA             PIC S9(6).
       01 WS-SPL-DELTA-SECS        PIC S9(5)V9.
       01 WS-SPL-DELTA-ED          PIC +++++9.9.
       01 WS-SPL-MINS              PIC 9(4).
       01 WS-SPL-SECS              PIC 9(2).
       01 WS-SPL-TENTH             PIC 9.
       01 WS-SPL-MINS-ED           PIC ZZZ9.
       01 WS-SPL-TIME-TXT          PIC X(10).
       01 WS-SPL-TIME2-TXT         PIC X(10).
       01 WS-SPL-NUM-ED            PIC ZZZZ9.
       01 WS-SPL-TXT               PIC X(40).
