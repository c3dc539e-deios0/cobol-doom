       01 WS-AMMO-MAX-ROCKETS  PIC 9(3) VALUE 050.
       01 WS-HAS-BACKPACK      PIC 9 VALUE 0.

      *> --- Per-pool base capacity and clip size, in the order of
      *>     the ammo fields above (1 bullets, 2 shells, 3 cells,
      *>     4 rockets). SET-AMMO-CAPACITY derives the limits from
      *>     the capacities; pickups hand out clips -- one for a
      *>     clip or single item, two with a weapon, five in a box,
      *>     one of each in a backpack. A DEHACKED Ammo block can
      *>     change both (capacity at most 400, clip at most 39, so
      *>     a backpack's doubled limit plus a box stays in PIC 9(3))
      *>     ---
       01 WS-AMMO-TAB-DATA.
          05 FILLER PIC 9(3) VALUE 200.
          05 FILLER PIC 9(3) VALUE 010.
          05 FILLER PIC 9(3) VALUE 050.
          05 FILLER PIC 9(3) VALUE 004.
          05 FILLER PIC 9(3) VALUE 300.
          05 FILLER PIC 9(3) VALUE 020.
          05 FILLER PIC 9(3) VALUE 050.
          05 FILLER PIC 9(3) VALUE 001.
       01 WS-AMMO-TAB REDEFINES WS-AMMO-TAB-DATA.
          05 WS-AMMO-ENT OCCURS 4 TIMES.
             10 WS-AMMO-CAP        PIC 9(3).
             10 WS-AMMO-CLIP       PIC 9(3).

      *> --- Cheat-console toggles (see console-data.cpy/console-
      *>     proc.cpy); off by default, only reachable from the
      *>     in-game cheat console ---
