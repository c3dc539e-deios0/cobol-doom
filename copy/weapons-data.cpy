      *>   weapon except the chaingun, which also fires on a held
      *>   key (sustained fire)

      *> --- Ammo cost of the shot being fired, from the table
      *>     below (see the READY state) ---
       01 WS-WP-AMMO-COST          PIC 9(3) VALUE 1.

      *> --- Per-weapon ammo pool and cost per shot, indexed by
      *>     WS-WP-CURRENT + 1. The pool numbers WS-AMMO-ENT (1
      *>     bullets, 2 shells, 3 cells, 4 rockets); 0 = the weapon
      *>     needs none. One round a shot, except the BFG's
      *>     40-cell charge. A DEHACKED Weapon block can re-point
      *>     either ---
       01 WS-WP-AMMO-TAB-DATA.
          05 FILLER PIC 9    VALUE 0.
          05 FILLER PIC 9(3) VALUE 000.
      *>       0 = fist
          05 FILLER PIC 9    VALUE 1.
          05 FILLER PIC 9(3) VALUE 001.
      *>       1 = pistol
          05 FILLER PIC 9    VALUE 2.
          05 FILLER PIC 9(3) VALUE 001.
      *>       2 = shotgun
          05 FILLER PIC 9    VALUE 1.
          05 FILLER PIC 9(3) VALUE 001.
      *>       3 = chaingun
          05 FILLER PIC 9    VALUE 3.
          05 FILLER PIC 9(3) VALUE 001.
      *>       4 = plasma rifle
          05 FILLER PIC 9    VALUE 4.
          05 FILLER PIC 9(3) VALUE 001.
      *>       5 = rocket launcher
          05 FILLER PIC 9    VALUE 3.
          05 FILLER PIC 9(3) VALUE 040.
      *>       6 = BFG
          05 FILLER PIC 9    VALUE 0.
          05 FILLER PIC 9(3) VALUE 000.
      *>       7 = chainsaw
       01 WS-WP-AMMO-TAB REDEFINES WS-WP-AMMO-TAB-DATA.
          05 WS-WP-AMMO-ENT OCCURS 8 TIMES.
             10 WS-WP-POOL         PIC 9.
             10 WS-WP-SHOT-COST    PIC 9(3).

      *> --- Fist melee range (grid units) ---
       01 WS-WP-MELEE-RANGE        PIC 9V9(4) VALUE 1.5000.
