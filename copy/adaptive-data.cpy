      *> ============================================================
      *> adaptive-data.cpy -- Data for adaptive difficulty
      *> DOOM_ADAPTIVE=1 lets the player's own recent history on a
      *> map move its difficulty. At every level start the results
      *> ledger is read for the player's rows on this map and
      *> skill: a run of deaths and walk-aways eases the monsters
      *> (less damage, less health, pickups that come back), a run
      *> of quick first-try completions tightens them. Each
      *> adjustment goes to the journal and is stamped on the
      *> attempt's ledger row (LG-ADAPT), and a stamped row never
      *> sets a best, a ghost or a split against fixed-skill runs.
      *> Demo recording and playback, netplay, horde and drill
      *> runs always play the skill as picked.
      *> All variables prefixed WS-ADP-.
      *> ============================================================

       01 WS-ADP-ENV               PIC X(8).
       01 WS-ADP-ON                PIC 9 VALUE 0.

      *> --- This attempt's adjustment: -2 and -1 ease, +1 and +2
      *>     tighten, 0 plays the skill as picked. WS-ADP-STAMP is
      *>     the same as the ledger shows it, spaces for 0 ---
       01 WS-ADP-STEP              PIC S9 VALUE 0.
       01 WS-ADP-STAMP             PIC X(2) VALUE SPACES.
       01 WS-ADP-DMG-PCT           PIC 9(3) VALUE 100.
       01 WS-ADP-HP-PCT            PIC 9(3) VALUE 100.

      *> --- Scaling per step, applied on top of the skill tables
      *>     in enemies-data.cpy (index = step + 3) ---
       01 WS-ADP-DMG-PCT-DATA.
          05 FILLER PIC 9(3) VALUE 060.
          05 FILLER PIC 9(3) VALUE 080.
          05 FILLER PIC 9(3) VALUE 100.
          05 FILLER PIC 9(3) VALUE 115.
          05 FILLER PIC 9(3) VALUE 130.
       01 WS-ADP-DMG-PCT-R REDEFINES WS-ADP-DMG-PCT-DATA.
          05 WS-ADP-DMG-STEP-PCT   PIC 9(3) OCCURS 5 TIMES.
       01 WS-ADP-HP-PCT-DATA.
          05 FILLER PIC 9(3) VALUE 070.
          05 FILLER PIC 9(3) VALUE 085.
          05 FILLER PIC 9(3) VALUE 100.
          05 FILLER PIC 9(3) VALUE 110.
          05 FILLER PIC 9(3) VALUE 120.
       01 WS-ADP-HP-PCT-R REDEFINES WS-ADP-HP-PCT-DATA.
          05 WS-ADP-HP-STEP-PCT    PIC 9(3) OCCURS 5 TIMES.

      *> --- When to step: failed attempts (D or A rows) in a row
      *>     since the last completion ease by one step at 3 and
      *>     two at 5; quick clean completions in a row -- no
      *>     failure before them, and within 125% of the best time
      *>     so far -- tighten by one at 2 and two at 4 ---
       01 WS-ADP-EASE1-FAILS       PIC 9(2) VALUE 03.
       01 WS-ADP-EASE2-FAILS       PIC 9(2) VALUE 05.
       01 WS-ADP-TIGHT1-QUICK      PIC 9(2) VALUE 02.
       01 WS-ADP-TIGHT2-QUICK      PIC 9(2) VALUE 04.
       01 WS-ADP-QUICK-PCT         PIC 9(3) VALUE 125.

      *> --- The history as read ---
       01 WS-ADP-FAILS             PIC 9(5).
       01 WS-ADP-QUICK             PIC 9(5).
       01 WS-ADP-BEST              PIC 9(5).
       01 WS-ADP-PLAYER            PIC X(8).
       01 WS-ADP-FAILS-ED          PIC Z(4)9.
