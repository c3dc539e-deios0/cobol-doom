      *> ============================================================
      *> runflag-data.cpy -- Data for flagging assisted runs
      *> Each level attempt -- every spawn, restart and map moved
      *> on to -- starts clean, and is flagged the moment the
      *> console's god, give ammo or noclip commands are used, a
      *> DOOM_SCRIPT startup script is armed, the spectator
      *> camera is switched on, or a practice start is marked
      *> (a practised level writes no ledger row at all, see
      *> practice-data). A flagged attempt is still written
      *> to the ledger and weapon stats, marked with how it was
      *> flagged, but sets no best time or score, promotes no
      *> best-run ghost, moves no split bests, files no daily
      *> arena result, earns no achievement and adds nothing to
      *> the player's career kills, deaths or shots.
      *> All variables prefixed WS-RFL-.
      *> ============================================================

       01 WS-RFL-ON                PIC 9 VALUE 0.
      *>   1 once this attempt has been flagged
       01 WS-RFL-HOW               PIC X VALUE SPACE.
      *>   What flagged it first, as stamped on the ledger and
      *>   weapon-stats rows: G = god, A = give ammo, N = noclip,
      *>   S = startup script, V = spectator view, P = practice
      *>   segment; space = clean
       01 WS-RFL-NEW-HOW           PIC X.
      *>   The use being noted, set by the caller

      *> --- The career numbers as the attempt found them: a flag
      *>     partway through takes back what the attempt had
      *>     already added ---
       01 WS-RFL-CAR-KILLS         PIC 9(7).
       01 WS-RFL-CAR-DEATHS        PIC 9(5).
       01 WS-RFL-CAR-SHOT-TABLE.
          05 WS-RFL-CAR-SHOTS      PIC 9(7) OCCURS 8 TIMES.

      *> --- Report text for a row's flag ---
       01 WS-RFL-TEXT              PIC X(10).

      *> --- Working variables ---
       01 WS-RFL-I                 PIC 9.
