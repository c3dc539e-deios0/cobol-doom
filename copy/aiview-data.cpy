      *> ============================================================
      *> aiview-data.cpy -- Data for the monster AI overlay
      *> The console's "aiview" command lays every live monster's
      *> thinking over the automap radar: its AI state as its
      *> colour, a tick for the way it faces, a line to what it is
      *> after (the player, a monster it is infighting, or the
      *> point its idle patrol walks toward), the cell its route
      *> steps into next, and a dot when it has line of sight.
      *> "aiview next", "aiview near" or "aiview <slot>" picks one
      *> monster for the side panel -- health, cooldowns, detour
      *> and the last state change -- also printed to the console
      *> at the moment it is picked.
      *> All variables prefixed WS-AIV-.
      *> ============================================================

       01 WS-AIV-ON                PIC 9 VALUE 0.
       01 WS-AIV-SEL               PIC 9(3) VALUE 0.
      *>   Sprite slot shown in the side panel, 0 = none

      *> --- State changes, watched every tic whether or not the
      *>     overlay is up: the state a slot was in last tic, the
      *>     state it changed from and the tic it changed on.
      *>     9 = not seen yet this level ---
       01 WS-AIV-TIC               PIC 9(9) VALUE 0.
       01 WS-AIV-WATCH-TABLE.
          05 WS-AIV-WATCH OCCURS 400 TIMES.
             10 WS-AIV-PREV        PIC 9.
             10 WS-AIV-FROM        PIC 9.
             10 WS-AIV-AT          PIC 9(9).

      *> --- AI state names and overlay colours, by WS-EN-STATE + 1
      *>     (0 IDLE to 6 DEAD, see enemies-data.cpy) ---
       01 WS-AIV-STATE-NAMES.
          05 FILLER PIC X(6) VALUE "IDLE".
          05 FILLER PIC X(6) VALUE "ALERT".
          05 FILLER PIC X(6) VALUE "CHASE".
          05 FILLER PIC X(6) VALUE "ATTACK".
          05 FILLER PIC X(6) VALUE "PAIN".
          05 FILLER PIC X(6) VALUE "DYING".
          05 FILLER PIC X(6) VALUE "DEAD".
       01 WS-AIV-STATE-NAME-T REDEFINES WS-AIV-STATE-NAMES.
          05 WS-AIV-STATE-NAME     PIC X(6) OCCURS 7 TIMES.
       01 WS-AIV-STATE-COLOURS.
          05 FILLER PIC X(3) VALUE X"909090".
          05 FILLER PIC X(3) VALUE X"FFFF00".
          05 FILLER PIC X(3) VALUE X"FF8000".
          05 FILLER PIC X(3) VALUE X"FF0000".
          05 FILLER PIC X(3) VALUE X"FF00FF".
          05 FILLER PIC X(3) VALUE X"600000".
          05 FILLER PIC X(3) VALUE X"600000".
       01 WS-AIV-STATE-COLOUR-T REDEFINES WS-AIV-STATE-COLOURS.
          05 WS-AIV-STATE-RGB OCCURS 7 TIMES.
             10 WS-AIV-STATE-R     PIC X.
             10 WS-AIV-STATE-G     PIC X.
             10 WS-AIV-STATE-B     PIC X.

      *> --- Target line colours: the player, another monster,
      *>     the patrol point ---
       01 WS-AIV-TGT-PLAYER-RGB    PIC X(3) VALUE X"C0C0C0".
       01 WS-AIV-TGT-FOE-RGB       PIC X(3) VALUE X"00FFFF".
       01 WS-AIV-TGT-PATROL-RGB    PIC X(3) VALUE X"006000".
       01 WS-AIV-ROUTE-RGB         PIC X(3) VALUE X"4060FF".
       01 WS-AIV-LOS-RGB           PIC X(3) VALUE X"FFFFFF".
       01 WS-AIV-PICK-RGB          PIC X(3) VALUE X"FFFFFF".
       01 WS-AIV-RGB-W.
          05 WS-AIV-RGB-R          PIC X.
          05 WS-AIV-RGB-G          PIC X.
          05 WS-AIV-RGB-B          PIC X.

      *> --- Side panel placement (virtual 320x200), right of the
      *>     radar ---
       01 WS-AIV-PANEL-X           PIC 9(3) VALUE 112.
       01 WS-AIV-PANEL-Y           PIC 9(3) VALUE 010.
       01 WS-AIV-PANEL-W           PIC 9(3) VALUE 160.
       01 WS-AIV-PANEL-H           PIC 9(3) VALUE 078.
       01 WS-AIV-LINE-Y            PIC 9(3).

      *> --- One monster worked out for drawing: what it is after
      *>     (WS-AIV-TGT-KIND P = the player, M = a monster, W =
      *>     its patrol walk) and where, the unit direction it is
      *>     going and the route cell that direction steps into ---
       01 WS-AIV-I                 PIC 9(3).
       01 WS-AIV-TGT-KIND          PIC X.
       01 WS-AIV-TGT-X             PIC S9(5)V9(4).
       01 WS-AIV-TGT-Y             PIC S9(5)V9(4).
       01 WS-AIV-DIR-X             PIC S9(3)V9(4).
       01 WS-AIV-DIR-Y             PIC S9(3)V9(4).
       01 WS-AIV-LEN               PIC S9(5)V9(4).
       01 WS-AIV-STEP-COL          PIC S9(5).
       01 WS-AIV-STEP-ROW          PIC S9(5).
       01 WS-AIV-TRIG-IDX          PIC 9(5).

      *> --- World point to radar pixel, and the line plotter ---
       01 WS-AIV-WX                PIC S9(5)V9(4).
       01 WS-AIV-WY                PIC S9(5)V9(4).
       01 WS-AIV-PX                PIC S9(5).
       01 WS-AIV-PY                PIC S9(5).
       01 WS-AIV-MX                PIC S9(5).
       01 WS-AIV-MY                PIC S9(5).
       01 WS-AIV-X1                PIC S9(5).
       01 WS-AIV-Y1                PIC S9(5).
       01 WS-AIV-X2                PIC S9(5).
       01 WS-AIV-Y2                PIC S9(5).
       01 WS-AIV-LDX               PIC S9(5).
       01 WS-AIV-LDY               PIC S9(5).
       01 WS-AIV-STEPS             PIC 9(5).
       01 WS-AIV-K                 PIC 9(5).
       01 WS-AIV-BOX-X2            PIC 9(3).
       01 WS-AIV-BOX-Y2            PIC 9(3).

      *> --- Panel text ---
       01 WS-AIV-ARG               PIC X(8).
       01 WS-AIV-NUM-ED            PIC Z(8)9.
       01 WS-AIV-NUM2-ED           PIC Z(8)9.
       01 WS-AIV-TEXTS.
          05 WS-AIV-TEXT           PIC X(40) OCCURS 8 TIMES.
       01 WS-AIV-WORD              PIC X(8).
       01 WS-AIV-BEST              PIC 9(3).
       01 WS-AIV-BEST-D            PIC S9(9)V9(4).
       01 WS-AIV-D                 PIC S9(9)V9(4).
