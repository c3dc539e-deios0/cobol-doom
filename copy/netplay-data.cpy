      *> ============================================================
      *> netplay-data.cpy -- Data for two-player lockstep sessions
      *> Each peer sends its own 21-slot per-tic key record and
      *> receives the other's over a socket, then both machines
      *> simulate both players -- the same deterministic-tic property
      *> the demo system relies on, stretched across two boxes.
      *> A session is deathmatch unless DOOM_NET_COOP=1 makes it
      *> co-op: both marines on the player 1/2 starts, the map's
      *> monsters, doors, lifts and pickups live for both, one
      *> shared keyring, either marine's exit ends the level.
      *> All variables prefixed WS-NET-.
      *> ============================================================

       01 WS-NET-PORT              PIC 9(5) COMP-5 VALUE 05029.
       01 WS-NET-RC                PIC S9(9) COMP-5.

       01 WS-NET-COOP-ON           PIC 9 VALUE 0.
      *>   1 = co-op session (DOOM_NET_COOP=1), 0 = deathmatch
       01 WS-NET-COOP-ENV          PIC X(8).

      *> --- The remote player's key record for this tic, swapped
      *>     against WS-KEYS by net_exchange_keys every sim tic ---
       01 WS-NET-KEYS.

      *> --- Thing scan index for the deathmatch-start sweep ---
       01 WS-NET-THING-I           PIC 9(3).

      *> --- Co-op: the player 1 and player 2 starts (thing types
      *>     1 and 2), kept for the respawns ---
       01 WS-NET-CO-TABLE.
          05 WS-NET-CO OCCURS 2 TIMES.
             10 WS-NET-CO-X        PIC S9(5)V9(4).
             10 WS-NET-CO-Y        PIC S9(5)V9(4).
             10 WS-NET-CO-A        PIC S9(5).
       01 WS-NET-CO-P2-FOUND       PIC 9.
       01 WS-NET-CO-SLOT           PIC 9.

      *> --- Co-op: the remote marine standing in the player's
      *>     place (UPDATE-ENEMIES, the use/lift/exit checks). The
      *>     local marine's position, facing, keys and walk-over
      *>     cell wait here meanwhile ---
       01 WS-NET-AS-PLAYER         PIC 9 VALUE 0.
      *>   1 = WS-PX/WS-PY/WS-PA/WS-KEYS are the remote marine's
       01 WS-NET-SAVE-PX           PIC S9(5)V9(4).
       01 WS-NET-SAVE-PY           PIC S9(5)V9(4).
       01 WS-NET-SAVE-PA           PIC S9(5).
       01 WS-NET-SAVE-KEYS         PIC X(84).
       01 WS-NET-SAVE-TG-ROW       PIC S9(5).
       01 WS-NET-SAVE-TG-COL       PIC S9(5).
       01 WS-NET-TG-PREV-ROW       PIC S9(5) VALUE 0.
       01 WS-NET-TG-PREV-COL       PIC S9(5) VALUE 0.
       01 WS-NET-SAVE-TP-ROW       PIC S9(5).
       01 WS-NET-SAVE-TP-COL       PIC S9(5).
       01 WS-NET-SAVE-TP-FREEZE    PIC 9(2).
       01 WS-NET-TP-PREV-ROW       PIC S9(5) VALUE 0.
       01 WS-NET-TP-PREV-COL       PIC S9(5) VALUE 0.
       01 WS-NET-TP-FREEZE         PIC 9(2) VALUE 0.
      *>   The remote's own teleporter cell and input freeze
       01 WS-NET-SAVE-TP-FLASH     PIC 9(2).
       01 WS-NET-SAVE-PZ           PIC S9(5)V9(4).
       01 WS-NET-SAVE-PZ-TARGET    PIC S9(5)V9(4).
       01 WS-NET-SAVE-FALL-VEL     PIC 9V9(4).
       01 WS-NET-SAVE-FALL-DIST    PIC 9(3)V9(4).
       01 WS-NET-SAVE-LIQ-IN       PIC 9.
      *>   Only the local marine's view and footing -- a teleport
      *>   taken by the remote must not flash or drop this screen
       01 WS-NET-CHECK             PIC 9.
      *>   Which position check NET-COOP-CHECK-BEFORE/-AFTER run
      *>   for the remote marine: 1=use key, 2=pickups,
      *>   3=teleporters and walk-over lines, 4=lifts, 5=exit and
      *>   secrets, 6=crushers

      *> --- Co-op: which marine a monster or a missile goes for.
      *>     The nearer one from WS-NET-FROM-X/Y; a dead heat goes
      *>     to the host's marine on both machines ---
       01 WS-NET-FROM-X            PIC S9(5)V9(4).
       01 WS-NET-FROM-Y            PIC S9(5)V9(4).
       01 WS-NET-DIST-L            PIC S9(9)V9(4).
       01 WS-NET-DIST-R            PIC S9(9)V9(4).
       01 WS-NET-NEAR-REMOTE       PIC 9.

      *> --- Co-op: a marine that dies respawns on its own start.
      *>     The dying machine flags it in the quit slot of its
      *>     next key record (quit itself travels as -1), and both
      *>     machines move that marine on the tic the record
      *>     arrives ---
       01 WS-NET-RESPAWN-MARK      PIC S9(9) COMP-5 VALUE 2.
       01 WS-NET-RESPAWN-PEND      PIC 9 VALUE 0.
       01 WS-NET-QUIT-SLOT         PIC S9(9) COMP-5.

      *> --- Co-op: the remote marine's shot at the monsters ---
       01 WS-NET-MF-IDX            PIC 9(3).
       01 WS-NET-MF-BEST-IDX       PIC 9(3).
       01 WS-NET-MF-BEST-DEPTH     PIC S9(7)V9(4).
       01 WS-NET-MF-KILLS-W        PIC 9(3).
       01 WS-NET-MF-SCORE-W        PIC 9(5).
       01 WS-NET-MF-CAR-W          PIC 9(7).
       01 WS-NET-LOS-TO-X          PIC S9(5)V9(4).
       01 WS-NET-LOS-TO-Y          PIC S9(5)V9(4).

      *> --- Co-op: the remote marine's pickups and its level
      *>     tallies for the intermission (the local marine's are
      *>     WS-KILL-COUNT and WS-ITEM-COUNT) ---
       01 WS-NET-PK-DIST-X         PIC S9(5)V9(4).
       01 WS-NET-PK-DIST-Y         PIC S9(5)V9(4).
       01 WS-NET-KILLS             PIC 9(3) VALUE 0.
       01 WS-NET-ITEMS             PIC 9(3) VALUE 0.
       01 WS-NET-MSG               PIC X(40).

      *> --- Session recording (DOOM_NET_RECORD=1) and playback
      *>     (DOOM_NET_PLAYBACK=1) through NETREC-FILE, by default
      *>     netsess.rec (DOOM_NET_REC_FILE overrides). A playback
      *>     given the other peer's recording in DOOM_NET_REC_PEER
      *>     also reports whether the two machines drifted apart ---
       01 WS-NET-REC-MODE          PIC 9 VALUE 0.
      *>   0=off, 1=recording this session, 2=replaying a recording
      *>   in place of the socket
       01 WS-NET-REC-ENV           PIC X(8).
       01 WS-NET-REC-FILENAME      PIC X(32) VALUE "netsess.rec".
       01 WS-NET-REC-FILE-ENV      PIC X(32).
       01 WS-NET-REC-STATUS        PIC XX.
       01 WS-NET-REC-TIC           PIC 9(7) VALUE 0.
       01 WS-NET-REC-GOT           PIC 9.
      *>   Key records read for this tic (host's and joiner's)
       01 WS-NET-REC-CK-WORK       PIC S9(18) COMP-5.
       01 WS-NET-REC-CK-SUM        PIC S9(9) COMP-5.
       01 WS-NET-REC-CK-I          PIC 9(3).
       01 WS-NET-PEER-FILENAME     PIC X(32).
       01 WS-NET-PEER-STATUS       PIC XX.
       01 WS-NET-PEER-ON           PIC 9 VALUE 0.
       01 WS-NET-PEER-GOT          PIC 9.
       01 WS-NET-PEER-COMPARED     PIC 9(5) VALUE 0.
       01 WS-NET-PEER-DIVERGED     PIC 9 VALUE 0.
