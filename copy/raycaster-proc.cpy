           MOVE 16 TO WS-MAP-SIZE
           MOVE 0 TO WS-SEG-COUNT
           MOVE 0 TO WS-CR-COUNT
           MOVE 0 TO WS-PL-COUNT
      *>   The hardcoded cells carry raw texture ids 1-5 -- reset
      *>   the demand cache so defs 1-5 really land in slots 1-5
      *>   (the sky or the WAD inspector may have filled low slots
           MOVE 16 TO WS-MAP-SIZE
           MOVE 0 TO WS-SEG-COUNT
           MOVE 0 TO WS-CR-COUNT
           MOVE 0 TO WS-PL-COUNT
      *>   The hardcoded cells carry raw texture ids 1-5 -- reset
      *>   the demand cache so defs 1-5 really land in slots 1-5
      *>   (the sky or the WAD inspector may have filled low slots
           MOVE 0 TO WS-HAS-CHAINSAW
           MOVE 0 TO WS-BERSERK-ON
           MOVE 0 TO WS-HAS-BACKPACK
           PERFORM SET-AMMO-CAPACITY
           MOVE 0 TO WS-PU-INVULN-TICKS
           MOVE 0 TO WS-PU-INVIS-TICKS
           MOVE 0 TO WS-PU-LAMP-TICKS
           MOVE 0 TO WS-DL-COUNT
           .

      *> ============================================================
      *> SET-AMMO-CAPACITY: Each pool's limit from WS-AMMO-CAP,
      *> doubled while the backpack is owned
      *> ============================================================
       SET-AMMO-CAPACITY.
           MOVE WS-AMMO-CAP(1) TO WS-AMMO-MAX-BULLETS
           MOVE WS-AMMO-CAP(2) TO WS-AMMO-MAX-SHELLS
           MOVE WS-AMMO-CAP(3) TO WS-AMMO-MAX-CELLS
           MOVE WS-AMMO-CAP(4) TO WS-AMMO-MAX-ROCKETS
           IF WS-HAS-BACKPACK = 1
               COMPUTE WS-AMMO-MAX-BULLETS = WS-AMMO-CAP(1) * 2
               COMPUTE WS-AMMO-MAX-SHELLS = WS-AMMO-CAP(2) * 2
               COMPUTE WS-AMMO-MAX-CELLS = WS-AMMO-CAP(3) * 2
               COMPUTE WS-AMMO-MAX-ROCKETS = WS-AMMO-CAP(4) * 2
           END-IF
           .

      *> ============================================================
      *> INIT-PLAYER-POSITION: Place the player at the current map's
      *> spawn point without touching health/ammo/armor. Used when
           MOVE WS-PZ-TARGET TO WS-PZ

      *>   A fresh spawn starts a fresh traffic trace, a fresh
      *>   last-run recording for the best-run ghost loop (and the
      *>   tic count screenshots are stamped with), a fresh read
      *>   of the map's objectives and trigger files, the split
      *>   clock restarted, the map noted in the audit log, the
      *>   play counted to a kiosk visit, practice dropped on any
      *>   map but its own and a level left with practice off put
      *>   back on the ledger (ahead of the attempt's assist flag,
      *>   which practice still on sets again), and the map's
      *>   automap notes read back
           PERFORM HM-RESET
           PERFORM LR-START-LEVEL
           MOVE 0 TO WS-SS-TIC
           PERFORM LOAD-OBJECTIVES
           PERFORM LOAD-MAP-TRIGGERS
           PERFORM SPL-START-LEVEL
           PERFORM AUDIT-NOTE-MAP
           PERFORM KIOSK-NOTE-PLAY
           PERFORM PRC-SPAWN
           PERFORM RFL-START-ATTEMPT
           PERFORM AA-START-ATTEMPT
           PERFORM DV-NOTE-SPAWN
           PERFORM AN-LOAD-MAP
           .

      *> ============================================================
               MOVE WS-SCREEN-H TO WS-WALL-BOT
           END-IF

      *>   --- Keyed door under colour-vision mode: noted for its
      *>       letter (CVD-DRAW-DOOR-MARKS) ---
           IF WS-CVD-MODE > 0
               PERFORM CVD-NOTE-COLUMN
           END-IF

      *>   --- Texture U coordinate (a segment hit brings its own
      *>       position along the true wall surface) ---
           IF WS-SEG-OVERRIDE = 1
                       MOVE 1 TO WS-SPECTATOR-ON
                       MOVE WS-NOCLIP TO WS-SPECTATOR-SAVED-NOCLIP
                       MOVE 1 TO WS-NOCLIP
                       MOVE "V" TO WS-RFL-NEW-HOW
                       PERFORM RFL-NOTE-USE
                   END-IF
               END-IF
               MOVE 1 TO WS-SPECTATOR-KEY-PREV
