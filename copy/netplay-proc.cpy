      *> ============================================================
      *> netplay-proc.cpy -- Two-player lockstep sessions
      *> INIT-NET-MODE:     open the session (DOOM_NET=1 host,
      *>                    DOOM_NET=2 join DOOM_NET_PEER;
      *>                    DOOM_NET_COOP=1 for co-op)
      *> NET-SPAWN-PLAYERS: put both marines on the map's deathmatch
      *>                    start things (type 11), or in co-op on
      *>                    the player 1/2 starts
      *> NET-EXCHANGE-TICK: swap this tic's WS-KEYS for the peer's
      *> NET-TICK:          simulate the remote marine from its keys
      *> RENDER-NET-PLAYER: marker column for the remote marine
      *> NET-COOP-*:        the remote marine in the co-op world --
      *>                    monsters, pickups, switches, lifts,
      *>                    teleporters, exits and respawns
      *> NET-REC-*:         record a session's two key streams and
      *>                    checksums, or replay one on one machine
      *> Both machines run both players from the same two key
      *> streams, so the sessions stay bit-identical the way demo
      *> playback does -- the socket only ever carries key records.
      *> INIT-NET-MODE: Check DOOM_NET. 1 hosts on WS-NET-PORT and
      *> blocks for the peer; 2 connects to DOOM_NET_PEER. A native
      *> shim build without the net entry points just leaves the
      *> session off, the sdl_mouse_input convention. A session
      *> recording being replayed stands in for the whole session.
      *> ============================================================
       INIT-NET-MODE.
           PERFORM NET-REC-INIT-PLAYBACK
           IF WS-NET-REC-MODE = 2
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NET-ENV
           ACCEPT WS-NET-ENV FROM ENVIRONMENT "DOOM_NET"
           IF WS-NET-ENV(1:1) NOT = "1" AND WS-NET-ENV(1:1) NOT = "2"

           IF WS-NET-RC = 0
               MOVE 1 TO WS-NET-ON
               MOVE SPACES TO WS-NET-COOP-ENV
               ACCEPT WS-NET-COOP-ENV FROM ENVIRONMENT "DOOM_NET_COOP"
               IF WS-NET-COOP-ENV(1:1) = "1"
                   MOVE 1 TO WS-NET-COOP-ON
                   DISPLAY "Co-op session up (player " WS-NET-ROLE
                       ")"
               ELSE
                   DISPLAY "Deathmatch session up (role "
                       WS-NET-ROLE ")"
               END-IF
               PERFORM NET-REC-INIT-RECORD
           ELSE
               DISPLAY "ERROR: could not open deathmatch session, "
                   "rc=" WS-NET-RC
           IF WS-NET-ON NOT = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-NET-COOP-ON = 1
               PERFORM NET-COOP-SPAWN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NET-DM-COUNT
           PERFORM VARYING WS-NET-THING-I FROM 1 BY 1
      *> peer -- blocking, which is exactly the lockstep: neither
      *> machine simulates tic N until it holds both players' keys
      *> for tic N. A failed exchange (peer quit, link dropped) ends
      *> the session and play carries on single-player. In co-op a
      *> pending respawn rides out in the quit slot, and both
      *> machines carry out whichever respawns this exchange
      *> announced before the tic simulates. A recorded session
      *> takes both key records from the file instead, exactly as
      *> the exchange handed them over.
      *> ============================================================
       NET-EXCHANGE-TICK.
           IF WS-NET-ON NOT = 1
               EXIT PARAGRAPH
           END-IF

           IF WS-NET-REC-MODE = 2
               PERFORM NET-REC-READ-TICK
               IF WS-RUNNING = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-KEY(WS-KB-QUIT) TO WS-NET-QUIT-SLOT
      *>       Any marker (the co-op respawn, or a match's death and
      *>       end) rides in the slot as a value above 1
               IF WS-NET-QUIT-SLOT > 1
                   MOVE 0 TO WS-NET-QUIT-SLOT
                   MOVE 0 TO WS-KEY(WS-KB-QUIT)
               END-IF
               MOVE 0 TO WS-NET-RC
           ELSE
               MOVE WS-KEY(WS-KB-QUIT) TO WS-NET-QUIT-SLOT
               IF WS-NET-RESPAWN-PEND = 1 AND WS-NET-QUIT-SLOT = 0
                   MOVE WS-NET-RESPAWN-MARK TO WS-KEY(WS-KB-QUIT)
               END-IF
               IF WS-NET-QUIT-SLOT = 0
                   PERFORM DM-NET-MARK-OUT
               END-IF
               CALL "net_exchange_keys" USING WS-KEYS WS-NET-KEYS
                   RETURNING WS-NET-RC
                   ON EXCEPTION
                       MOVE WS-NET-QUIT-SLOT TO WS-KEY(WS-KB-QUIT)
                       MOVE 9 TO WS-NET-ON
                       EXIT PARAGRAPH
               END-CALL
               IF WS-NET-RC = 0 AND WS-NET-REC-MODE = 1
                   PERFORM NET-REC-WRITE-TICK
               END-IF
               MOVE WS-NET-QUIT-SLOT TO WS-KEY(WS-KB-QUIT)
           END-IF
           IF WS-NET-RC NOT = 0
               MOVE 0 TO WS-NET-ON
               IF WS-NET-COOP-ON = 1
                   MOVE WS-STR-TXT(147) TO WS-GMSG-TEXT
               ELSE
                   MOVE WS-STR-TXT(59) TO WS-GMSG-TEXT
               END-IF
               PERFORM SHOW-GAME-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-NET-COOP-ON = 1
               IF WS-NET-RESPAWN-PEND = 1 AND WS-NET-QUIT-SLOT = 0
                   PERFORM NET-COOP-RESPAWN-LOCAL
               END-IF
               IF WS-NET-KEY(WS-KB-QUIT) = WS-NET-RESPAWN-MARK
                   MOVE 0 TO WS-NET-KEY(WS-KB-QUIT)
                   PERFORM NET-COOP-RESPAWN-REMOTE
               END-IF
           ELSE
               PERFORM DM-NET-MARKS-IN
           END-IF
           .

               SUBTRACT 1 FROM WS-NET-FIRE-CD
           END-IF

      *>   A co-op marine just off a teleporter holds still for the
      *>   same beat PROCESS-MOVEMENT gives the local one
           IF WS-NET-TP-FREEZE > 0
               SUBTRACT 1 FROM WS-NET-TP-FREEZE
           ELSE
               PERFORM NET-MOVE-REMOTE
           END-IF

      *>   The remote marine's trigger: a hitscan along its facing,
      *>   at the local player in deathmatch, at the monsters in
      *>   co-op
           IF WS-NET-KEY(WS-KB-FIRE) NOT = 0
               AND WS-NET-FIRE-CD = 0
               IF WS-NET-COOP-ON = 1
                   PERFORM NET-COOP-REMOTE-FIRE
               ELSE
                   PERFORM NET-REMOTE-FIRE
               END-IF
           END-IF
           .

      *> ============================================================
      *> NET-MOVE-REMOTE: The remote marine's turn, move and strafe
      *> keys for this tic.
      *> ============================================================
       NET-MOVE-REMOTE.
      *>   Turn
           IF WS-NET-KEY(WS-KB-LEFT) NOT = 0
               SUBTRACT WS-TURN-SPEED FROM WS-NET-PA
                   * WS-MOVE-SPEED
               PERFORM NET-CHECK-MOVE
           END-IF
           .

      *> ============================================================

      *>   No shooting through walls: the shot only lands with a
      *>   clear line of sight to the local player
           MOVE WS-PX TO WS-NET-LOS-TO-X
           MOVE WS-PY TO WS-NET-LOS-TO-Y
           PERFORM NET-CHECK-LOS
           IF WS-NET-LOS-CLEAR = 0
               EXIT PARAGRAPH
           .

      *> ============================================================
      *> NET-CHECK-LOS: DDA from the remote marine to the point at
      *> WS-NET-LOS-TO-X/Y (WS-NET-HS-DX/DY away) through the grid
      *> -- the EN-CHECK-LOS pattern on net-private fields. Sets
      *> WS-NET-LOS-CLEAR.
      *> ============================================================
       NET-CHECK-LOS.
           MOVE 0 TO WS-NET-LOS-CLEAR
           COMPUTE WS-NET-LOS-MAP-Y =
               FUNCTION INTEGER-PART(WS-NET-PY) + 1
           COMPUTE WS-NET-LOS-TGT-MX =
               FUNCTION INTEGER-PART(WS-NET-LOS-TO-X) + 1
           COMPUTE WS-NET-LOS-TGT-MY =
               FUNCTION INTEGER-PART(WS-NET-LOS-TO-Y) + 1

      *>   Sector pairs REJECT marks as never in sight need no DDA
           MOVE WS-NET-LOS-MAP-Y TO WS-BM-FROM-ROW
           MOVE WS-NET-LOS-MAP-X TO WS-BM-FROM-COL
           MOVE WS-NET-LOS-TGT-MY TO WS-BM-TO-ROW
           MOVE WS-NET-LOS-TGT-MX TO WS-BM-TO-COL
           PERFORM BM-REJECT-CHECK
           IF WS-BM-REJECTED = 1
               EXIT PARAGRAPH
           END-IF

           IF WS-NET-LOS-RAY-X NOT = 0
               COMPUTE WS-NET-LOS-DELTA-X =
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> NET-COOP-SPAWN: Co-op puts the host's marine on the player
      *> 1 start INIT-PLAYER-POSITION has just used and the
      *> joiner's on the player 2 start (thing type 2). Both starts
      *> are kept: a marine that dies comes back on its own.
      *> ============================================================
       NET-COOP-SPAWN.
           MOVE WS-PX TO WS-NET-CO-X(1)
           MOVE WS-PY TO WS-NET-CO-Y(1)
           MOVE WS-PA TO WS-NET-CO-A(1)

           MOVE 0 TO WS-NET-CO-P2-FOUND
           PERFORM VARYING WS-NET-THING-I FROM 1 BY 1
               UNTIL WS-NET-THING-I > WS-MAP-THING-COUNT
               OR WS-NET-CO-P2-FOUND = 1
               IF MT-TYPE(WS-NET-THING-I) = 00002
                   COMPUTE WS-NET-CO-X(2) =
                       (MT-X(WS-NET-THING-I) - WS-MAP-MIN-X)
                       / WS-MAP-SCALE + 2 - 0.5
                   COMPUTE WS-NET-CO-Y(2) =
                       (MT-Y(WS-NET-THING-I) - WS-MAP-MIN-Y)
                       / WS-MAP-SCALE + 2 - 0.5
                   COMPUTE WS-NET-CO-A(2) =
                       FUNCTION MOD(MT-ANGLE(WS-NET-THING-I), 360)
                   MOVE 1 TO WS-NET-CO-P2-FOUND
               END-IF
           END-PERFORM
           IF WS-NET-CO-P2-FOUND = 0
               DISPLAY "WARN: no player 2 start in this map -- "
                   "spawning side by side"
               MOVE WS-PX TO WS-NET-CO-X(2)
               COMPUTE WS-NET-CO-Y(2) = WS-PY + 1
               MOVE WS-PA TO WS-NET-CO-A(2)
           END-IF

           IF WS-NET-ROLE = 1
               MOVE 2 TO WS-NET-CO-SLOT
           ELSE
               MOVE 1 TO WS-NET-CO-SLOT
               MOVE WS-NET-CO-X(2) TO WS-PX
               MOVE WS-NET-CO-Y(2) TO WS-PY
               MOVE WS-NET-CO-A(2) TO WS-PA
               PERFORM UPDATE-EYE-HEIGHT
               MOVE WS-PZ-TARGET TO WS-PZ
           END-IF
           MOVE WS-NET-CO-X(WS-NET-CO-SLOT) TO WS-NET-PX
           MOVE WS-NET-CO-Y(WS-NET-CO-SLOT) TO WS-NET-PY
           MOVE WS-NET-CO-A(WS-NET-CO-SLOT) TO WS-NET-PA

           MOVE 0 TO WS-NET-KILLS
           MOVE 0 TO WS-NET-ITEMS
           MOVE 0 TO WS-NET-RESPAWN-PEND
           MOVE 0 TO WS-NET-FIRE-CD
           MOVE 0 TO WS-NET-TG-PREV-ROW
           MOVE 0 TO WS-NET-TG-PREV-COL
           MOVE 0 TO WS-NET-TP-PREV-ROW
           MOVE 0 TO WS-NET-TP-PREV-COL
           MOVE 0 TO WS-NET-TP-FREEZE
           .

      *> ============================================================
      *> NET-COOP-PLAYER-DIED: CHECK-PLAYER-DEATH's co-op branch.
      *> The level carries on for the partner; this marine is
      *> flagged for respawn on the next exchange, so the peer
      *> moves it back to its start on the very same tic.
      *> ============================================================
       NET-COOP-PLAYER-DIED.
           IF WS-NET-RESPAWN-PEND = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-NET-RESPAWN-PEND
           MOVE "PLAYER DIED" TO WS-JN-TEXT
           PERFORM JOURNAL-EVENT
           IF WS-DEMO-MODE NOT = 2
               IF WS-RFL-ON = 0
                   ADD 1 TO WS-CAR-DEATHS
               END-IF
               PERFORM CAREER-SAVE
           END-IF
           MOVE WS-STR-TXT(149) TO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> NET-COOP-RESPAWN-LOCAL: Back on this marine's own start
      *> with INIT-PLAYER's fresh-spawn loadout. The keyring is the
      *> pair's, so the keys stay.
      *> ============================================================
       NET-COOP-RESPAWN-LOCAL.
           MOVE 0 TO WS-NET-RESPAWN-PEND
           IF WS-NET-ROLE = 1
               MOVE 1 TO WS-NET-CO-SLOT
           ELSE
               MOVE 2 TO WS-NET-CO-SLOT
           END-IF
           MOVE WS-NET-CO-X(WS-NET-CO-SLOT) TO WS-PX
           MOVE WS-NET-CO-Y(WS-NET-CO-SLOT) TO WS-PY
           MOVE WS-NET-CO-A(WS-NET-CO-SLOT) TO WS-PA
           MOVE 100 TO WS-HEALTH
           MOVE 50 TO WS-AMMO-BULLETS
           MOVE 0 TO WS-AMMO-SHELLS
           MOVE 0 TO WS-AMMO-CELLS
           MOVE 0 TO WS-AMMO-ROCKETS
           MOVE 0 TO WS-ARMOR
           MOVE 0 TO WS-HAS-CHAINSAW
           MOVE 0 TO WS-BERSERK-ON
           MOVE 0 TO WS-HAS-BACKPACK
           PERFORM SET-AMMO-CAPACITY
           MOVE 0 TO WS-PU-INVULN-TICKS
           MOVE 0 TO WS-PU-INVIS-TICKS
           MOVE 0 TO WS-PU-LAMP-TICKS
           MOVE 0 TO WS-PU-SUIT-TICKS
           MOVE 0 TO WS-PLAYER-DMG-SOURCE
           MOVE 0 TO WS-DL-COUNT
           MOVE 0 TO WS-TP-FREEZE-TICKS
           MOVE 0 TO WS-FALL-DIST
           MOVE 0 TO WS-FALL-VEL
           PERFORM UPDATE-EYE-HEIGHT
           MOVE WS-PZ-TARGET TO WS-PZ
           MOVE "RESPAWNED" TO WS-JN-TEXT
           PERFORM JOURNAL-EVENT
           .

      *> ============================================================
      *> NET-COOP-RESPAWN-REMOTE: The partner's marine, flagged dead
      *> by its own machine, goes back to its start here too.
      *> ============================================================
       NET-COOP-RESPAWN-REMOTE.
           IF WS-NET-ROLE = 1
               MOVE 2 TO WS-NET-CO-SLOT
           ELSE
               MOVE 1 TO WS-NET-CO-SLOT
           END-IF
           MOVE WS-NET-CO-X(WS-NET-CO-SLOT) TO WS-NET-PX
           MOVE WS-NET-CO-Y(WS-NET-CO-SLOT) TO WS-NET-PY
           MOVE WS-NET-CO-A(WS-NET-CO-SLOT) TO WS-NET-PA
           MOVE 0 TO WS-NET-TP-FREEZE
           .

      *> ============================================================
      *> NET-PICK-NEAREST: Which marine is nearer WS-NET-FROM-X/Y?
      *> Sets WS-NET-NEAR-REMOTE (always 0 outside co-op). A dead
      *> heat goes to the host's marine, so both machines agree.
      *> ============================================================
       NET-PICK-NEAREST.
           MOVE 0 TO WS-NET-NEAR-REMOTE
           IF WS-NET-ON NOT = 1 OR WS-NET-COOP-ON NOT = 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NET-DIST-L =
               (WS-PX - WS-NET-FROM-X) * (WS-PX - WS-NET-FROM-X)
               + (WS-PY - WS-NET-FROM-Y) * (WS-PY - WS-NET-FROM-Y)
           COMPUTE WS-NET-DIST-R =
               (WS-NET-PX - WS-NET-FROM-X)
               * (WS-NET-PX - WS-NET-FROM-X)
               + (WS-NET-PY - WS-NET-FROM-Y)
               * (WS-NET-PY - WS-NET-FROM-Y)
           IF WS-NET-DIST-R < WS-NET-DIST-L
               MOVE 1 TO WS-NET-NEAR-REMOTE
           END-IF
           IF WS-NET-DIST-R = WS-NET-DIST-L AND WS-NET-ROLE = 2
               MOVE 1 TO WS-NET-NEAR-REMOTE
           END-IF
           .

      *> ============================================================
      *> NET-STAND-IN / NET-STAND-DOWN: Put the remote marine in the
      *> player's place for one of the player-position paragraphs
      *> (a monster's tic, the use key, a trigger check), then put
      *> everything back. What the remote's move left behind --
      *> position, facing, its trigger cells and teleport freeze --
      *> goes back to the remote; the local view and footing are
      *> restored untouched.
      *> ============================================================
       NET-STAND-IN.
           MOVE WS-PX TO WS-NET-SAVE-PX
           MOVE WS-PY TO WS-NET-SAVE-PY
           MOVE WS-PA TO WS-NET-SAVE-PA
           MOVE WS-KEYS TO WS-NET-SAVE-KEYS
           MOVE WS-TG-PREV-ROW TO WS-NET-SAVE-TG-ROW
           MOVE WS-TG-PREV-COL TO WS-NET-SAVE-TG-COL
           MOVE WS-TP-PREV-ROW TO WS-NET-SAVE-TP-ROW
           MOVE WS-TP-PREV-COL TO WS-NET-SAVE-TP-COL
           MOVE WS-TP-FREEZE-TICKS TO WS-NET-SAVE-TP-FREEZE
           MOVE WS-TP-FLASH-TICKS TO WS-NET-SAVE-TP-FLASH
           MOVE WS-PZ TO WS-NET-SAVE-PZ
           MOVE WS-PZ-TARGET TO WS-NET-SAVE-PZ-TARGET
           MOVE WS-FALL-VEL TO WS-NET-SAVE-FALL-VEL
           MOVE WS-FALL-DIST TO WS-NET-SAVE-FALL-DIST
           MOVE WS-LIQ-IN TO WS-NET-SAVE-LIQ-IN

           MOVE WS-NET-PX TO WS-PX
           MOVE WS-NET-PY TO WS-PY
           MOVE WS-NET-PA TO WS-PA
           MOVE WS-NET-KEYS TO WS-KEYS
           MOVE WS-NET-TG-PREV-ROW TO WS-TG-PREV-ROW
           MOVE WS-NET-TG-PREV-COL TO WS-TG-PREV-COL
           MOVE WS-NET-TP-PREV-ROW TO WS-TP-PREV-ROW
           MOVE WS-NET-TP-PREV-COL TO WS-TP-PREV-COL
           MOVE WS-NET-TP-FREEZE TO WS-TP-FREEZE-TICKS
           MOVE 1 TO WS-NET-AS-PLAYER
           .

       NET-STAND-DOWN.
           MOVE WS-PX TO WS-NET-PX
           MOVE WS-PY TO WS-NET-PY
           MOVE WS-PA TO WS-NET-PA
           MOVE WS-TG-PREV-ROW TO WS-NET-TG-PREV-ROW
           MOVE WS-TG-PREV-COL TO WS-NET-TG-PREV-COL
           MOVE WS-TP-PREV-ROW TO WS-NET-TP-PREV-ROW
           MOVE WS-TP-PREV-COL TO WS-NET-TP-PREV-COL
           MOVE WS-TP-FREEZE-TICKS TO WS-NET-TP-FREEZE

           MOVE WS-NET-SAVE-PX TO WS-PX
           MOVE WS-NET-SAVE-PY TO WS-PY
           MOVE WS-NET-SAVE-PA TO WS-PA
           MOVE WS-NET-SAVE-KEYS TO WS-KEYS
           MOVE WS-NET-SAVE-TG-ROW TO WS-TG-PREV-ROW
           MOVE WS-NET-SAVE-TG-COL TO WS-TG-PREV-COL
           MOVE WS-NET-SAVE-TP-ROW TO WS-TP-PREV-ROW
           MOVE WS-NET-SAVE-TP-COL TO WS-TP-PREV-COL
           MOVE WS-NET-SAVE-TP-FREEZE TO WS-TP-FREEZE-TICKS
           MOVE WS-NET-SAVE-TP-FLASH TO WS-TP-FLASH-TICKS
           MOVE WS-NET-SAVE-PZ TO WS-PZ
           MOVE WS-NET-SAVE-PZ-TARGET TO WS-PZ-TARGET
           MOVE WS-NET-SAVE-FALL-VEL TO WS-FALL-VEL
           MOVE WS-NET-SAVE-FALL-DIST TO WS-FALL-DIST
           MOVE WS-NET-SAVE-LIQ-IN TO WS-LIQ-IN
           MOVE 0 TO WS-NET-AS-PLAYER
           .

      *> ============================================================
      *> NET-COOP-ENEMY-TICK: UPDATE-ENEMIES' co-op path for one
      *> monster -- it hunts whichever marine is nearer. Hunting
      *> the remote one, it runs its tic with that marine standing
      *> in; the blows it lands there are the peer's to take.
      *> ============================================================
       NET-COOP-ENEMY-TICK.
           MOVE WS-SP-WORLD-X(WS-EN-IDX) TO WS-NET-FROM-X
           MOVE WS-SP-WORLD-Y(WS-EN-IDX) TO WS-NET-FROM-Y
           PERFORM NET-PICK-NEAREST
           IF WS-NET-NEAR-REMOTE = 1
               PERFORM NET-STAND-IN
               PERFORM EN-TICK-ONE-ENEMY
               PERFORM NET-STAND-DOWN
           ELSE
               PERFORM EN-TICK-ONE-ENEMY
           END-IF
           .

      *> ============================================================
      *> NET-COOP-CHECK-BEFORE / NET-COOP-CHECK-AFTER: Run the
      *> WS-NET-CHECK position check for the remote marine, before
      *> the local one's on the joiner and after it on the host --
      *> the host's marine acts first on both machines, so a
      *> switch both press, or an item both reach, goes the same
      *> way everywhere. Only while the level is still in play.
      *> ============================================================
       NET-COOP-CHECK-BEFORE.
           IF WS-NET-ROLE = 2
               PERFORM NET-COOP-CHECK-REMOTE
           END-IF
           .

       NET-COOP-CHECK-AFTER.
           IF WS-NET-ROLE = 1
               PERFORM NET-COOP-CHECK-REMOTE
           END-IF
           .

       NET-COOP-CHECK-REMOTE.
           IF WS-NET-ON NOT = 1 OR WS-NET-COOP-ON NOT = 1
               OR WS-GAME-STATE NOT = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-NET-CHECK = 2
               PERFORM NET-COOP-PICKUPS
               EXIT PARAGRAPH
           END-IF

           PERFORM NET-STAND-IN
           EVALUATE WS-NET-CHECK
               WHEN 1
                   PERFORM CHECK-USE-KEY
               WHEN 3
                   PERFORM CHECK-TELEPORT
                   PERFORM CHECK-WALKOVER-TRIGGERS
               WHEN 4
                   PERFORM CHECK-LIFT-TRIGGER
               WHEN 5
                   PERFORM CHECK-LEVEL-EXIT
                   PERFORM CHECK-SECRETS
               WHEN 6
                   PERFORM CHECK-CRUSHER-TRIGGER
           END-EVALUATE
           PERFORM NET-STAND-DOWN
           .

      *> ============================================================
      *> NET-COOP-PICKUPS: The remote marine's sweep of the pickup
      *> table, CHECK-PICKUPS' radius test from its position. Its
      *> health, ammo and armour are its own machine's business,
      *> so here the item is simply gone -- except a key, which
      *> goes on the shared keyring.
      *> ============================================================
       NET-COOP-PICKUPS.
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
               UNTIL WS-PK-IDX > WS-PK-COUNT
               IF WS-PK-ACTIVE(WS-PK-IDX) = 1
                   COMPUTE WS-NET-PK-DIST-X =
                       FUNCTION ABS(WS-NET-PX - WS-PK-X(WS-PK-IDX))
                   COMPUTE WS-NET-PK-DIST-Y =
                       FUNCTION ABS(WS-NET-PY - WS-PK-Y(WS-PK-IDX))
                   IF WS-NET-PK-DIST-X <= WS-PK-RADIUS
                       AND WS-NET-PK-DIST-Y <= WS-PK-RADIUS
                       PERFORM NET-COOP-TAKE-PICKUP
                   END-IF
               END-IF
           END-PERFORM
           .

       NET-COOP-TAKE-PICKUP.
           MOVE SPACES TO WS-NET-MSG
           EVALUATE WS-PK-TYPE(WS-PK-IDX)
               WHEN 00005
               WHEN 00040
                   MOVE 1 TO WS-HAS-KEY-BLUE
                   MOVE WS-STR-TXT(24) TO WS-NET-MSG
               WHEN 00006
               WHEN 00039
                   MOVE 1 TO WS-HAS-KEY-YELLOW
                   MOVE WS-STR-TXT(25) TO WS-NET-MSG
               WHEN 00013
               WHEN 00038
                   MOVE 1 TO WS-HAS-KEY-RED
                   MOVE WS-STR-TXT(26) TO WS-NET-MSG
           END-EVALUATE
           IF WS-NET-MSG NOT = SPACES
               MOVE SPACES TO WS-GMSG-TEXT
               STRING FUNCTION TRIM(WS-STR-TXT(148)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NET-MSG DELIMITED BY SIZE
                   INTO WS-GMSG-TEXT
               END-STRING
               PERFORM SHOW-GAME-MESSAGE
           END-IF

           MOVE WS-SFX-ITEM-PICKUP TO WS-SFX-ID
           MOVE WS-PK-X(WS-PK-IDX) TO WS-SFX-X
           MOVE WS-PK-Y(WS-PK-IDX) TO WS-SFX-Y
           PERFORM PLAY-SOUND-AT

           MOVE 0 TO WS-PK-ACTIVE(WS-PK-IDX)
           MOVE SPACES TO WS-JN-TEXT
           STRING "PARTNER PICKUP: " DELIMITED BY SIZE
               WS-PK-TYPE(WS-PK-IDX) DELIMITED BY SIZE
               INTO WS-JN-TEXT
           END-STRING
           PERFORM JOURNAL-EVENT
           IF WS-PK-DROPPED(WS-PK-IDX) = 0
               ADD 1 TO WS-NET-ITEMS
           END-IF
           .

      *> ============================================================
      *> NET-COOP-REMOTE-FIRE: The remote marine's shot in co-op --
      *> NET-REMOTE-FIRE's projection against every live monster
      *> instead of the local player, nearest in the aim tolerance
      *> with a clear line taking the hit. Its kills are its own:
      *> they go on the partner's tally, not this player's score.
      *> ============================================================
       NET-COOP-REMOTE-FIRE.
           MOVE 10 TO WS-NET-FIRE-CD
           COMPUTE WS-NET-TRIG-IDX =
               FUNCTION MOD(WS-NET-PA * 10 + 36000, 3600) + 1

           MOVE 0 TO WS-NET-MF-BEST-IDX
           MOVE 9999 TO WS-NET-MF-BEST-DEPTH
           PERFORM VARYING WS-NET-MF-IDX FROM 1 BY 1
               UNTIL WS-NET-MF-IDX > WS-SP-COUNT
               IF WS-SP-STATE(WS-NET-MF-IDX) = 0
                   AND WS-SP-DECOR(WS-NET-MF-IDX) = 0
                   PERFORM NET-COOP-AIM-AT
               END-IF
           END-PERFORM
           IF WS-NET-MF-BEST-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-KILL-COUNT TO WS-NET-MF-KILLS-W
           MOVE WS-SCORE TO WS-NET-MF-SCORE-W
           MOVE WS-CAR-KILLS TO WS-NET-MF-CAR-W
           MOVE WS-NET-MF-BEST-IDX TO WS-EN-DMG-IDX
           MOVE 15 TO WS-EN-DMG-AMT
           PERFORM EN-APPLY-DAMAGE
           IF WS-KILL-COUNT NOT = WS-NET-MF-KILLS-W
               ADD 1 TO WS-NET-KILLS
               MOVE WS-NET-MF-KILLS-W TO WS-KILL-COUNT
               MOVE WS-NET-MF-SCORE-W TO WS-SCORE
               MOVE WS-NET-MF-CAR-W TO WS-CAR-KILLS
           END-IF

           MOVE WS-SP-WORLD-X(WS-NET-MF-BEST-IDX) TO WS-FX-NEW-X
           MOVE WS-SP-WORLD-Y(WS-NET-MF-BEST-IDX) TO WS-FX-NEW-Y
           MOVE 2 TO WS-FX-NEW-KIND
           PERFORM SPAWN-FX
           .

       NET-COOP-AIM-AT.
           COMPUTE WS-NET-HS-DX =
               WS-SP-WORLD-X(WS-NET-MF-IDX) - WS-NET-PX
           COMPUTE WS-NET-HS-DY =
               WS-SP-WORLD-Y(WS-NET-MF-IDX) - WS-NET-PY
           COMPUTE WS-NET-HS-DEPTH =
               WS-NET-HS-DX * WS-COS-VAL(WS-NET-TRIG-IDX)
               + WS-NET-HS-DY * WS-SIN-VAL(WS-NET-TRIG-IDX)
           COMPUTE WS-NET-HS-LATERAL =
               WS-NET-HS-DX * (0 - WS-SIN-VAL(WS-NET-TRIG-IDX))
               + WS-NET-HS-DY * WS-COS-VAL(WS-NET-TRIG-IDX)
           IF WS-NET-HS-DEPTH <= 0.2 OR WS-NET-HS-DEPTH > 25
               OR WS-NET-HS-DEPTH >= WS-NET-MF-BEST-DEPTH
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NET-HS-OFFPX =
               WS-NET-HS-LATERAL * WS-VIEW-HALF-W
               / WS-NET-HS-DEPTH
           IF WS-NET-HS-OFFPX < 0
               COMPUTE WS-NET-HS-OFFPX = 0 - WS-NET-HS-OFFPX
           END-IF
           IF WS-NET-HS-OFFPX > WS-WP-AIM-TOL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SP-WORLD-X(WS-NET-MF-IDX) TO WS-NET-LOS-TO-X
           MOVE WS-SP-WORLD-Y(WS-NET-MF-IDX) TO WS-NET-LOS-TO-Y
           PERFORM NET-CHECK-LOS
           IF WS-NET-LOS-CLEAR = 1
               MOVE WS-NET-HS-DEPTH TO WS-NET-MF-BEST-DEPTH
               MOVE WS-NET-MF-IDX TO WS-NET-MF-BEST-IDX
           END-IF
           .

      *> ============================================================
      *> DRAW-NET-COOP-TALLY: The intermission's per-player rows in
      *> co-op -- "PLAYER 1" (the host) and "PLAYER 2", each with
      *> its kills and items under the HUD's K and I letters. This
      *> machine's marine is WS-KILL-COUNT/WS-ITEM-COUNT, the
      *> partner's WS-NET-KILLS/WS-NET-ITEMS.
      *> ============================================================
       DRAW-NET-COOP-TALLY.
           IF WS-NET-ON NOT = 1 OR WS-NET-COOP-ON NOT = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-NET-CO-SLOT
           MOVE 060 TO WS-NET-ROW
           PERFORM DRAW-NET-COOP-ROW
           MOVE 2 TO WS-NET-CO-SLOT
           MOVE 090 TO WS-NET-ROW
           PERFORM DRAW-NET-COOP-ROW
           .

       DRAW-NET-COOP-ROW.
           MOVE WS-STR-TXT(144 + WS-NET-CO-SLOT) TO WS-HUD-STR-TEXT
           MOVE 008 TO WS-HUD-STR-X
           MOVE WS-NET-ROW TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           MOVE X"FF" TO WS-HUD-CUR-R
           MOVE X"FF" TO WS-HUD-CUR-G
           MOVE X"FF" TO WS-HUD-CUR-B
           ADD 12 TO WS-NET-ROW
           MOVE 25 TO WS-HUD-CHR-IDX
           MOVE 008 TO WS-HUD-CHR-X
           MOVE WS-NET-ROW TO WS-HUD-CHR-Y
           PERFORM DRAW-HUD-CHAR
           IF WS-NET-CO-SLOT = WS-NET-ROLE
               MOVE WS-KILL-COUNT TO WS-HUD-NUM-VAL
           ELSE
               MOVE WS-NET-KILLS TO WS-HUD-NUM-VAL
           END-IF
           MOVE 018 TO WS-HUD-NUM-X
           MOVE WS-NET-ROW TO WS-HUD-NUM-Y
           PERFORM DRAW-HUD-NUMBER

           MOVE 26 TO WS-HUD-CHR-IDX
           MOVE 050 TO WS-HUD-CHR-X
           MOVE WS-NET-ROW TO WS-HUD-CHR-Y
           PERFORM DRAW-HUD-CHAR
           IF WS-NET-CO-SLOT = WS-NET-ROLE
               MOVE WS-ITEM-COUNT TO WS-HUD-NUM-VAL
           ELSE
               MOVE WS-NET-ITEMS TO WS-HUD-NUM-VAL
           END-IF
           MOVE 060 TO WS-HUD-NUM-X
           MOVE WS-NET-ROW TO WS-HUD-NUM-Y
           PERFORM DRAW-HUD-NUMBER
           .

      *> ============================================================
      *> NET-REC-INIT-PLAYBACK: DOOM_NET_PLAYBACK=1 replays a
      *> session recording on this machine alone -- no socket, the
      *> recording peer's role and session type from the header,
      *> both marines re-simulated from the recorded keys. Start
      *> it with the same WAD, map and skill the session had, as
      *> for any demo. DOOM_NET_REC_PEER names the other peer's
      *> recording of the same session to check against.
      *> ============================================================
       NET-REC-INIT-PLAYBACK.
           MOVE SPACES TO WS-NET-REC-FILE-ENV
           ACCEPT WS-NET-REC-FILE-ENV
               FROM ENVIRONMENT "DOOM_NET_REC_FILE"
           IF WS-NET-REC-FILE-ENV NOT = SPACES
               MOVE WS-NET-REC-FILE-ENV TO WS-NET-REC-FILENAME
           END-IF

           MOVE SPACES TO WS-NET-REC-ENV
           ACCEPT WS-NET-REC-ENV FROM ENVIRONMENT "DOOM_NET_PLAYBACK"
           IF WS-NET-REC-ENV(1:1) NOT = "1"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT NETREC-FILE
           IF WS-NET-REC-STATUS NOT = "00"
               DISPLAY "ERROR: could not open session recording "
                   FUNCTION TRIM(WS-NET-REC-FILENAME)
                   ", status=" WS-NET-REC-STATUS
               EXIT PARAGRAPH
           END-IF
           READ NETREC-FILE
               AT END
                   MOVE "10" TO WS-NET-REC-STATUS
           END-READ
           IF WS-NET-REC-STATUS NOT = "00" OR NR-KIND NOT = 0
               OR (NR-KEY(1) NOT = 1 AND NR-KEY(1) NOT = 2)
               DISPLAY "ERROR: "
                   FUNCTION TRIM(WS-NET-REC-FILENAME)
                   " is not a session recording"
               CLOSE NETREC-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO WS-NET-REC-MODE
           MOVE 1 TO WS-NET-ON
           MOVE NR-KEY(1) TO WS-NET-ROLE
           IF NR-KEY(2) = 1
               MOVE 1 TO WS-NET-COOP-ON
               DISPLAY "Co-op session playback (player "
                   WS-NET-ROLE ") -- reading from "
                   FUNCTION TRIM(WS-NET-REC-FILENAME)
           ELSE
               DISPLAY "Deathmatch session playback (role "
                   WS-NET-ROLE ") -- reading from "
                   FUNCTION TRIM(WS-NET-REC-FILENAME)
           END-IF

           MOVE SPACES TO WS-NET-PEER-FILENAME
           ACCEPT WS-NET-PEER-FILENAME
               FROM ENVIRONMENT "DOOM_NET_REC_PEER"
           IF WS-NET-PEER-FILENAME NOT = SPACES
               OPEN INPUT NETPEER-FILE
               IF WS-NET-PEER-STATUS = "00"
                   MOVE 1 TO WS-NET-PEER-ON
                   DISPLAY "Comparing against the peer's recording "
                       FUNCTION TRIM(WS-NET-PEER-FILENAME)
               ELSE
                   DISPLAY "WARN: could not open peer recording "
                       FUNCTION TRIM(WS-NET-PEER-FILENAME)
                       ", status=" WS-NET-PEER-STATUS
               END-IF
           END-IF
           .

      *> ============================================================
      *> NET-REC-INIT-RECORD: DOOM_NET_RECORD=1 on either peer (or
      *> both) writes the session as it is played: the header, then
      *> NET-REC-WRITE-TICK's records every tic.
      *> ============================================================
       NET-REC-INIT-RECORD.
           MOVE SPACES TO WS-NET-REC-ENV
           ACCEPT WS-NET-REC-ENV FROM ENVIRONMENT "DOOM_NET_RECORD"
           IF WS-NET-REC-ENV(1:1) NOT = "1"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT NETREC-FILE
           IF WS-NET-REC-STATUS NOT = "00"
               DISPLAY "WARN: could not write session recording "
                   FUNCTION TRIM(WS-NET-REC-FILENAME)
                   ", status=" WS-NET-REC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO NETREC-RECORD
           MOVE 0 TO NR-KIND
           MOVE WS-NET-ROLE TO NR-KEY(1)
           MOVE WS-NET-COOP-ON TO NR-KEY(2)
           WRITE NETREC-RECORD
           MOVE 1 TO WS-NET-REC-MODE
           MOVE 0 TO WS-NET-REC-TIC
           DISPLAY "Session recording enabled -- writing to "
               FUNCTION TRIM(WS-NET-REC-FILENAME)
           .

      *> ============================================================
      *> NET-REC-WRITE-TICK: This tic's two key records, host's
      *> first, as the exchange delivered them (a respawn marker in
      *> the quit slot included). Every WS-DEMO-CK-INTERVAL'th tic a
      *> checksum record goes ahead of them, as in a demo.
      *> ============================================================
       NET-REC-WRITE-TICK.
           ADD 1 TO WS-NET-REC-TIC
           IF FUNCTION MOD(WS-NET-REC-TIC, WS-DEMO-CK-INTERVAL) = 0
               PERFORM NET-REC-CHECKSUM
               MOVE ZERO TO NETREC-RECORD
               MOVE WS-DEMO-CK-SENTINEL TO NR-KIND
               MOVE WS-NET-REC-TIC TO NR-KEY(1)
               MOVE WS-NET-REC-CK-SUM TO NR-KEY(2)
               WRITE NETREC-RECORD
           END-IF

           MOVE 1 TO NR-KIND
           IF WS-NET-ROLE = 1
               MOVE WS-KEYS TO NETREC-RECORD(5:84)
           ELSE
               MOVE WS-NET-KEYS TO NETREC-RECORD(5:84)
           END-IF
           WRITE NETREC-RECORD
           MOVE 2 TO NR-KIND
           IF WS-NET-ROLE = 1
               MOVE WS-NET-KEYS TO NETREC-RECORD(5:84)
           ELSE
               MOVE WS-KEYS TO NETREC-RECORD(5:84)
           END-IF
           WRITE NETREC-RECORD
           .

      *> ============================================================
      *> NET-REC-READ-TICK: Playback's exchange -- the next tic's
      *> host and joiner records into WS-KEYS and WS-NET-KEYS by
      *> the recorded role, verifying any checksum on the way, the
      *> READ-DEMO-TICK pattern. The end of the file, or a
      *> desync, ends the playback.
      *> ============================================================
       NET-REC-READ-TICK.
           ADD 1 TO WS-NET-REC-TIC
           MOVE 0 TO WS-NET-REC-GOT
           PERFORM UNTIL WS-NET-REC-GOT = 2 OR WS-RUNNING = 0
               READ NETREC-FILE
                   AT END
                       DISPLAY "Session playback finished"
                       MOVE 0 TO WS-RUNNING
                       MOVE ZERO TO WS-KEYS
                       MOVE ZERO TO WS-NET-KEYS
                       EXIT PARAGRAPH
               END-READ
               EVALUATE TRUE
                   WHEN NR-KIND = WS-DEMO-CK-SENTINEL
                       PERFORM NET-REC-VERIFY
                   WHEN NR-KIND = WS-NET-ROLE
                       MOVE NETREC-RECORD(5:84) TO WS-KEYS
                       ADD 1 TO WS-NET-REC-GOT
                   WHEN NR-KIND = 1 OR NR-KIND = 2
                       MOVE NETREC-RECORD(5:84) TO WS-NET-KEYS
                       ADD 1 TO WS-NET-REC-GOT
               END-EVALUATE
           END-PERFORM
           .

      *> ============================================================
      *> NET-REC-VERIFY: A recorded checksum against the replay's
      *> own, and against the other peer's recording of the same
      *> tic when one was given. The replay drifting is a desync
      *> and stops the playback (return code 4, like a demo's);
      *> the two recordings disagreeing means the peers themselves
      *> diverged, reported once at the first tic it shows.
      *> ============================================================
       NET-REC-VERIFY.
           PERFORM NET-REC-CHECKSUM
           IF NR-KEY(2) NOT = WS-NET-REC-CK-SUM
               DISPLAY "ERROR: session desync at tic " WS-NET-REC-TIC
                   " (recorded " NR-KEY(2)
                   ", replayed " WS-NET-REC-CK-SUM ")"
               MOVE ZERO TO WS-KEYS
               MOVE ZERO TO WS-NET-KEYS
               MOVE 1 TO WS-DEMO-DESYNC
               MOVE 0 TO WS-RUNNING
           END-IF

           IF WS-NET-PEER-ON NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NET-PEER-GOT
           PERFORM UNTIL WS-NET-PEER-GOT = 1 OR WS-NET-PEER-ON NOT = 1
               READ NETPEER-FILE
                   AT END
                       DISPLAY "WARN: the peer's recording ends "
                           "before tic " WS-NET-REC-TIC
                       CLOSE NETPEER-FILE
                       MOVE 0 TO WS-NET-PEER-ON
                   NOT AT END
                       IF NP-KIND = WS-DEMO-CK-SENTINEL
                           MOVE 1 TO WS-NET-PEER-GOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NET-PEER-GOT = 1
               ADD 1 TO WS-NET-PEER-COMPARED
               IF WS-NET-PEER-DIVERGED = 0
                   AND (NP-KEY(1) NOT = NR-KEY(1)
                   OR NP-KEY(2) NOT = NR-KEY(2))
                   MOVE 1 TO WS-NET-PEER-DIVERGED
                   DISPLAY "Peers diverged by tic " WS-NET-REC-TIC
                       " (this recording " NR-KEY(2)
                       ", the peer's " NP-KEY(2) ")"
               END-IF
           END-IF
           .

      *> ============================================================
      *> NET-REC-CHECKSUM: COMPUTE-DEMO-CHECKSUM's fold over both
      *> marines and every sprite. Both marines go in by plain
      *> addition, so the host's recording and the joiner's carry
      *> the same sum for the same tic -- which is what lets two
      *> peers' files be compared at all.
      *> ============================================================
       NET-REC-CHECKSUM.
           COMPUTE WS-NET-REC-CK-WORK =
               WS-PX * 10000 + WS-PY * 10000 + WS-PA
               + WS-NET-PX * 10000 + WS-NET-PY * 10000 + WS-NET-PA
           PERFORM VARYING WS-NET-REC-CK-I FROM 1 BY 1
               UNTIL WS-NET-REC-CK-I > WS-SP-COUNT
               COMPUTE WS-NET-REC-CK-WORK =
                   FUNCTION MOD(WS-NET-REC-CK-WORK
                       + WS-SP-WORLD-X(WS-NET-REC-CK-I) * 10000
                       + WS-SP-WORLD-Y(WS-NET-REC-CK-I) * 10000
                       + WS-SP-STATE(WS-NET-REC-CK-I),
                       999999937)
           END-PERFORM
           COMPUTE WS-NET-REC-CK-SUM =
               FUNCTION MOD(WS-NET-REC-CK-WORK, 999999937)
           .

      *> ============================================================
      *> NET-REC-CLOSE: Shutdown -- close whichever recording is
      *> open, and sum up a peer comparison that found nothing.
      *> ============================================================
       NET-REC-CLOSE.
           IF WS-NET-REC-MODE = 1 OR WS-NET-REC-MODE = 2
               CLOSE NETREC-FILE
               MOVE 0 TO WS-NET-REC-MODE
           END-IF
           IF WS-NET-PEER-ON = 1
               CLOSE NETPEER-FILE
               MOVE 0 TO WS-NET-PEER-ON
           END-IF
           IF WS-NET-PEER-COMPARED > 0 AND WS-NET-PEER-DIVERGED = 0
               DISPLAY "Peer recordings agree at all "
                   WS-NET-PEER-COMPARED " checksums compared"
           END-IF
           .
