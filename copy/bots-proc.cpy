      *> ============================================================
      *> bots-proc.cpy -- Computer-controlled deathmatch bots
      *> INIT-BOT-MODE:   read DOOM_BOTS once at startup (1-4,
      *>                  and any profile names per slot)
      *> LOAD-BOT-PROFILES: the bots.cfg personality table
      *> BOT-SPAWN-ALL:   place the bots on the map's deathmatch
      *>                  starts (type 11) at every level start
      *> UPDATE-BOTS:     per-tic hunt/wander/shoot state, run with

      *> ============================================================
      *> INIT-BOT-MODE: DOOM_BOTS=n arms n bot marines (1-4).
      *> Profile names may follow, one per slot and comma
      *> separated -- DOOM_BOTS=3,SNIPER,,RUSHER -- or stand alone,
      *> one bot per name (DOOM_BOTS=SNIPER,RUSHER). An empty or
      *> unknown name leaves that slot on the compiled behaviour.
      *> ============================================================
       INIT-BOT-MODE.
           MOVE SPACES TO WS-BOT-ENV
           ACCEPT WS-BOT-ENV FROM ENVIRONMENT "DOOM_BOTS"
           MOVE FUNCTION UPPER-CASE(WS-BOT-ENV) TO WS-BOT-ENV
           MOVE SPACES TO WS-BOT-REQ-TABLE
           MOVE 0 TO WS-BOT-REQ-N
           IF WS-BOT-ENV(1:1) >= "1" AND WS-BOT-ENV(1:1) <= "4"
               MOVE FUNCTION NUMVAL(WS-BOT-ENV(1:1))
                   TO WS-BOT-COUNT
               UNSTRING WS-BOT-ENV DELIMITED BY ","
                   INTO WS-BOT-ENV-HEAD
                        WS-BOT-REQ-NAME(1) WS-BOT-REQ-NAME(2)
                        WS-BOT-REQ-NAME(3) WS-BOT-REQ-NAME(4)
               END-UNSTRING
           ELSE
               IF WS-BOT-ENV(1:1) IS ALPHABETIC
                   AND WS-BOT-ENV(1:1) NOT = SPACE
                   UNSTRING WS-BOT-ENV DELIMITED BY ","
                       INTO WS-BOT-REQ-NAME(1) WS-BOT-REQ-NAME(2)
                            WS-BOT-REQ-NAME(3) WS-BOT-REQ-NAME(4)
                       TALLYING IN WS-BOT-REQ-N
                   END-UNSTRING
                   MOVE WS-BOT-REQ-N TO WS-BOT-COUNT
               END-IF
           END-IF
           IF WS-BOT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Deathmatch bots armed: " WS-BOT-COUNT

           PERFORM LOAD-BOT-PROFILES
           PERFORM VARYING WS-BOT-IDX FROM 1 BY 1
               UNTIL WS-BOT-IDX > WS-BOT-COUNT
               PERFORM BOT-APPLY-PROFILE
           END-PERFORM
           .

      *> ============================================================
      *> LOAD-BOT-PROFILES: Read the optional bots.cfg into
      *> WS-BOT-PR-TABLE -- the LOAD-MONSTER-TUNING convention: a
      *> missing file is no error, a line that doesn't parse is
      *> skipped with a warning. Only read when bots are armed.
      *> ============================================================
       LOAD-BOT-PROFILES.
           MOVE 0 TO WS-BOT-PR-COUNT
           MOVE 0 TO WS-BOT-PR-LINE-NO
           OPEN INPUT BOTPROF-FILE
           IF WS-BOT-PR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BOT-PR-STATUS NOT = "00"
               OR WS-BOT-PR-COUNT >= 16
               READ BOTPROF-FILE
                   AT END
                       MOVE "10" TO WS-BOT-PR-STATUS
                   NOT AT END
                       ADD 1 TO WS-BOT-PR-LINE-NO
                       IF BP-NAME NOT = SPACES
                           AND BP-AIM IS NUMERIC
                           AND BP-REACT IS NUMERIC
                           AND BP-WEAPON IS NUMERIC
                           AND BP-WEAPON >= 1 AND BP-WEAPON <= 7
                           AND BP-PICKUP IS NUMERIC
                           AND BP-RETREAT IS NUMERIC
                           ADD 1 TO WS-BOT-PR-COUNT
                           MOVE FUNCTION UPPER-CASE(BP-NAME)
                               TO WS-BOT-PR-NAME(WS-BOT-PR-COUNT)
                           MOVE BP-AIM
                               TO WS-BOT-PR-AIM(WS-BOT-PR-COUNT)
                           MOVE BP-REACT
                               TO WS-BOT-PR-REACT(WS-BOT-PR-COUNT)
                           MOVE BP-WEAPON
                               TO WS-BOT-PR-WEAPON(WS-BOT-PR-COUNT)
                           MOVE BP-PICKUP
                               TO WS-BOT-PR-PICKUP(WS-BOT-PR-COUNT)
                           MOVE BP-RETREAT
                               TO WS-BOT-PR-RETREAT(WS-BOT-PR-COUNT)
                       ELSE
                           DISPLAY "WARN: bad line "
                               WS-BOT-PR-LINE-NO " in "
                               FUNCTION TRIM(WS-BOT-PR-FILENAME)
                               " skipped"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOTPROF-FILE

           IF WS-BOT-PR-COUNT > 0
               DISPLAY "Bot profiles: " WS-BOT-PR-COUNT " from "
                   FUNCTION TRIM(WS-BOT-PR-FILENAME)
           END-IF
           .

      *> ============================================================
      *> BOT-APPLY-PROFILE: Give bot WS-BOT-IDX the profile its
      *> DOOM_BOTS slot names, or the compiled behaviour -- no aim
      *> error, no reaction delay, the pistol, pickups only when
      *> walked over, and no retreat.
      *> ============================================================
       BOT-APPLY-PROFILE.
           MOVE 0 TO WS-BOT-PROF(WS-BOT-IDX)
           MOVE 0 TO WS-BOT-AIM(WS-BOT-IDX)
           MOVE 0 TO WS-BOT-REACT(WS-BOT-IDX)
           MOVE 2 TO WS-BOT-WEAPON(WS-BOT-IDX)
           MOVE 0 TO WS-BOT-PICKUP(WS-BOT-IDX)
           MOVE 0 TO WS-BOT-RETREAT(WS-BOT-IDX)
           IF WS-BOT-REQ-NAME(WS-BOT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BOT-PR-I FROM 1 BY 1
               UNTIL WS-BOT-PR-I > WS-BOT-PR-COUNT
               OR WS-BOT-PROF(WS-BOT-IDX) > 0
               IF WS-BOT-PR-NAME(WS-BOT-PR-I)
                   = WS-BOT-REQ-NAME(WS-BOT-IDX)
                   MOVE WS-BOT-PR-I TO WS-BOT-PROF(WS-BOT-IDX)
               END-IF
           END-PERFORM
           IF WS-BOT-PROF(WS-BOT-IDX) = 0
               DISPLAY "WARN: no bot profile "
                   FUNCTION TRIM(WS-BOT-REQ-NAME(WS-BOT-IDX))
                   " in " FUNCTION TRIM(WS-BOT-PR-FILENAME)
                   ", bot " WS-BOT-IDX " plays the default"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BOT-PROF(WS-BOT-IDX) TO WS-BOT-PR-I
           MOVE WS-BOT-PR-AIM(WS-BOT-PR-I) TO WS-BOT-AIM(WS-BOT-IDX)
           MOVE WS-BOT-PR-REACT(WS-BOT-PR-I)
               TO WS-BOT-REACT(WS-BOT-IDX)
           MOVE WS-BOT-PR-WEAPON(WS-BOT-PR-I)
               TO WS-BOT-WEAPON(WS-BOT-IDX)
           MOVE WS-BOT-PR-PICKUP(WS-BOT-PR-I)
               TO WS-BOT-PICKUP(WS-BOT-IDX)
           MOVE WS-BOT-PR-RETREAT(WS-BOT-PR-I)
               TO WS-BOT-RETREAT(WS-BOT-IDX)
           DISPLAY "Bot " WS-BOT-IDX " plays "
               FUNCTION TRIM(WS-BOT-PR-NAME(WS-BOT-PR-I))
           .

      *> ============================================================
                   TO WS-BOT-HEALTH(WS-BOT-IDX)
               MOVE 0 TO WS-BOT-FIRE-CD(WS-BOT-IDX)
               MOVE 0 TO WS-BOT-RESPAWN-TMR(WS-BOT-IDX)
               MOVE 0 TO WS-BOT-SEEN(WS-BOT-IDX)
               MOVE 0 TO WS-BOT-GOAL(WS-BOT-IDX)
               MOVE 0 TO WS-BOT-GOAL-CD(WS-BOT-IDX)
               COMPUTE WS-BOT-A(WS-BOT-IDX) =
                   WS-BOT-IDX * 90 - 90
           END-PERFORM
                       MOVE WS-BOT-START-HEALTH
                           TO WS-BOT-HEALTH(WS-BOT-IDX)
                       MOVE 0 TO WS-BOT-RESPAWN-TMR(WS-BOT-IDX)
                       MOVE 0 TO WS-BOT-SEEN(WS-BOT-IDX)
                       MOVE 0 TO WS-BOT-GOAL(WS-BOT-IDX)
                   END-IF
               ELSE
                   PERFORM BOT-TICK-ONE
               PERFORM BOT-CHECK-LOS
           END-IF

      *>   The reaction clock runs while the player stays in sight
           IF WS-BOT-LOS-CLEAR = 1
               IF WS-BOT-SEEN(WS-BOT-IDX) < 999
                   ADD 1 TO WS-BOT-SEEN(WS-BOT-IDX)
               END-IF
           ELSE
               MOVE 0 TO WS-BOT-SEEN(WS-BOT-IDX)
           END-IF

      *>   A pickup-minded bot weighs the nearest item against the
      *>   fight
           IF WS-BOT-PICKUP(WS-BOT-IDX) > 0
               PERFORM BOT-WEIGH-PICKUP
           END-IF

           EVALUATE TRUE
               WHEN WS-BOT-GOAL(WS-BOT-IDX) > 0
                   PERFORM BOT-HEAD-FOR-GOAL
               WHEN WS-BOT-LOS-CLEAR = 1
                   AND WS-BOT-HEALTH(WS-BOT-IDX)
                       < WS-BOT-RETREAT(WS-BOT-IDX)
      *>           Hurt past its retreat health: back away from the
      *>           player, still shooting
                   COMPUTE WS-BOT-DIST =
                       FUNCTION SQRT(WS-BOT-DIST-SQ)
                   IF WS-BOT-DIST > 0.01
                       COMPUTE WS-BOT-MOVE-DX = 0
                           - WS-BOT-DX / WS-BOT-DIST * WS-BOT-SPEED
                       COMPUTE WS-BOT-MOVE-DY = 0
                           - WS-BOT-DY / WS-BOT-DIST * WS-BOT-SPEED
                       PERFORM BOT-MOVE-APPLY
                   END-IF
               WHEN WS-BOT-LOS-CLEAR = 1
      *>           Hunt: straight at the player
                   COMPUTE WS-BOT-DIST =
                       FUNCTION SQRT(WS-BOT-DIST-SQ)
                   IF WS-BOT-DIST > 1.5
                       COMPUTE WS-BOT-MOVE-DX =
                           WS-BOT-DX / WS-BOT-DIST * WS-BOT-SPEED
                       COMPUTE WS-BOT-MOVE-DY =
                           WS-BOT-DY / WS-BOT-DIST * WS-BOT-SPEED
                       PERFORM BOT-MOVE-APPLY
                   END-IF
               WHEN OTHER
      *>           Wander the current heading, turning at walls
                   COMPUTE WS-BOT-TRIG-IDX = FUNCTION MOD(
                       WS-BOT-A(WS-BOT-IDX) * 10 + 36000, 3600) + 1
                   COMPUTE WS-BOT-MOVE-DX =
                       WS-COS-VAL(WS-BOT-TRIG-IDX) * WS-BOT-SPEED
                   COMPUTE WS-BOT-MOVE-DY =
                       WS-SIN-VAL(WS-BOT-TRIG-IDX) * WS-BOT-SPEED
                   PERFORM BOT-MOVE-APPLY
                   IF WS-BOT-MOVED = 0
                       COMPUTE WS-BOT-A(WS-BOT-IDX) = FUNCTION MOD(
                           WS-BOT-A(WS-BOT-IDX) + 90, 360)
                   END-IF
           END-EVALUATE

      *>   Shoot when the player is in sight and within the
      *>   weapon's reach
           IF WS-BOT-LOS-CLEAR = 1
               PERFORM BOT-TRY-FIRE
           END-IF

      *>   Sweep up any pickup the bot walked over -- in respawn
           PERFORM BOT-CHECK-PICKUPS
           .

      *> ============================================================
      *> BOT-TRY-FIRE: Bot WS-BOT-IDX, with the player in sight,
      *> fires its preferred weapon once the reaction delay has
      *> run and the cooldown allows. Aim error and partial
      *> invisibility can each waste the shot.
      *> ============================================================
       BOT-TRY-FIRE.
           COMPUTE WS-BOT-DIST = FUNCTION SQRT(WS-BOT-DIST-SQ)
           IF WS-BOT-DIST
               > WS-BOT-WPN-RANGE(WS-BOT-WEAPON(WS-BOT-IDX))
               OR WS-BOT-FIRE-CD(WS-BOT-IDX) > 0
               OR WS-BOT-SEEN(WS-BOT-IDX)
                   <= WS-BOT-REACT(WS-BOT-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BOT-WPN-RATE(WS-BOT-WEAPON(WS-BOT-IDX))
               TO WS-BOT-FIRE-CD(WS-BOT-IDX)
           MOVE WS-BOT-WPN-MIN(WS-BOT-WEAPON(WS-BOT-IDX))
               TO WS-EN-RAND-MIN
           MOVE WS-BOT-WPN-MAX(WS-BOT-WEAPON(WS-BOT-IDX))
               TO WS-EN-RAND-MAX
           PERFORM EN-RANDOM-IN-RANGE
           MOVE WS-EN-RAND-VAL TO WS-PLAYER-DMG-AMT
      *>   Partial invisibility spoils a bot's aim too
           IF WS-PU-INVIS-TICKS > 0
               PERFORM EN-RANDOM-0-99
               IF WS-EN-RAND-PCT < 50
                   MOVE 0 TO WS-PLAYER-DMG-AMT
               END-IF
           END-IF
      *>   and so does a sloppy profile's own aim error
           IF WS-BOT-AIM(WS-BOT-IDX) > 0
               AND WS-PLAYER-DMG-AMT > 0
               PERFORM EN-RANDOM-0-99
               IF WS-EN-RAND-PCT < WS-BOT-AIM(WS-BOT-IDX)
                   MOVE 0 TO WS-PLAYER-DMG-AMT
               END-IF
           END-IF
           IF WS-PLAYER-DMG-AMT > 0
               MOVE WS-DMG-SRC-BOT
                   TO WS-PLAYER-DMG-SOURCE
               MOVE WS-BOT-IDX TO WS-MR-BOT-SHOOTER
               MOVE WS-BOT-X(WS-BOT-IDX)
                   TO WS-DMG-ORIGIN-X
               MOVE WS-BOT-Y(WS-BOT-IDX)
                   TO WS-DMG-ORIGIN-Y
               MOVE 1 TO WS-DMG-ORIGIN-SET
               PERFORM APPLY-DAMAGE-TO-PLAYER
           END-IF
           .

      *> ============================================================
      *> BOT-WEIGH-PICKUP: About once a second a bot with a pickup
      *> bias rolls it; on a hit it sets off for the nearest item
      *> within hunting distance, fight or no fight, until the item
      *> is gone or the way is blocked.
      *> ============================================================
       BOT-WEIGH-PICKUP.
           IF WS-BOT-GOAL(WS-BOT-IDX) > 0
               IF WS-PK-ACTIVE(WS-BOT-GOAL(WS-BOT-IDX)) = 0
                   MOVE 0 TO WS-BOT-GOAL(WS-BOT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-BOT-GOAL-CD(WS-BOT-IDX) > 0
               SUBTRACT 1 FROM WS-BOT-GOAL-CD(WS-BOT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 35 TO WS-BOT-GOAL-CD(WS-BOT-IDX)
           PERFORM EN-RANDOM-0-99
           IF WS-EN-RAND-PCT >= WS-BOT-PICKUP(WS-BOT-IDX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BOT-GOAL-BEST-SQ =
               WS-BOT-HUNT-DIST * WS-BOT-HUNT-DIST
           PERFORM VARYING WS-BOT-PK-IDX FROM 1 BY 1
               UNTIL WS-BOT-PK-IDX > WS-PK-COUNT
               IF WS-PK-ACTIVE(WS-BOT-PK-IDX) = 1
                   MOVE WS-BOT-PK-IDX TO WS-MR-PK
                   PERFORM DM-CHECK-WEAPON-STAY
                   IF WS-MR-STAY = 0
                       COMPUTE WS-BOT-GOAL-DX =
                           WS-PK-X(WS-BOT-PK-IDX)
                           - WS-BOT-X(WS-BOT-IDX)
                       COMPUTE WS-BOT-GOAL-DY =
                           WS-PK-Y(WS-BOT-PK-IDX)
                           - WS-BOT-Y(WS-BOT-IDX)
                       IF WS-BOT-GOAL-DX * WS-BOT-GOAL-DX
                           + WS-BOT-GOAL-DY * WS-BOT-GOAL-DY
                           < WS-BOT-GOAL-BEST-SQ
                           COMPUTE WS-BOT-GOAL-BEST-SQ =
                               WS-BOT-GOAL-DX * WS-BOT-GOAL-DX
                               + WS-BOT-GOAL-DY * WS-BOT-GOAL-DY
                           MOVE WS-BOT-PK-IDX
                               TO WS-BOT-GOAL(WS-BOT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> BOT-HEAD-FOR-GOAL: One step toward the pickup bot
      *> WS-BOT-IDX is after; BOT-CHECK-PICKUPS collects it on
      *> arrival. A bot that can't make headway gives up on it.
      *> ============================================================
       BOT-HEAD-FOR-GOAL.
           COMPUTE WS-BOT-GOAL-DX =
               WS-PK-X(WS-BOT-GOAL(WS-BOT-IDX)) - WS-BOT-X(WS-BOT-IDX)
           COMPUTE WS-BOT-GOAL-DY =
               WS-PK-Y(WS-BOT-GOAL(WS-BOT-IDX)) - WS-BOT-Y(WS-BOT-IDX)
           COMPUTE WS-BOT-GOAL-DIST = FUNCTION SQRT(
               WS-BOT-GOAL-DX * WS-BOT-GOAL-DX
               + WS-BOT-GOAL-DY * WS-BOT-GOAL-DY)
           IF WS-BOT-GOAL-DIST < 0.05
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BOT-MOVE-DX =
               WS-BOT-GOAL-DX / WS-BOT-GOAL-DIST * WS-BOT-SPEED
           COMPUTE WS-BOT-MOVE-DY =
               WS-BOT-GOAL-DY / WS-BOT-GOAL-DIST * WS-BOT-SPEED
           PERFORM BOT-MOVE-APPLY
           IF WS-BOT-MOVED = 0
               MOVE 0 TO WS-BOT-GOAL(WS-BOT-IDX)
           END-IF
           .

      *> ============================================================
      *> BOT-MOVE-APPLY: Per-axis wall slide for the bot, the live
      *> player's passable-cell set and padding. Sets WS-BOT-MOVED.
           COMPUTE WS-BOT-LOS-TGT-MY =
               FUNCTION INTEGER-PART(WS-PY) + 1

      *>   Sector pairs REJECT marks as never in sight need no DDA
           MOVE WS-BOT-LOS-MAP-Y TO WS-BM-FROM-ROW
           MOVE WS-BOT-LOS-MAP-X TO WS-BM-FROM-COL
           MOVE WS-BOT-LOS-TGT-MY TO WS-BM-TO-ROW
           MOVE WS-BOT-LOS-TGT-MX TO WS-BM-TO-COL
           PERFORM BM-REJECT-CHECK
           IF WS-BM-REJECTED = 1
               EXIT PARAGRAPH
           END-IF

           IF WS-BOT-LOS-RAY-X NOT = 0
               COMPUTE WS-BOT-LOS-DELTA-X =
                   FUNCTION ABS(1.0 / WS-BOT-LOS-RAY-X)
                   COMPUTE WS-BOT-PK-DY = FUNCTION ABS(
                       WS-BOT-Y(WS-BOT-IDX)
                       - WS-PK-Y(WS-BOT-PK-IDX))
      *>           A weapon that stays under match rules stays for
      *>           the bots too
                   MOVE WS-BOT-PK-IDX TO WS-MR-PK
                   PERFORM DM-CHECK-WEAPON-STAY
                   IF WS-BOT-PK-DX <= WS-PK-RADIUS
                       AND WS-BOT-PK-DY <= WS-PK-RADIUS
                       AND WS-MR-STAY = 0
                       MOVE 0 TO WS-PK-ACTIVE(WS-BOT-PK-IDX)
                       IF WS-PK-RESPAWN-ON = 1
                           MOVE WS-PK-RESPAWN-FRAMES
                   MOVE WS-STR-TXT(60) TO WS-GMSG-TEXT
                   PERFORM SHOW-GAME-MESSAGE
                   ADD 50 TO WS-SCORE
                   PERFORM DM-BOT-FRAGGED
               END-IF
               MOVE WS-BOT-X(WS-BOT-IDX) TO WS-FX-NEW-X
               MOVE WS-BOT-Y(WS-BOT-IDX) TO WS-FX-NEW-Y
