               END-IF
           END-IF

      *>   Note state changes for the AI overlay's panel, and
      *>   run the threat telemetry's level clock
           PERFORM AIV-WATCH-STATES
           ADD 1 TO WS-THR-TIC

           IF WS-SP-COUNT < 1
               EXIT PARAGRAPH
           END-IF
      *>           Also skip AI-dead (state 6)
                   IF WS-EN-STATE(WS-EN-IDX) NOT = 6
      *>               Barrels share the sprite table but not the
      *>               monster state machine; in co-op a monster
      *>               hunts whichever marine is nearer
                       IF WS-SP-THING-TYPE(WS-EN-IDX) = 02035
                           PERFORM EN-TICK-BARREL
                       ELSE
                           IF WS-NET-ON = 1 AND WS-NET-COOP-ON = 1
                               PERFORM NET-COOP-ENEMY-TICK
                           ELSE
                               PERFORM EN-TICK-ONE-ENEMY
                           END-IF
                       END-IF
                   END-IF
               ELSE
               EXIT PARAGRAPH
           END-IF

           IF WS-SP-COUNT < WS-SP-MAX
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-EN-SPAWN-IDX
           ELSE
      *>   normalized correction each tick, components capped so the
      *>   homing never accelerates the shot beyond its class
           IF WS-PROJ-HOMING(WS-PROJ-IDX) = 1
      *>       In co-op it curves toward the nearer marine
               MOVE WS-PROJ-X(WS-PROJ-IDX) TO WS-NET-FROM-X
               MOVE WS-PROJ-Y(WS-PROJ-IDX) TO WS-NET-FROM-Y
               PERFORM NET-PICK-NEAREST
               IF WS-NET-NEAR-REMOTE = 1
                   COMPUTE WS-PROJ-HOME-DX =
                       WS-NET-PX - WS-PROJ-X(WS-PROJ-IDX)
                   COMPUTE WS-PROJ-HOME-DY =
                       WS-NET-PY - WS-PROJ-Y(WS-PROJ-IDX)
               ELSE
                   COMPUTE WS-PROJ-HOME-DX =
                       WS-PX - WS-PROJ-X(WS-PROJ-IDX)
                   COMPUTE WS-PROJ-HOME-DY =
                       WS-PY - WS-PROJ-Y(WS-PROJ-IDX)
               END-IF
               COMPUTE WS-PROJ-HOME-DIST =
                   FUNCTION ABS(WS-PROJ-HOME-DX)
                   + FUNCTION ABS(WS-PROJ-HOME-DY)
               EXIT PARAGRAPH
           END-IF

      *>   Only sprites in the blocks around the shot can be struck
           MOVE WS-PROJ-X(WS-PROJ-IDX) TO WS-BM-AT-X
           MOVE WS-PROJ-Y(WS-PROJ-IDX) TO WS-BM-AT-Y
           PERFORM BM-GATHER-NEAR

           IF WS-PROJ-KIND(WS-PROJ-IDX) > 0
      *>       Player-fired: check collision against monsters and
      *>       detonate on the first one struck
               PERFORM VARYING WS-PROJ-HIT-K FROM 1 BY 1
                   UNTIL WS-PROJ-HIT-K > WS-BM-NEAR-COUNT
                   MOVE WS-BM-NEAR(WS-PROJ-HIT-K) TO WS-PROJ-HIT-IDX
                   IF WS-SP-STATE(WS-PROJ-HIT-IDX) = 0
                       AND WS-SP-DECOR(WS-PROJ-HIT-IDX) = 0
                       COMPUTE WS-PROJ-HIT-DX =
      *>   Monster collision: a stray shot crossing another monster
      *>   hits it and provokes an infight (EN-APPLY-DAMAGE
      *>   retargets the victim at WS-EN-DMG-SOURCE)
           PERFORM VARYING WS-PROJ-HIT-K FROM 1 BY 1
               UNTIL WS-PROJ-HIT-K > WS-BM-NEAR-COUNT
               OR WS-PROJ-ACTIVE(WS-PROJ-IDX) = 0
               MOVE WS-BM-NEAR(WS-PROJ-HIT-K) TO WS-PROJ-HIT-IDX
               IF WS-SP-STATE(WS-PROJ-HIT-IDX) = 0
                   AND WS-SP-DECOR(WS-PROJ-HIT-IDX) = 0
                   AND WS-PROJ-HIT-IDX
               EXIT PARAGRAPH
           END-IF

      *>   Co-op: a shot nearer the partner's marine than this one
      *>   is the partner's to take -- it just stops there
           MOVE WS-PROJ-X(WS-PROJ-IDX) TO WS-NET-FROM-X
           MOVE WS-PROJ-Y(WS-PROJ-IDX) TO WS-NET-FROM-Y
           PERFORM NET-PICK-NEAREST
           IF WS-NET-NEAR-REMOTE = 1
               IF WS-NET-DIST-R <= WS-PROJ-HIT-RADIUS-SQ
                   MOVE 0 TO WS-PROJ-ACTIVE(WS-PROJ-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

      *>   Player collision: close enough to the player's position
           COMPUTE WS-PROJ-HIT-DX =
               WS-PROJ-X(WS-PROJ-IDX) - WS-PX
               MOVE WS-PROJ-X(WS-PROJ-IDX) TO WS-DMG-ORIGIN-X
               MOVE WS-PROJ-Y(WS-PROJ-IDX) TO WS-DMG-ORIGIN-Y
               MOVE 1 TO WS-DMG-ORIGIN-SET
               MOVE 1 TO WS-THR-VIA-PROJ
               PERFORM APPLY-DAMAGE-TO-PLAYER
               MOVE 0 TO WS-PROJ-ACTIVE(WS-PROJ-IDX)
           END-IF
           COMPUTE WS-EN-LOS-TARGET-MY =
               FUNCTION INTEGER-PART(WS-EN-TGT-Y) + 1

      *>   Sector pairs REJECT marks as never in sight need no DDA
           MOVE WS-EN-LOS-MAP-Y TO WS-BM-FROM-ROW
           MOVE WS-EN-LOS-MAP-X TO WS-BM-FROM-COL
           MOVE WS-EN-LOS-TARGET-MY TO WS-BM-TO-ROW
           MOVE WS-EN-LOS-TARGET-MX TO WS-BM-TO-COL
           PERFORM BM-REJECT-CHECK
           IF WS-BM-REJECTED = 1
               EXIT PARAGRAPH
           END-IF

      *>   Delta distances
           IF WS-EN-LOS-RAY-X NOT = 0
               COMPUTE WS-EN-LOS-DELTA-X =

      *> ============================================================
      *> EN-APPLY-DAMAGE: Apply damage to an enemy.
      *> Input: WS-EN-DMG-IDX (sprite index 1..WS-SP-MAX)
      *>        WS-EN-DMG-AMT (damage amount)
      *> Subtracts from WS-SP-HEALTH. If <= 0, set DYING.
      *> Otherwise set PAIN.
                   MOVE WS-EN-DMG-IDX TO WS-SFX-SRC
                   PERFORM PLAY-SOUND-AT
                   ADD 1 TO WS-KILL-COUNT
      *>           Career numbers count the player's own unassisted
      *>           play, not a demo replaying it
                   IF WS-DEMO-MODE NOT = 2 AND WS-RFL-ON = 0
                       ADD 1 TO WS-CAR-KILLS
                   END-IF
                   ADD WS-EN-SCORE-VALUE(WS-EN-DMG-IDX) TO WS-SCORE
                   IF WS-WPS-PEND-W >= 1 AND WS-WPS-PEND-W <= 8
                       ADD 1 TO WS-WPS-KILLS(WS-WPS-PEND-W)
                   END-IF
                   PERFORM THR-NOTE-DEATH
                   PERFORM EN-DROP-LOOT
               END-IF
           ELSE
      *>   it clean, same convention as EN-APPLY-DAMAGE
           MOVE WS-PLAYER-DMG-SOURCE TO WS-DL-SRC-W
           MOVE 0 TO WS-PLAYER-DMG-SOURCE
           MOVE WS-THR-VIA-PROJ TO WS-THR-PROJ-W
           MOVE 0 TO WS-THR-VIA-PROJ
      *>   A blow landed on the co-op partner standing in (see
      *>   NET-STAND-IN) is taken on the partner's own machine
           IF WS-NET-AS-PLAYER = 1
               EXIT PARAGRAPH
           END-IF

           IF WS-GOD-MODE = 1
               EXIT PARAGRAPH
           END-PERFORM
           MOVE WS-DL-SRC-W TO WS-DL-SOURCE(1)
           MOVE WS-PLAYER-DMG-AMT TO WS-DL-RAW(1)
           ADD 1 TO WS-ACH-HITS
           MOVE 0 TO WS-DL-ABSORBED(1)
           IF WS-DL-COUNT < 5
               ADD 1 TO WS-DL-COUNT
               MOVE WS-ARMOR-ABSORB TO WS-DL-ABSORBED(1)
           END-IF

      *>   And into this level's threat telemetry
           PERFORM THR-NOTE-HIT

      *>   And onto a practice attempt's damage taken
           PERFORM PRC-NOTE-HIT

      *>   The event journal keeps every hit, not just the last five
           PERFORM JOURNAL-PLAYER-HIT

      *> gating); SHOW-DEATH-SCREEN then takes over.
      *> ============================================================
       CHECK-PLAYER-DEATH.
      *>   A co-op marine doesn't end the level for both: it goes
      *>   back to its own start (NET-COOP-PLAYER-DIED)
           IF WS-NET-ON = 1 AND WS-NET-COOP-ON = 1
               IF WS-HEALTH = 0
                   PERFORM NET-COOP-PLAYER-DIED
               END-IF
               EXIT PARAGRAPH
           END-IF
      *>   Nor does a deathmatch marine under match rules: the frag
      *>   is scored and it respawns (DM-PLAYER-DIED)
           IF WS-MR-ON = 1
               IF WS-HEALTH = 0
                   PERFORM DM-PLAYER-DIED
               END-IF
               EXIT PARAGRAPH
           END-IF
      *>   Nor does a marine practising a segment: the attempt is
      *>   logged and the segment's start put back (PRC-PLAYER-DIED)
      *>   -- no death screen, and nothing for the career or ledger
           IF WS-PRC-ON = 1
               IF WS-HEALTH = 0
                   PERFORM PRC-PLAYER-DIED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-HEALTH = 0 AND WS-GAME-STATE NOT = 3
               MOVE 3 TO WS-GAME-STATE
               MOVE "PLAYER DIED" TO WS-JN-TEXT
      *>       quite possibly the very file being replayed
               IF WS-DEMO-MODE NOT = 2
      *>           Deaths are career numbers, saved as they happen
      *>           so a crash can't lose them (an assisted run's
      *>           aren't counted)
                   IF WS-RFL-ON = 0
                       ADD 1 TO WS-CAR-DEATHS
                   END-IF
                   PERFORM CAREER-SAVE
      *>           The last seconds of input become this death's
      *>           own replayable reproduction
                               MOVE 999
                                   TO WS-TN-DODGE(WS-TN-COUNT)
                           END-IF
      *>                   So does health -- 000 keeps the
      *>                   compiled value
                           IF TN-HEALTH IS NUMERIC
                               MOVE TN-HEALTH
                                   TO WS-TN-HEALTH(WS-TN-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-TN-HEALTH(WS-TN-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "WARN: bad line in "
                               WS-TN-FILENAME " skipped"
      *> Called once after INIT-SPRITES. Sets per-enemy-type stats.
      *> ============================================================
       EN-INIT-AI.
      *>       The player's recent history on this map may move the
      *>       skill scaling for this attempt
           PERFORM ADP-CHOOSE-STEP
      *>       The AI overlay's state-change history starts afresh
           PERFORM AIV-RESET

      *>       Reset this level's kill tally -- barrels sit in the
      *>       sprite table but aren't monsters, so they don't count
      *>       toward the level's kill total
           MOVE 0 TO WS-SCORE
           MOVE WS-PROF-PLAY-SECONDS TO WS-LEVEL-START-SECONDS

      *>       Fresh per-weapon tallies for the fresh roster, and
      *>       a clean slate for the untouched-map achievement
           PERFORM WPS-RESET
           PERFORM THR-RESET
           MOVE 0 TO WS-ACH-HITS

      *>       Clear any projectiles left flying from the last level
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
      *> same initialization as map-placed ones.
      *> ============================================================
       EN-INIT-ONE-AI.
      *>       A life starts, for the threat telemetry
               PERFORM THR-NOTE-SPAWN
      *>       Start all enemies in IDLE state
               MOVE 0 TO WS-EN-STATE(WS-EN-IDX)
               MOVE 0 TO WS-EN-FRAME-CTR(WS-EN-IDX)
                   MOVE 90 TO WS-EN-DODGE-PCT(WS-EN-IDX)
               END-IF

      *>       monsters.cfg and DEHACKED overrides replace the
      *>       compiled stats for the types they name -- applied
      *>       before skill scaling, so tuned values scale by
      *>       difficulty the same way the built-in ones do
               PERFORM VARYING WS-TN-I FROM 1 BY 1
                   UNTIL WS-TN-I > WS-TN-COUNT
                   IF WS-TN-TYPE(WS-TN-I) =
                       WS-SP-THING-TYPE(WS-EN-IDX)
                       IF WS-TN-DAMAGE(WS-TN-I) NOT = 999
                           MOVE WS-TN-DAMAGE(WS-TN-I)
                               TO WS-EN-DAMAGE(WS-EN-IDX)
                       END-IF
                       IF WS-TN-SPEED(WS-TN-I) NOT = 9.9999
                           MOVE WS-TN-SPEED(WS-TN-I)
                               TO WS-EN-MOVE-SPEED(WS-EN-IDX)
                       END-IF
                       IF WS-TN-ALERT(WS-TN-I) NOT = 999
                           MOVE WS-TN-ALERT(WS-TN-I)
                               TO WS-EN-ALERT-DIST(WS-EN-IDX)
                       END-IF
                       IF WS-TN-PAIN(WS-TN-I) NOT = 999
                           MOVE WS-TN-PAIN(WS-TN-I)
                               TO WS-EN-PAIN-PCT(WS-EN-IDX)
                       END-IF
                       IF WS-TN-SCORE(WS-TN-I) NOT = 9999
                           MOVE WS-TN-SCORE(WS-TN-I)
                               TO WS-EN-SCORE-VALUE(WS-EN-IDX)
                       END-IF
                       IF WS-TN-DODGE(WS-TN-I) <= 99
                           MOVE WS-TN-DODGE(WS-TN-I)
                               TO WS-EN-DODGE-PCT(WS-EN-IDX)
                       END-IF
                       IF WS-TN-HEALTH(WS-TN-I) > 0
                           MOVE WS-TN-HEALTH(WS-TN-I)
                               TO WS-SP-HEALTH(WS-EN-IDX)
                       END-IF
                   END-IF
               END-PERFORM

               COMPUTE WS-SP-HEALTH(WS-EN-IDX) =
                   WS-SP-HEALTH(WS-EN-IDX)
                   * WS-SKILL-HP-PCT(WS-SKILL-LEVEL) / 100
      *>       ...and then by the attempt's adaptive step, if any
               IF WS-ADP-STEP NOT = 0
                   COMPUTE WS-EN-DAMAGE(WS-EN-IDX) =
                       WS-EN-DAMAGE(WS-EN-IDX) * WS-ADP-DMG-PCT / 100
                   COMPUTE WS-SP-HEALTH(WS-EN-IDX) =
                       WS-SP-HEALTH(WS-EN-IDX) * WS-ADP-HP-PCT / 100
               END-IF
               IF WS-SP-HEALTH(WS-EN-IDX) < 1
                   MOVE 1 TO WS-SP-HEALTH(WS-EN-IDX)
               END-IF
                   END-IF
               END-IF
           END-PERFORM
      *>   The reused slot is about to jump across the map --
      *>   rebuild the block chains before the next search
           IF WS-SP-RECLAIM > 0
               MOVE 1 TO WS-BM-DIRTY
           END-IF
           .
