
      *>       --- READY: check for fire input ---
               WHEN 0
                   EVALUATE WS-WP-POOL(WS-WP-CURRENT + 1)
                       WHEN 1
                           MOVE WS-AMMO-BULLETS TO WS-WP-CUR-AMMO
                       WHEN 2
                           MOVE WS-AMMO-SHELLS TO WS-WP-CUR-AMMO
                       WHEN 3
                           MOVE WS-AMMO-CELLS TO WS-WP-CUR-AMMO
                       WHEN 4
                           MOVE WS-AMMO-ROCKETS TO WS-WP-CUR-AMMO
                       WHEN OTHER
      *>                   Fist and chainsaw: melee, never run dry
                           MOVE 999 TO WS-WP-CUR-AMMO
                   END-EVALUATE

      *>               The BFG burns a whole 40-cell charge per
      *>               shot; everything else pays one round
                   MOVE WS-WP-SHOT-COST(WS-WP-CURRENT + 1)
                       TO WS-WP-AMMO-COST

      *>               The chaingun (weapon3) and chainsaw (weapon7)
      *>               are sustained-fire -- they keep going while
                       AND WS-WP-CUR-AMMO >= WS-WP-AMMO-COST
      *>               Begin firing
                       ADD 1 TO WS-WPS-SHOTS(WS-WP-CURRENT + 1)
                       IF WS-RFL-ON = 0
                           ADD 1 TO WS-CAR-SHOTS(WS-WP-CURRENT + 1)
                       END-IF
                       MOVE 1 TO WS-WP-STATE
                       MOVE 1 TO WS-WP-ANIM-FRAME
                       MOVE WS-WP-FDUR(WS-WP-CURRENT + 1)
                       MOVE WS-WP-FIRE-DURATION
                           TO WS-WP-FIRE-TIMER
      *>               Consume ammo from the weapon's own pool
      *>               (fist and chainsaw consume nothing)
                       EVALUATE WS-WP-POOL(WS-WP-CURRENT + 1)
                           WHEN 1
                               SUBTRACT WS-WP-AMMO-COST
                                   FROM WS-AMMO-BULLETS
                           WHEN 2
                               SUBTRACT WS-WP-AMMO-COST
                                   FROM WS-AMMO-SHELLS
                           WHEN 3
                               SUBTRACT WS-WP-AMMO-COST
                                   FROM WS-AMMO-CELLS
                           WHEN 4
                               SUBTRACT WS-WP-AMMO-COST
                                   FROM WS-AMMO-ROCKETS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
      *>               Load fire frame B
                       PERFORM PICK-FIRE-FRAME-LUMP
               0 - WS-WP-VIEW-DY
           MOVE WS-WP-VIEW-DX TO WS-WP-STRAFE-DY

      *>   Aim assistance: wider tolerance, and at strong a swing
      *>   onto the nearest monster near the crosshair
           PERFORM AA-SETUP-SHOT

           IF WS-WP-CURRENT = 2
      *>       Shotgun: 7 pellets spread -15 to +15 pixels
               PERFORM VARYING WS-WP-SG-PELLET
                           * WS-VIEW-HALF-W / WS-WP-HS-DEPTH

      *>               Check if within the aim tolerance
      *>               (aim = screen center + offset, swung by
      *>               any aim assistance)
                       COMPUTE WS-WP-HS-SCREEN-X =
                           WS-WP-HS-SCREEN-X
                           - WS-VIEW-HALF-W - WS-WP-SG-OFFSET
                           - WS-AA-SHIFT
      *>               Take absolute value
                       IF WS-WP-HS-SCREEN-X < 0
                           COMPUTE WS-WP-HS-SCREEN-X =
                       END-IF

      *>               Within the aim tolerance?
                       IF WS-WP-HS-SCREEN-X <=
                           WS-WP-AIM-TOL + WS-AA-TOL-ADD

      *>                   Check depth vs wall at the aim
      *>                   column
                           IF WS-WP-HS-DEPTH <
                               WS-DEPTH-VAL(WS-AA-COL)

      *>                       This enemy is hittable; is
      *>                       it the closest?
      *>   If we hit something, apply damage
           IF WS-WP-HS-HIT = 1
               AND WS-WP-HS-BEST-IDX >= 1
               AND WS-WP-HS-BEST-IDX <= WS-SP-MAX

      *>       Random damage 7-15 for pistol pellet
      *>       Shotgun pellets also do 7-15 each (x7 total)
      *>       wall cell this pellet's ray terminates in, just short
      *>       of the wall so the depth test keeps it visible
               COMPUTE WS-FX-IMP-COL =
                   WS-VIEW-HALF-W + WS-WP-SG-OFFSET + WS-AA-SHIFT
               IF WS-FX-IMP-COL < 1
                   MOVE 1 TO WS-FX-IMP-COL
               END-IF
      *>   If we hit something, apply damage
           IF WS-WP-HS-HIT = 1
               AND WS-WP-HS-BEST-IDX >= 1
               AND WS-WP-HS-BEST-IDX <= WS-SP-MAX

      *>       Random damage: 2-10 per punch, 5-20 per saw cycle --
      *>       and the chainsaw cycles twice as fast (WS-WP-FDUR),
