      *> ============================================================
      *> aimassist-proc.cpy -- Aim assistance
      *> AA-SETUP-SHOT:     tolerance and swing for this trigger pull
      *> AA-FIND-TARGET:    strong assist's target inside the cone
      *> AA-START-ATTEMPT:  the attempt's level starts at the level
      *>                    set
      *> AA-NOTE-LEVEL:     raise the attempt's level to the one set
      *> ============================================================

      *> ============================================================
      *> AA-SETUP-SHOT: From FIRE-HITSCAN once the view vectors are
      *> known. Off leaves the tolerance, the aim point and the
      *> depth column exactly as they always were.
      *> ============================================================
       AA-SETUP-SHOT.
           MOVE 0 TO WS-AA-TOL-ADD
           MOVE 0 TO WS-AA-SHIFT
           MOVE WS-VIEW-HALF-W TO WS-AA-COL
           IF WS-AA-LEVEL = 0
               EXIT PARAGRAPH
           END-IF
      *>   Demos and net games replay inputs, not shots: a setting
      *>   that isn't in the stream must not move the aim
           IF WS-DEMO-MODE NOT = 0 OR WS-NET-ON = 1
               OR WS-NET-REC-MODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AA-TOL-ADD = WS-WP-AIM-TOL / 2
           IF WS-AA-LEVEL = 2
               PERFORM AA-FIND-TARGET
           END-IF
           .

      *> ============================================================
      *> AA-FIND-TARGET: The nearest live monster whose centre lies
      *> within the cone and in front of the wall at its own
      *> column; the shot swings by its offset from the crosshair.
      *> Barrels and scenery are never snapped to.
      *> ============================================================
       AA-FIND-TARGET.
           COMPUTE WS-AA-CONE-PX = WS-AA-CONE * WS-RES-SCALE
           MOVE 9999 TO WS-AA-BEST-DEPTH
           MOVE 0 TO WS-AA-BEST-OFS
           PERFORM VARYING WS-AA-I FROM 1 BY 1
               UNTIL WS-AA-I > WS-SP-COUNT
               IF WS-SP-STATE(WS-AA-I) = 0
                   AND WS-SP-DECOR(WS-AA-I) = 0
                   AND WS-SP-THING-TYPE(WS-AA-I) NOT = 02035
                   COMPUTE WS-AA-DX =
                       WS-SP-WORLD-X(WS-AA-I) - WS-PX
                   COMPUTE WS-AA-DY =
                       WS-SP-WORLD-Y(WS-AA-I) - WS-PY
                   COMPUTE WS-AA-DEPTH =
                       WS-AA-DX * WS-WP-VIEW-DX
                       + WS-AA-DY * WS-WP-VIEW-DY
                   COMPUTE WS-AA-LATERAL =
                       WS-AA-DX * WS-WP-STRAFE-DX
                       + WS-AA-DY * WS-WP-STRAFE-DY
                   IF WS-AA-DEPTH > 0.2
                       AND WS-AA-DEPTH < WS-AA-BEST-DEPTH
                       COMPUTE WS-AA-OFS =
                           WS-AA-LATERAL * WS-VIEW-HALF-W
                           / WS-AA-DEPTH
                       MOVE WS-AA-OFS TO WS-AA-ABS
                       IF WS-AA-ABS < 0
                           COMPUTE WS-AA-ABS = 0 - WS-AA-ABS
                       END-IF
                       IF WS-AA-ABS <= WS-AA-CONE-PX
                           COMPUTE WS-AA-SCR-COL =
                               WS-VIEW-HALF-W + WS-AA-OFS
                           IF WS-AA-SCR-COL >= 1
                               AND WS-AA-SCR-COL <= WS-SCREEN-W
                               AND WS-AA-DEPTH <
                                   WS-DEPTH-VAL(WS-AA-SCR-COL)
                               MOVE WS-AA-DEPTH TO WS-AA-BEST-DEPTH
                               MOVE WS-AA-OFS TO WS-AA-BEST-OFS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-AA-BEST-DEPTH < 9999
               MOVE WS-AA-BEST-OFS TO WS-AA-SHIFT
               COMPUTE WS-AA-COL = WS-VIEW-HALF-W + WS-AA-SHIFT
           END-IF
           .

      *> ============================================================
      *> AA-START-ATTEMPT: Called from INIT-PLAYER-POSITION beside
      *> RFL-START-ATTEMPT. A demo or net attempt is never assisted
      *> (AA-SETUP-SHOT), so it starts, and stays, unstamped.
      *> ============================================================
       AA-START-ATTEMPT.
           MOVE 0 TO WS-AA-USED
           MOVE SPACE TO WS-AA-STAMP
           IF WS-DEMO-MODE NOT = 0 OR WS-NET-ON = 1
               OR WS-NET-REC-MODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM AA-NOTE-LEVEL
           .

      *> ============================================================
      *> AA-NOTE-LEVEL: The level set now counts for the attempt if
      *> it is higher than any used so far (the options menu calls
      *> this on every change), and the stamp follows.
      *> ============================================================
       AA-NOTE-LEVEL.
           IF WS-DEMO-MODE NOT = 0 OR WS-NET-ON = 1
               OR WS-NET-REC-MODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AA-LEVEL > WS-AA-USED
               MOVE WS-AA-LEVEL TO WS-AA-USED
           END-IF
           EVALUATE WS-AA-USED
               WHEN 1
                   MOVE "L" TO WS-AA-STAMP
               WHEN 2
                   MOVE "S" TO WS-AA-STAMP
               WHEN OTHER
                   MOVE SPACE TO WS-AA-STAMP
           END-EVALUATE
           .
