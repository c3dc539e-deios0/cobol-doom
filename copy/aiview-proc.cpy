      *> ============================================================
      *> aiview-proc.cpy -- Monster AI overlay on the automap
      *> AIV-RESET:          forget the last level's state changes
      *>                     (called from EN-INIT-AI)
      *> AIV-WATCH-STATES:   note each monster's state changes, once
      *>                     a tic (called from UPDATE-ENEMIES)
      *> AIV-CONSOLE:        the "aiview" console command
      *> AIV-DRAW-OVERLAY:   every live monster on the radar, and
      *>                     the picked one's side panel (called
      *>                     from RENDER-AUTOMAP)
      *> ============================================================

       AIV-RESET.
           MOVE 0 TO WS-AIV-SEL
           PERFORM VARYING WS-AIV-I FROM 1 BY 1
               UNTIL WS-AIV-I > WS-SP-MAX
               MOVE 9 TO WS-AIV-PREV(WS-AIV-I)
               MOVE 9 TO WS-AIV-FROM(WS-AIV-I)
               MOVE 0 TO WS-AIV-AT(WS-AIV-I)
           END-PERFORM
           .

      *> ============================================================
      *> AIV-WATCH-STATES: Cheap enough to run every tic, so the
      *> panel can say what a monster was doing before the overlay
      *> was ever turned on.
      *> ============================================================
       AIV-WATCH-STATES.
           ADD 1 TO WS-AIV-TIC
           PERFORM VARYING WS-AIV-I FROM 1 BY 1
               UNTIL WS-AIV-I > WS-SP-COUNT OR WS-AIV-I > WS-SP-MAX
               EVALUATE TRUE
                   WHEN WS-AIV-PREV(WS-AIV-I) = 9
                       MOVE WS-EN-STATE(WS-AIV-I)
                           TO WS-AIV-PREV(WS-AIV-I)
                       MOVE WS-AIV-TIC TO WS-AIV-AT(WS-AIV-I)
                   WHEN WS-EN-STATE(WS-AIV-I)
                       NOT = WS-AIV-PREV(WS-AIV-I)
                       MOVE WS-AIV-PREV(WS-AIV-I)
                           TO WS-AIV-FROM(WS-AIV-I)
                       MOVE WS-EN-STATE(WS-AIV-I)
                           TO WS-AIV-PREV(WS-AIV-I)
                       MOVE WS-AIV-TIC TO WS-AIV-AT(WS-AIV-I)
               END-EVALUATE
           END-PERFORM
           .

      *> ============================================================
      *> AIV-CONSOLE: "aiview" turns the overlay (and the automap
      *> under it) on or off; "aiview next" picks the next live
      *> monster after the one shown, "aiview near" the closest to
      *> the player, "aiview <slot>" a sprite slot outright.
      *> Picking one turns the overlay on and prints its panel.
      *> ============================================================
       AIV-CONSOLE.
           MOVE WS-CONSOLE-LINE(8:8) TO WS-AIV-ARG
           EVALUATE TRUE
               WHEN WS-AIV-ARG = SPACES
                   IF WS-AIV-ON = 1
                       MOVE 0 TO WS-AIV-ON
                       DISPLAY "AI overlay OFF."
                   ELSE
                       MOVE 1 TO WS-AIV-ON
                       MOVE 1 TO WS-AUTOMAP-ON
                       DISPLAY "AI overlay ON."
                   END-IF
                   EXIT PARAGRAPH
               WHEN WS-AIV-ARG = "off"
                   MOVE 0 TO WS-AIV-ON
                   DISPLAY "AI overlay OFF."
                   EXIT PARAGRAPH
               WHEN WS-AIV-ARG = "next"
                   PERFORM AIV-PICK-NEXT
               WHEN WS-AIV-ARG = "near"
                   PERFORM AIV-PICK-NEAR
               WHEN FUNCTION TRIM(WS-AIV-ARG) IS NUMERIC
                   COMPUTE WS-AIV-I = FUNCTION NUMVAL(WS-AIV-ARG)
                   IF WS-AIV-I >= 1 AND WS-AIV-I <= WS-SP-COUNT
                       AND WS-SP-DECOR(WS-AIV-I) = 0
                       AND WS-SP-THING-TYPE(WS-AIV-I) NOT = 02035
                       MOVE WS-AIV-I TO WS-AIV-SEL
                   ELSE
                       DISPLAY "No monster in slot "
                           FUNCTION TRIM(WS-AIV-ARG)
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "aiview [next | near | <slot> | off]"
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-AIV-SEL = 0
               DISPLAY "No live monster to show."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AIV-ON
           MOVE 1 TO WS-AUTOMAP-ON
           PERFORM AIV-BUILD-PANEL
           PERFORM VARYING WS-AIV-K FROM 1 BY 1 UNTIL WS-AIV-K > 8
               IF WS-AIV-TEXT(WS-AIV-K) NOT = SPACES
                   DISPLAY "  " WS-AIV-TEXT(WS-AIV-K)
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> AIV-PICK-NEXT / AIV-PICK-NEAR: WS-AIV-SEL = the live
      *> monster after the one shown (wrapping round), or the one
      *> closest to the player; left 0 when there is none.
      *> ============================================================
       AIV-PICK-NEXT.
           MOVE WS-AIV-SEL TO WS-AIV-BEST
           MOVE 0 TO WS-AIV-SEL
           PERFORM VARYING WS-AIV-K FROM 1 BY 1
               UNTIL WS-AIV-K > WS-SP-COUNT OR WS-AIV-SEL > 0
               COMPUTE WS-AIV-I =
                   FUNCTION MOD(WS-AIV-BEST + WS-AIV-K - 1,
                       WS-SP-COUNT) + 1
               IF WS-SP-DECOR(WS-AIV-I) = 0
                   AND WS-SP-THING-TYPE(WS-AIV-I) NOT = 02035
                   AND WS-SP-STATE(WS-AIV-I) NOT = 2
                   AND WS-EN-STATE(WS-AIV-I) < 5
                   MOVE WS-AIV-I TO WS-AIV-SEL
               END-IF
           END-PERFORM
           .

       AIV-PICK-NEAR.
           MOVE 0 TO WS-AIV-SEL
           MOVE 999999999 TO WS-AIV-BEST-D
           PERFORM VARYING WS-AIV-I FROM 1 BY 1
               UNTIL WS-AIV-I > WS-SP-COUNT
               IF WS-SP-DECOR(WS-AIV-I) = 0
                   AND WS-SP-THING-TYPE(WS-AIV-I) NOT = 02035
                   AND WS-SP-STATE(WS-AIV-I) NOT = 2
                   AND WS-EN-STATE(WS-AIV-I) < 5
                   COMPUTE WS-AIV-D =
                       (WS-SP-WORLD-X(WS-AIV-I) - WS-PX) ** 2
                       + (WS-SP-WORLD-Y(WS-AIV-I) - WS-PY) ** 2
                   IF WS-AIV-D < WS-AIV-BEST-D
                       MOVE WS-AIV-D TO WS-AIV-BEST-D
                       MOVE WS-AIV-I TO WS-AIV-SEL
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> AIV-WORK-OUT: For monster WS-AIV-I, what it is after and
      *> the way it is going -- the same choices the state machine
      *> makes: an idle monster walks its facing (an ambusher holds
      *> its post), everything else goes for its WS-EN-TARGET (0 =
      *> the player), along a committed detour while one runs.
      *> ============================================================
       AIV-WORK-OUT.
           MOVE 0 TO WS-AIV-DIR-X
           MOVE 0 TO WS-AIV-DIR-Y
           MOVE WS-SP-WORLD-X(WS-AIV-I) TO WS-AIV-TGT-X
           MOVE WS-SP-WORLD-Y(WS-AIV-I) TO WS-AIV-TGT-Y

           EVALUATE TRUE
               WHEN WS-EN-STATE(WS-AIV-I) = 0
                   AND WS-SP-AMBUSH(WS-AIV-I) = 1
                   MOVE SPACE TO WS-AIV-TGT-KIND
               WHEN WS-EN-STATE(WS-AIV-I) = 0
                   MOVE "W" TO WS-AIV-TGT-KIND
                   COMPUTE WS-AIV-TRIG-IDX = FUNCTION MOD(
                       WS-SP-ANGLE(WS-AIV-I) * 10 + 36000, 3600) + 1
                   MOVE WS-COS-VAL(WS-AIV-TRIG-IDX)
                       TO WS-AIV-DIR-X
                   MOVE WS-SIN-VAL(WS-AIV-TRIG-IDX)
                       TO WS-AIV-DIR-Y
                   COMPUTE WS-AIV-TGT-X =
                       WS-SP-WORLD-X(WS-AIV-I) + WS-AIV-DIR-X * 3
                   COMPUTE WS-AIV-TGT-Y =
                       WS-SP-WORLD-Y(WS-AIV-I) + WS-AIV-DIR-Y * 3
               WHEN WS-EN-TARGET(WS-AIV-I) > 0
                   AND WS-EN-TARGET(WS-AIV-I) <= WS-SP-COUNT
                   MOVE "M" TO WS-AIV-TGT-KIND
                   MOVE WS-SP-WORLD-X(WS-EN-TARGET(WS-AIV-I))
                       TO WS-AIV-TGT-X
                   MOVE WS-SP-WORLD-Y(WS-EN-TARGET(WS-AIV-I))
                       TO WS-AIV-TGT-Y
               WHEN OTHER
                   MOVE "P" TO WS-AIV-TGT-KIND
                   MOVE WS-PX TO WS-AIV-TGT-X
                   MOVE WS-PY TO WS-AIV-TGT-Y
           END-EVALUATE

           IF WS-AIV-TGT-KIND = "M" OR WS-AIV-TGT-KIND = "P"
               IF WS-EN-DET-TICKS(WS-AIV-I) > 0
                   MOVE WS-EN-DET-DX(WS-AIV-I) TO WS-AIV-DIR-X
                   MOVE WS-EN-DET-DY(WS-AIV-I) TO WS-AIV-DIR-Y
               ELSE
                   COMPUTE WS-AIV-LEN = FUNCTION SQRT(
                       (WS-AIV-TGT-X - WS-SP-WORLD-X(WS-AIV-I)) ** 2
                       + (WS-AIV-TGT-Y - WS-SP-WORLD-Y(WS-AIV-I))
                       ** 2)
                   IF WS-AIV-LEN > 0.01
                       COMPUTE WS-AIV-DIR-X =
                           (WS-AIV-TGT-X - WS-SP-WORLD-X(WS-AIV-I))
                           / WS-AIV-LEN
                       COMPUTE WS-AIV-DIR-Y =
                           (WS-AIV-TGT-Y - WS-SP-WORLD-Y(WS-AIV-I))
                           / WS-AIV-LEN
                   END-IF
               END-IF
           END-IF

      *>   The route step: the cell the next stride lands in, the
      *>   probe distance EN-PICK-DETOUR uses
           COMPUTE WS-AIV-STEP-COL = FUNCTION INTEGER-PART(
               WS-SP-WORLD-X(WS-AIV-I) + WS-AIV-DIR-X * 1.2) + 1
           COMPUTE WS-AIV-STEP-ROW = FUNCTION INTEGER-PART(
               WS-SP-WORLD-Y(WS-AIV-I) + WS-AIV-DIR-Y * 1.2) + 1
           .

      *> ============================================================
      *> AIV-DRAW-OVERLAY: Over the radar RENDER-AUTOMAP has just
      *> drawn (WS-AM-PLAYER-ROW/COL already set), each live
      *> monster in range: target line first, then the route cell,
      *> the monster in its state colour, its facing tick and the
      *> line-of-sight dot on top.
      *> ============================================================
       AIV-DRAW-OVERLAY.
           IF WS-AIV-ON = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AIV-BOX-X2 = WS-AM-BOX-X + WS-AM-BOX-DIM - 1
           COMPUTE WS-AIV-BOX-Y2 = WS-AM-BOX-Y + WS-AM-BOX-DIM - 1

           PERFORM VARYING WS-AIV-I FROM 1 BY 1
               UNTIL WS-AIV-I > WS-SP-COUNT
               IF WS-SP-DECOR(WS-AIV-I) = 0
                   AND WS-SP-THING-TYPE(WS-AIV-I) NOT = 02035
                   AND WS-SP-STATE(WS-AIV-I) NOT = 2
                   AND WS-EN-STATE(WS-AIV-I) < 5
                   PERFORM AIV-DRAW-ONE
               END-IF
           END-PERFORM

           IF WS-AIV-SEL > 0
               PERFORM AIV-DRAW-PANEL
           END-IF
           .

       AIV-DRAW-ONE.
           COMPUTE WS-AM-DR = FUNCTION INTEGER-PART(
               WS-SP-WORLD-Y(WS-AIV-I)) + 1 - WS-AM-PLAYER-ROW
           COMPUTE WS-AM-DC = FUNCTION INTEGER-PART(
               WS-SP-WORLD-X(WS-AIV-I)) + 1 - WS-AM-PLAYER-COL
           IF WS-AM-DR < WS-AM-NEG-RADIUS OR WS-AM-DR > WS-AM-RADIUS
               OR WS-AM-DC < WS-AM-NEG-RADIUS
               OR WS-AM-DC > WS-AM-RADIUS
               EXIT PARAGRAPH
           END-IF
           PERFORM AIV-WORK-OUT

      *>   Where it is, in radar pixels
           MOVE WS-SP-WORLD-X(WS-AIV-I) TO WS-AIV-WX
           MOVE WS-SP-WORLD-Y(WS-AIV-I) TO WS-AIV-WY
           PERFORM AIV-TO-PIXEL
           MOVE WS-AIV-PX TO WS-AIV-MX
           MOVE WS-AIV-PY TO WS-AIV-MY

      *>   What it is after
           IF WS-AIV-TGT-KIND NOT = SPACE
               EVALUATE WS-AIV-TGT-KIND
                   WHEN "P"
                       MOVE WS-AIV-TGT-PLAYER-RGB TO WS-AIV-RGB-W
                   WHEN "M"
                       MOVE WS-AIV-TGT-FOE-RGB TO WS-AIV-RGB-W
                   WHEN OTHER
                       MOVE WS-AIV-TGT-PATROL-RGB TO WS-AIV-RGB-W
               END-EVALUATE
               MOVE WS-AIV-TGT-X TO WS-AIV-WX
               MOVE WS-AIV-TGT-Y TO WS-AIV-WY
               PERFORM AIV-TO-PIXEL
               MOVE WS-AIV-MX TO WS-AIV-X1
               MOVE WS-AIV-MY TO WS-AIV-Y1
               MOVE WS-AIV-PX TO WS-AIV-X2
               MOVE WS-AIV-PY TO WS-AIV-Y2
               PERFORM AIV-DRAW-LINE
           END-IF

      *>   The route cell it is stepping into
           IF WS-AIV-DIR-X NOT = 0 OR WS-AIV-DIR-Y NOT = 0
               MOVE WS-AIV-ROUTE-RGB TO WS-AIV-RGB-W
               PERFORM AIV-SET-COLOUR
               MOVE WS-AM-DR TO WS-AIV-LDY
               MOVE WS-AM-DC TO WS-AIV-LDX
               COMPUTE WS-AM-DR = WS-AIV-STEP-ROW - WS-AM-PLAYER-ROW
               COMPUTE WS-AM-DC = WS-AIV-STEP-COL - WS-AM-PLAYER-COL
               IF WS-AM-DR >= WS-AM-NEG-RADIUS
                   AND WS-AM-DR <= WS-AM-RADIUS
                   AND WS-AM-DC >= WS-AM-NEG-RADIUS
                   AND WS-AM-DC <= WS-AM-RADIUS
                   PERFORM DRAW-AUTOMAP-CELL
               END-IF
               MOVE WS-AIV-LDY TO WS-AM-DR
               MOVE WS-AIV-LDX TO WS-AM-DC
           END-IF

      *>   The monster in its state's colour
           MOVE WS-AIV-STATE-RGB(WS-EN-STATE(WS-AIV-I) + 1)
               TO WS-AIV-RGB-W
           PERFORM AIV-SET-COLOUR
           PERFORM DRAW-AUTOMAP-CELL

      *>   Facing tick
           IF WS-AIV-DIR-X NOT = 0 OR WS-AIV-DIR-Y NOT = 0
               MOVE X"FFFFFF" TO WS-AIV-RGB-W
               MOVE WS-AIV-MX TO WS-AIV-X1
               MOVE WS-AIV-MY TO WS-AIV-Y1
               COMPUTE WS-AIV-X2 ROUNDED =
                   WS-AIV-MX + WS-AIV-DIR-X * 4
               COMPUTE WS-AIV-Y2 ROUNDED =
                   WS-AIV-MY + WS-AIV-DIR-Y * 4
               PERFORM AIV-DRAW-LINE
           END-IF

      *>   Line of sight: a dot just above it
           IF WS-EN-LOS-FLAG(WS-AIV-I) = 1
               MOVE WS-AIV-LOS-RGB TO WS-AIV-RGB-W
               MOVE WS-AIV-MX TO WS-AIV-X1
               MOVE WS-AIV-MX TO WS-AIV-X2
               COMPUTE WS-AIV-Y1 = WS-AIV-MY - 2
               MOVE WS-AIV-Y1 TO WS-AIV-Y2
               PERFORM AIV-DRAW-LINE
           END-IF

      *>   The picked one gets a box round it
           IF WS-AIV-I = WS-AIV-SEL
               MOVE WS-AIV-PICK-RGB TO WS-AIV-RGB-W
               COMPUTE WS-AIV-X1 = WS-AIV-MX - 3
               COMPUTE WS-AIV-X2 = WS-AIV-MX + 3
               COMPUTE WS-AIV-Y1 = WS-AIV-MY - 3
               MOVE WS-AIV-Y1 TO WS-AIV-Y2
               PERFORM AIV-DRAW-LINE
               COMPUTE WS-AIV-Y1 = WS-AIV-MY + 3
               MOVE WS-AIV-Y1 TO WS-AIV-Y2
               PERFORM AIV-DRAW-LINE
               COMPUTE WS-AIV-Y1 = WS-AIV-MY - 3
               COMPUTE WS-AIV-X1 = WS-AIV-MX - 3
               MOVE WS-AIV-X1 TO WS-AIV-X2
               PERFORM AIV-DRAW-LINE
               COMPUTE WS-AIV-X1 = WS-AIV-MX + 3
               MOVE WS-AIV-X1 TO WS-AIV-X2
               PERFORM AIV-DRAW-LINE
           END-IF
           .

      *> ============================================================
      *> AIV-TO-PIXEL: World point (WS-AIV-WX, WS-AIV-WY) to radar
      *> pixel (WS-AIV-PX, WS-AIV-PY), on the same cell grid
      *> DRAW-AUTOMAP-CELL uses.
      *> ============================================================
       AIV-TO-PIXEL.
           COMPUTE WS-AIV-PX = WS-AM-BOX-X + FUNCTION INTEGER-PART(
               (WS-AIV-WX + 1 - WS-AM-PLAYER-COL + WS-AM-RADIUS)
               * WS-AM-SCALE)
           COMPUTE WS-AIV-PY = WS-AM-BOX-Y + FUNCTION INTEGER-PART(
               (WS-AIV-WY + 1 - WS-AM-PLAYER-ROW + WS-AM-RADIUS)
               * WS-AM-SCALE)
           .

      *> ============================================================
      *> AIV-DRAW-LINE: (WS-AIV-X1, Y1) to (X2, Y2) in
      *> WS-AIV-RGB-W, a pixel per step along the longer axis;
      *> anything off the radar panel is dropped.
      *> ============================================================
       AIV-DRAW-LINE.
           PERFORM AIV-SET-COLOUR
           COMPUTE WS-AIV-LDX = WS-AIV-X2 - WS-AIV-X1
           COMPUTE WS-AIV-LDY = WS-AIV-Y2 - WS-AIV-Y1
           COMPUTE WS-AIV-STEPS = FUNCTION MAX(
               FUNCTION ABS(WS-AIV-LDX), FUNCTION ABS(WS-AIV-LDY))
           IF WS-AIV-STEPS > 200
               MOVE 200 TO WS-AIV-STEPS
           END-IF
           PERFORM VARYING WS-AIV-K FROM 0 BY 1
               UNTIL WS-AIV-K > WS-AIV-STEPS
               IF WS-AIV-STEPS = 0
                   MOVE WS-AIV-X1 TO WS-AIV-PX
                   MOVE WS-AIV-Y1 TO WS-AIV-PY
               ELSE
                   COMPUTE WS-AIV-PX ROUNDED = WS-AIV-X1
                       + WS-AIV-LDX * WS-AIV-K / WS-AIV-STEPS
                   COMPUTE WS-AIV-PY ROUNDED = WS-AIV-Y1
                       + WS-AIV-LDY * WS-AIV-K / WS-AIV-STEPS
               END-IF
               IF WS-AIV-PX >= WS-AM-BOX-X
                   AND WS-AIV-PX <= WS-AIV-BOX-X2
                   AND WS-AIV-PY >= WS-AM-BOX-Y
                   AND WS-AIV-PY <= WS-AIV-BOX-Y2
                   MOVE WS-AIV-PX TO WS-HUD-DRW-X
                   MOVE WS-AIV-PY TO WS-HUD-DRW-Y
                   PERFORM DRAW-HUD-PIXEL
               END-IF
           END-PERFORM
           .

       AIV-SET-COLOUR.
           MOVE WS-AIV-RGB-R TO WS-HUD-CUR-R
           MOVE WS-AIV-RGB-G TO WS-HUD-CUR-G
           MOVE WS-AIV-RGB-B TO WS-HUD-CUR-B
           .

      *> ============================================================
      *> AIV-BUILD-PANEL: WS-AIV-TEXT(1-8) for the picked monster --
      *> who it is, state and sight, target, route, health,
      *> cooldowns, and its last state change.
      *> ============================================================
       AIV-BUILD-PANEL.
           MOVE SPACES TO WS-AIV-TEXTS
           MOVE WS-AIV-SEL TO WS-AIV-I
           PERFORM AIV-WORK-OUT

           MOVE WS-SP-THING-TYPE(WS-AIV-I) TO WS-DL-SRC-W
           PERFORM DL-SOURCE-NAME
           MOVE WS-AIV-I TO WS-AIV-NUM-ED
           STRING "#" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AIV-NUM-ED) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DL-NAME DELIMITED BY SIZE
               INTO WS-AIV-TEXT(1)
           END-STRING

           IF WS-EN-LOS-FLAG(WS-AIV-I) = 1
               MOVE "YES" TO WS-AIV-WORD
           ELSE
               MOVE "NO" TO WS-AIV-WORD
           END-IF
           STRING "STATE " DELIMITED BY SIZE
               WS-AIV-STATE-NAME(WS-EN-STATE(WS-AIV-I) + 1)
                   DELIMITED BY SPACE
               "  LOS " DELIMITED BY SIZE
               WS-AIV-WORD DELIMITED BY SPACE
               INTO WS-AIV-TEXT(2)
           END-STRING

           EVALUATE WS-AIV-TGT-KIND
               WHEN "P"
                   MOVE "TARGET PLAYER" TO WS-AIV-TEXT(3)
               WHEN "M"
                   MOVE WS-EN-TARGET(WS-AIV-I) TO WS-AIV-NUM-ED
                   MOVE WS-SP-THING-TYPE(WS-EN-TARGET(WS-AIV-I))
                       TO WS-DL-SRC-W
                   PERFORM DL-SOURCE-NAME
                   STRING "TARGET #" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AIV-NUM-ED) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DL-NAME DELIMITED BY SIZE
                       INTO WS-AIV-TEXT(3)
                   END-STRING
               WHEN "W"
                   MOVE "TARGET PATROL" TO WS-AIV-TEXT(3)
               WHEN OTHER
                   MOVE "TARGET NONE - AMBUSH" TO WS-AIV-TEXT(3)
           END-EVALUATE

           IF WS-AIV-DIR-X NOT = 0 OR WS-AIV-DIR-Y NOT = 0
               MOVE WS-AIV-STEP-COL TO WS-AIV-NUM-ED
               MOVE WS-AIV-STEP-ROW TO WS-AIV-NUM2-ED
               STRING "ROUTE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AIV-NUM-ED) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AIV-NUM2-ED) DELIMITED BY SIZE
                   INTO WS-AIV-TEXT(4)
               END-STRING
               IF WS-EN-DET-TICKS(WS-AIV-I) > 0
                   MOVE WS-EN-DET-TICKS(WS-AIV-I) TO WS-AIV-NUM-ED
                   STRING FUNCTION TRIM(WS-AIV-TEXT(4))
                           DELIMITED BY SIZE
                       " DETOUR " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AIV-NUM-ED) DELIMITED BY SIZE
                       INTO WS-AIV-TEXT(4)
                   END-STRING
               END-IF
           ELSE
               MOVE "ROUTE NONE" TO WS-AIV-TEXT(4)
           END-IF

           MOVE WS-SP-HEALTH(WS-AIV-I) TO WS-AIV-NUM-ED
           STRING "HEALTH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AIV-NUM-ED) DELIMITED BY SIZE
               INTO WS-AIV-TEXT(5)
           END-STRING

           MOVE WS-EN-COOLDOWN(WS-AIV-I) TO WS-AIV-NUM-ED
           MOVE WS-EN-CHARGE-TICKS(WS-AIV-I) TO WS-AIV-NUM2-ED
           STRING "COOLDOWN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AIV-NUM-ED) DELIMITED BY SIZE
               "  CHARGE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AIV-NUM2-ED) DELIMITED BY SIZE
               INTO WS-AIV-TEXT(6)
           END-STRING

           IF WS-AIV-FROM(WS-AIV-I) > 6
               MOVE "LAST CHANGE NONE" TO WS-AIV-TEXT(7)
           ELSE
               STRING "LAST " DELIMITED BY SIZE
                   WS-AIV-STATE-NAME(WS-AIV-FROM(WS-AIV-I) + 1)
                       DELIMITED BY SPACE
                   ">" DELIMITED BY SIZE
                   WS-AIV-STATE-NAME(WS-AIV-PREV(WS-AIV-I) + 1)
                       DELIMITED BY SPACE
                   INTO WS-AIV-TEXT(7)
               END-STRING
               COMPUTE WS-AIV-NUM-ED =
                   WS-AIV-TIC - WS-AIV-AT(WS-AIV-I)
               STRING FUNCTION TRIM(WS-AIV-NUM-ED) DELIMITED BY SIZE
                   " TICS AGO" DELIMITED BY SIZE
                   INTO WS-AIV-TEXT(8)
               END-STRING
           END-IF
           .

      *> ============================================================
      *> AIV-DRAW-PANEL: The picked monster's panel beside the
      *> radar, rebuilt every frame so it follows the monster live.
      *> ============================================================
       AIV-DRAW-PANEL.
           PERFORM AIV-BUILD-PANEL
           MOVE WS-AIV-PANEL-X TO WS-HUD-RECT-X
           MOVE WS-AIV-PANEL-Y TO WS-HUD-RECT-Y
           MOVE WS-AIV-PANEL-W TO WS-HUD-RECT-W
           MOVE WS-AIV-PANEL-H TO WS-HUD-RECT-H
           MOVE WS-AM-BG-R TO WS-HUD-CUR-R
           MOVE WS-AM-BG-G TO WS-HUD-CUR-G
           MOVE WS-AM-BG-B TO WS-HUD-CUR-B
           PERFORM DRAW-HUD-RECT

           COMPUTE WS-AIV-LINE-Y = WS-AIV-PANEL-Y + 3
           PERFORM VARYING WS-AIV-K FROM 1 BY 1 UNTIL WS-AIV-K > 8
               MOVE WS-AIV-TEXT(WS-AIV-K) TO WS-HUD-STR-TEXT
               COMPUTE WS-HUD-STR-X = WS-AIV-PANEL-X + 4
               MOVE WS-AIV-LINE-Y TO WS-HUD-STR-Y
               PERFORM DRAW-HUD-STRING
               ADD 9 TO WS-AIV-LINE-Y
           END-PERFORM
           .
