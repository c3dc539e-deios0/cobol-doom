           END-EVALUATE
           PERFORM VARYING WS-SP-I FROM 1 BY 1
               UNTIL WS-SP-I > WS-MAP-THING-COUNT
               OR WS-SP-COUNT >= WS-SP-MAX
      *>       Skip things not flagged for the current skill level
               DIVIDE MT-FLAGS(WS-SP-I) BY WS-SP-SKILL-BIT
                   GIVING WS-SP-SKILL-TEST
                   UNTIL WS-SP-J > WS-SP-DECO-COUNT
                   IF MT-TYPE(WS-SP-I) =
                       WS-SP-DECO-TYPE(WS-SP-J)
                       AND WS-SP-COUNT < WS-SP-MAX
                       ADD 1 TO WS-SP-COUNT
                       COMPUTE WS-SP-GRID-X =
                           (MT-X(WS-SP-I) - WS-MAP-MIN-X)
                   END-IF
               END-PERFORM
           END-PERFORM
      *>   The loop above stops as soon as the sprite cap is hit,
      *>   leaving WS-SP-I short of WS-MAP-THING-COUNT if things were
      *>   still unscanned -- report that instead of silently dropping
      *>   them
           IF WS-SP-COUNT >= WS-SP-MAX
               AND WS-SP-I <= WS-MAP-THING-COUNT
               DISPLAY "WARN: sprite table full (" WS-SP-MAX
                   ") -- thing index "
                   WS-SP-I " onward dropped"
           END-IF
           DISPLAY "Sprites: " WS-SP-COUNT " enemies"
                   END-IF
               END-IF
           END-PERFORM

      *>   Key pickups carry their letter in colour-vision mode
           IF WS-CVD-MODE > 0
               PERFORM CVD-MARK-KEY-SPRITE
           END-IF
           .

      *> ============================================================
      *> WS-SP-BLK-Y) stand inside a solid decoration? Sets
      *> WS-SP-BLOCKED for CHECK-WALL-COLLISION's per-axis moves,
      *> so a column the designer placed across a path actually
      *> bars it. Only the sprites in the blocks around the spot
      *> are tested (BM-GATHER-NEAR).
      *> ============================================================
       SOLID-DECOR-CHECK.
           MOVE 0 TO WS-SP-BLOCKED
           MOVE WS-SP-BLK-X TO WS-BM-AT-X
           MOVE WS-SP-BLK-Y TO WS-BM-AT-Y
           PERFORM BM-GATHER-NEAR
           PERFORM VARYING WS-SP-BLK-K FROM 1 BY 1
               UNTIL WS-SP-BLK-K > WS-BM-NEAR-COUNT
               OR WS-SP-BLOCKED = 1
               MOVE WS-BM-NEAR(WS-SP-BLK-K) TO WS-SP-BLK-I
               IF WS-SP-DECOR(WS-SP-BLK-I) = 1
                   AND WS-SP-SOLID(WS-SP-BLK-I) = 1
                   COMPUTE WS-SP-BLK-DX = FUNCTION ABS(
