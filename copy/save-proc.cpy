      *> ============================================================

      *> ============================================================
      *> CHECK-SAVE-KEYS: Edge-triggered save/load bindings. While
      *> a practice segment runs, load goes back to its start and
      *> counts the attempt instead.
      *> ============================================================
       CHECK-SAVE-KEYS.
           IF WS-KEY(WS-KB-SAVE) NOT = 0

           IF WS-KEY(WS-KB-LOAD) NOT = 0
               IF WS-LOAD-KEY-PREV = 0
                   IF WS-PRC-ON = 1
                       PERFORM PRC-RESET
                   ELSE
                       PERFORM LOAD-GAME
                   END-IF
               END-IF
               MOVE 1 TO WS-LOAD-KEY-PREV
           ELSE
               PERFORM INIT-SPRITES
               PERFORM EN-INIT-AI
               PERFORM INIT-DOORS
               PERFORM INIT-PLANES
               PERFORM INIT-LIFTS
               PERFORM INIT-CRUSHERS
               PERFORM INIT-PICKUPS
           MOVE SV-BERSERK TO WS-BERSERK-ON
           MOVE SV-HAS-BACKPACK TO WS-HAS-BACKPACK
      *>   Capacities hang off backpack ownership
           PERFORM SET-AMMO-CAPACITY
           MOVE SV-KEY-BLUE TO WS-HAS-KEY-BLUE
           MOVE SV-KEY-YELLOW TO WS-HAS-KEY-YELLOW
           MOVE SV-KEY-RED TO WS-HAS-KEY-RED
               + SV-LF-COUNT + SV-PK-COUNT
           PERFORM VARYING WS-SV-I FROM 1 BY 1
               UNTIL WS-SV-I > SV-SP-COUNT
               OR WS-SV-I > WS-SP-MAX
               COMPUTE WS-SV-CK-WORK = FUNCTION MOD(
                   WS-SV-CK-WORK
                   + SV-SP-X(WS-SV-I) * 10000
