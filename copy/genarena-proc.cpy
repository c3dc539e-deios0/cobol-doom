      *> arena via DOOM_GEN_SEED.
      *> ============================================================
       GEN-ARENA.
      *>   Seed: the daily challenge's date seed, else DOOM_GEN_SEED
      *>   when given, else the tick clock
           MOVE SPACES TO WS-GEN-SEED-ENV
           ACCEPT WS-GEN-SEED-ENV FROM ENVIRONMENT "DOOM_GEN_SEED"
           IF WS-DLY-ON = 1
               MOVE WS-DLY-SEED TO WS-GEN-SEED
           ELSE
               IF WS-GEN-SEED-ENV(1:1) IS NUMERIC
                   AND WS-GEN-SEED-ENV NOT = SPACES
                   COMPUTE WS-GEN-SEED =
                       FUNCTION MOD(
                           FUNCTION NUMVAL(WS-GEN-SEED-ENV), 100000)
               ELSE
                   CALL "get_ticks_ms" RETURNING WS-GEN-TICKS
                   COMPUTE WS-GEN-SEED =
                       FUNCTION MOD(WS-GEN-TICKS, 100000)
               END-IF
           END-IF
           MOVE WS-GEN-SEED TO WS-GEN-SEED-W
           DISPLAY "Generated arena seed: " WS-GEN-SEED
           MOVE 16 TO WS-MAP-SIZE
           MOVE 0 TO WS-SEG-COUNT
           MOVE 0 TO WS-CR-COUNT
           MOVE 0 TO WS-PL-COUNT
           MOVE 0 TO WS-TEX-COUNT
           MOVE 0 TO WS-TEX-FULL-WARNED
           PERFORM WARM-BASE-TEXTURES
