
           IF WS-KEY(WS-KB-FIRE) NOT = 0
               EVALUATE TRUE
                   WHEN WS-OPT-ROW >= 7 AND WS-OPT-ROW <= 31
                       PERFORM OPTIONS-CAPTURE-KEY
                   WHEN WS-OPT-ROW = 34
                       PERFORM SAVE-SETTINGS
                       PERFORM SAVE-KEYBINDS
                       MOVE 1 TO WS-OPT-DONE
                   IF WS-TURN-SPEED < 45
                       ADD 1 TO WS-TURN-SPEED
                   END-IF
               WHEN 32
                   IF WS-CVD-MODE < 3
                       ADD 1 TO WS-CVD-MODE
                       PERFORM CVD-SET-MODE
                   END-IF
               WHEN 33
                   IF WS-AA-LEVEL < 2
                       ADD 1 TO WS-AA-LEVEL
                       PERFORM AA-NOTE-LEVEL
                   END-IF
           END-EVALUATE
           .

                   IF WS-TURN-SPEED > 1
                       SUBTRACT 1 FROM WS-TURN-SPEED
                   END-IF
               WHEN 32
                   IF WS-CVD-MODE > 0
                       SUBTRACT 1 FROM WS-CVD-MODE
                       PERFORM CVD-SET-MODE
                   END-IF
               WHEN 33
                   IF WS-AA-LEVEL > 0
                       SUBTRACT 1 FROM WS-AA-LEVEL
                   END-IF
           END-EVALUATE
           .

      *> ============================================================
      *> OPTIONS-CAPTURE-KEY: Press-a-key capture for the cursor
      *> row (any binding row, 7-31): wait for every slot to
      *> release, take the first slot that comes down, wait for
      *> its release.
      *> ============================================================

      *> ============================================================
      *> DRAW-OPTIONS-FRAME: Label and value per row, the cursor
      *> row marked, over a black frame. 34 rows don't fit in
      *> 200 lines, so only WS-OPT-ROWS-SHOWN are drawn and the
      *> window slides to keep the cursor inside it.
      *> ============================================================
               END-IF

      *>       Settings rows label from 93, binding rows from 100
      *>       (keybinds.cfg field order; the screenshot and
      *>       annotate bindings, added after the table filled,
      *>       from 144 and 186), colour vision and aim assist from
      *>       169, the save row from 99
               EVALUATE TRUE
                   WHEN WS-OPT-I <= 6
                       COMPUTE WS-OPT-LBL = WS-OPT-I + 92
                   WHEN WS-OPT-I <= 29
                       COMPUTE WS-OPT-LBL = WS-OPT-I + 93
                   WHEN WS-OPT-I = 30
                       MOVE 144 TO WS-OPT-LBL
                   WHEN WS-OPT-I = 31
                       MOVE 186 TO WS-OPT-LBL
                   WHEN WS-OPT-I = 32 OR WS-OPT-I = 33
                       COMPUTE WS-OPT-LBL = WS-OPT-I + 137
                   WHEN OTHER
                       MOVE 99 TO WS-OPT-LBL
               END-EVALUATE
               PERFORM DRAW-HUD-STRING

               PERFORM OPTIONS-ROW-VALUE
               IF WS-OPT-I < 34
                   MOVE X"00" TO WS-HUD-CUR-R
                   MOVE X"FF" TO WS-HUD-CUR-G
                   MOVE X"FF" TO WS-HUD-CUR-B
                   MOVE WS-OPT-DRAW-Y TO WS-HUD-NUM-Y
                   PERFORM DRAW-HUD-NUMBER
               END-IF
      *>       Colour vision and aim assist name their setting
      *>       beside the number
               IF WS-OPT-I = 32 OR WS-OPT-I = 33
                   IF WS-OPT-I = 32
                       MOVE WS-CVD-NAME(WS-CVD-MODE + 1)
                           TO WS-HUD-STR-TEXT
                   ELSE
                       MOVE WS-AA-NAME(WS-AA-LEVEL + 1)
                           TO WS-HUD-STR-TEXT
                   END-IF
                   MOVE 230 TO WS-HUD-STR-X
                   MOVE WS-OPT-DRAW-Y TO WS-HUD-STR-Y
                   PERFORM DRAW-HUD-STRING
               END-IF

               ADD 12 TO WS-OPT-DRAW-Y
           END-PERFORM
                   MOVE WS-KB-WEAPON5 TO WS-OPT-VAL-ED
               WHEN 29
                   MOVE WS-KB-WEAPON6 TO WS-OPT-VAL-ED
               WHEN 30
                   MOVE WS-KB-SCREENSHOT TO WS-OPT-VAL-ED
               WHEN 31
                   MOVE WS-KB-ANNOTATE TO WS-OPT-VAL-ED
               WHEN 32
                   MOVE WS-CVD-MODE TO WS-OPT-VAL-ED
               WHEN 33
                   MOVE WS-AA-LEVEL TO WS-OPT-VAL-ED
               WHEN OTHER
                   MOVE 0 TO WS-OPT-VAL-ED
           END-EVALUATE
                   MOVE WS-OPT-CAP-SLOT TO WS-KB-WEAPON5
               WHEN 29
                   MOVE WS-OPT-CAP-SLOT TO WS-KB-WEAPON6
               WHEN 30
                   MOVE WS-OPT-CAP-SLOT TO WS-KB-SCREENSHOT
               WHEN 31
                   MOVE WS-OPT-CAP-SLOT TO WS-KB-ANNOTATE
           END-EVALUATE
           .

           MOVE WS-PAD-DEADZONE TO SET-PAD-DEADZONE
           MOVE WS-PAD-SENS TO SET-PAD-SENS
           MOVE WS-PAD-SWAP TO SET-PAD-SWAP
           MOVE WS-CVD-MODE TO SET-CVD-MODE
           MOVE WS-AA-LEVEL TO SET-AIM-ASSIST
           WRITE SETTINGS-RECORD
           CLOSE SETTINGS-FILE
           DISPLAY "Settings written to " WS-SETTINGS-FILENAME
           MOVE WS-KB-SPECTATOR TO KB-SPECTATOR
           MOVE WS-KB-WEAPON5 TO KB-WEAPON5
           MOVE WS-KB-WEAPON6 TO KB-WEAPON6
           MOVE WS-KB-SCREENSHOT TO KB-SCREENSHOT
           MOVE WS-KB-ANNOTATE TO KB-ANNOTATE
           WRITE KEYBINDS-RECORD
           CLOSE KEYBINDS-FILE
           DISPLAY "Key bindings written to " WS-KEYBINDS-FILENAME
