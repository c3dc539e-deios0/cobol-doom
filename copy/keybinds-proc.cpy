           IF KB-SPECTATOR > 0 AND KB-SPECTATOR <= 21
               MOVE KB-SPECTATOR TO WS-KB-SPECTATOR
           END-IF
      *>   The weapon5/weapon6/screenshot/annotate fields trail the
      *>   original record layout, so a keybinds.cfg written before
      *>   they existed leaves them space-filled -- check NUMERIC
      *>   before comparing, unlike the always-present fields above
           IF KB-WEAPON5 IS NUMERIC
               AND KB-WEAPON5 > 0 AND KB-WEAPON5 <= 21
               MOVE KB-WEAPON5 TO WS-KB-WEAPON5
               AND KB-WEAPON6 > 0 AND KB-WEAPON6 <= 21
               MOVE KB-WEAPON6 TO WS-KB-WEAPON6
           END-IF
           IF KB-SCREENSHOT IS NUMERIC
               AND KB-SCREENSHOT > 0 AND KB-SCREENSHOT <= 21
               MOVE KB-SCREENSHOT TO WS-KB-SCREENSHOT
           END-IF
           IF KB-ANNOTATE IS NUMERIC
               AND KB-ANNOTATE > 0 AND KB-ANNOTATE <= 21
               MOVE KB-ANNOTATE TO WS-KB-ANNOTATE
           END-IF

           DISPLAY "Custom key bindings loaded from "
               WS-KEYBINDS-FILENAME
