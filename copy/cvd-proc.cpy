      *> ============================================================
      *> cvd-proc.cpy -- Colour-vision mode
      *> CVD-APPLY-PALETTES:   Rebuild the 14 palettes for the mode
      *> CVD-REMAP-ENTRY:      Remap one palette entry
      *> CVD-SET-MODE:         Mode changed -- remap and show it now
      *> CVD-NOTE-COLUMN:      A ray's keyed-door hit, for the marks
      *> CVD-DRAW-DOOR-MARKS:  Letter each keyed door on screen
      *> CVD-DOOR-MARK:        Letter one run of keyed-door columns
      *> CVD-MARK-KEY-SPRITE:  Letter a key pickup
      *> CVD-MARK-KEYRING:     Letters beside the HUD keyring
      *> CVD-DRAW-LETTER:      A key letter on a dark plate
      *> ============================================================

      *> ============================================================
      *> CVD-APPLY-PALETTES: Put the untouched PLAYPAL palettes
      *> back, then, with a mode set, remap every entry of all 14.
      *> The caller copies the active one into WS-PALETTE-RAW.
      *> ============================================================
       CVD-APPLY-PALETTES.
           MOVE WS-CVD-ORIG-ALL TO WS-PALETTE-ALL-RAW
           IF WS-CVD-MODE = 0 OR WS-CVD-MODE > 3
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CVD-POS FROM 1 BY 3
               UNTIL WS-CVD-POS > 10752
               PERFORM CVD-REMAP-ENTRY
           END-PERFORM
           .

      *> ============================================================
      *> CVD-REMAP-ENTRY: The entry at WS-CVD-POS. What the eye
      *> loses is the original less what it sees through the
      *> simulation matrix; the shift matrix spreads that loss
      *> over the channels it keeps, added to the original and
      *> held to 0-255.
      *> ============================================================
       CVD-REMAP-ENTRY.
           PERFORM VARYING WS-CVD-C FROM 1 BY 1 UNTIL WS-CVD-C > 3
               COMPUTE WS-CVD-IN(WS-CVD-C) =
                   FUNCTION ORD(
                       WS-PALETTE-ALL-RAW(WS-CVD-POS + WS-CVD-C - 1:1))
                   - 1
           END-PERFORM

           PERFORM VARYING WS-CVD-C FROM 1 BY 1 UNTIL WS-CVD-C > 3
               COMPUTE WS-CVD-M = (WS-CVD-C - 1) * 3
               COMPUTE WS-CVD-ERR(WS-CVD-C) =
                   WS-CVD-IN(WS-CVD-C)
                   - WS-CVD-SIM(WS-CVD-MODE, WS-CVD-M + 1)
                     * WS-CVD-IN(1)
                   - WS-CVD-SIM(WS-CVD-MODE, WS-CVD-M + 2)
                     * WS-CVD-IN(2)
                   - WS-CVD-SIM(WS-CVD-MODE, WS-CVD-M + 3)
                     * WS-CVD-IN(3)
           END-PERFORM

           PERFORM VARYING WS-CVD-C FROM 1 BY 1 UNTIL WS-CVD-C > 3
               COMPUTE WS-CVD-M = (WS-CVD-C - 1) * 3
               COMPUTE WS-CVD-OUT =
                   WS-CVD-IN(WS-CVD-C)
                   + WS-CVD-SHF(WS-CVD-MODE, WS-CVD-M + 1)
                     * WS-CVD-ERR(1)
                   + WS-CVD-SHF(WS-CVD-MODE, WS-CVD-M + 2)
                     * WS-CVD-ERR(2)
                   + WS-CVD-SHF(WS-CVD-MODE, WS-CVD-M + 3)
                     * WS-CVD-ERR(3)
               IF WS-CVD-OUT < 0
                   MOVE 0 TO WS-CVD-OUT
               END-IF
               IF WS-CVD-OUT > 255
                   MOVE 255 TO WS-CVD-OUT
               END-IF
               MOVE WS-CVD-OUT TO WS-CVD-OUT-INT
               MOVE FUNCTION CHAR(WS-CVD-OUT-INT + 1)
                   TO WS-PALETTE-ALL-RAW(WS-CVD-POS + WS-CVD-C - 1:1)
           END-PERFORM
           .

      *> ============================================================
      *> CVD-SET-MODE: WS-CVD-MODE has just changed (options
      *> menu): remap, and put the palette the screen is showing
      *> back in through the new set.
      *> ============================================================
       CVD-SET-MODE.
           PERFORM CVD-APPLY-PALETTES
           MOVE WS-PAL-SET-BYTES(WS-PAL-ACTIVE + 1)
               TO WS-PALETTE-RAW
           .

      *> ============================================================
      *> CVD-NOTE-COLUMN: From CAST-ONE-RAY once the wall rows are
      *> known -- the key a door struck by this column's ray wants.
      *> ============================================================
       CVD-NOTE-COLUMN.
           MOVE 0 TO WS-CVD-COL-KEY(WS-CUR-COL)
           IF WS-HIT-TYPE = 2
               MOVE MC-KEY-ID(WS-MAP-Y, WS-MAP-X)
                   TO WS-CVD-COL-KEY(WS-CUR-COL)
               MOVE WS-WALL-TOP TO WS-CVD-COL-TOP(WS-CUR-COL)
               MOVE WS-WALL-BOT TO WS-CVD-COL-BOT(WS-CUR-COL)
           END-IF
           .

      *> ============================================================
      *> CVD-DRAW-DOOR-MARKS: After the walls, before the sprites
      *> (so a monster in front still hides the mark): one letter
      *> at the middle of each run of columns showing the same
      *> keyed door. Runs too narrow to carry a letter are left.
      *> ============================================================
       CVD-DRAW-DOOR-MARKS.
           IF WS-CVD-MODE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CVD-RUN-MIN = 8 * WS-RES-SCALE
           MOVE 0 TO WS-CVD-RUN-KEY
           MOVE 1 TO WS-CVD-RUN-START
           PERFORM VARYING WS-CVD-I FROM 1 BY 1
               UNTIL WS-CVD-I > WS-SCREEN-W + 1
               IF WS-CVD-I > WS-SCREEN-W
                   MOVE 0 TO WS-CVD-KEY
               ELSE
                   MOVE WS-CVD-COL-KEY(WS-CVD-I) TO WS-CVD-KEY
               END-IF
               IF WS-CVD-KEY NOT = WS-CVD-RUN-KEY
                   IF WS-CVD-RUN-KEY > 0
                       PERFORM CVD-DOOR-MARK
                   END-IF
                   MOVE WS-CVD-KEY TO WS-CVD-RUN-KEY
                   MOVE WS-CVD-I TO WS-CVD-RUN-START
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> CVD-DOOR-MARK: The run WS-CVD-RUN-START up to the column
      *> before WS-CVD-I shows a door wanting WS-CVD-RUN-KEY.
      *> ============================================================
       CVD-DOOR-MARK.
           IF WS-CVD-I - WS-CVD-RUN-START < WS-CVD-RUN-MIN
               OR WS-CVD-RUN-KEY > 3
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CVD-MID =
               (WS-CVD-RUN-START + WS-CVD-I - 1) / 2
           IF WS-CVD-COL-BOT(WS-CVD-MID) - WS-CVD-COL-TOP(WS-CVD-MID)
               < 12 * WS-RES-SCALE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CVD-RUN-KEY TO WS-CVD-KEY
           COMPUTE WS-CVD-VX =
               (WS-CVD-MID - 1) / WS-RES-SCALE + 1 - 2
           COMPUTE WS-CVD-VY =
               (WS-CVD-COL-TOP(WS-CVD-MID)
                + WS-CVD-COL-BOT(WS-CVD-MID) - 2)
               / (2 * WS-RES-SCALE) + 1 - 3
           PERFORM CVD-DRAW-LETTER
           .

      *> ============================================================
      *> CVD-MARK-KEY-SPRITE: From RENDER-ONE-SPRITE once the
      *> sprite is drawn -- a keycard or skull key gets its letter
      *> just above it, unless a wall hides its middle column.
      *> ============================================================
       CVD-MARK-KEY-SPRITE.
           EVALUATE WS-SP-THING-TYPE(WS-SP-CUR)
               WHEN 00005
               WHEN 00040
                   MOVE 1 TO WS-CVD-KEY
               WHEN 00006
               WHEN 00039
                   MOVE 2 TO WS-CVD-KEY
               WHEN 00013
               WHEN 00038
                   MOVE 3 TO WS-CVD-KEY
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-SP-SCREEN-X < 1 OR WS-SP-SCREEN-X > WS-SCREEN-W
               EXIT PARAGRAPH
           END-IF
           IF WS-SP-DEPTH >= WS-DEPTH-VAL(WS-SP-SCREEN-X)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CVD-VX =
               (WS-SP-SCREEN-X - 1) / WS-RES-SCALE + 1 - 2
           COMPUTE WS-CVD-VY =
               (WS-SP-DRAW-TOP - 1) / WS-RES-SCALE + 1 - 10
           PERFORM CVD-DRAW-LETTER
           .

      *> ============================================================
      *> CVD-MARK-KEYRING: From DRAW-HUD-KEYRING -- each socket's
      *> letter to its right, bright when the key is held.
      *> ============================================================
       CVD-MARK-KEYRING.
           IF WS-CVD-MODE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CVD-KEY FROM 1 BY 1
               UNTIL WS-CVD-KEY > 3
               EVALUATE TRUE
                   WHEN WS-CVD-KEY = 1 AND WS-HAS-KEY-BLUE = 1
                   WHEN WS-CVD-KEY = 2 AND WS-HAS-KEY-YELLOW = 1
                   WHEN WS-CVD-KEY = 3 AND WS-HAS-KEY-RED = 1
                       MOVE X"FF" TO WS-HUD-CUR-R
                       MOVE X"FF" TO WS-HUD-CUR-G
                       MOVE X"FF" TO WS-HUD-CUR-B
                   WHEN OTHER
                       MOVE X"50" TO WS-HUD-CUR-R
                       MOVE X"50" TO WS-HUD-CUR-G
                       MOVE X"50" TO WS-HUD-CUR-B
               END-EVALUATE
               MOVE WS-CVD-LETTER(WS-CVD-KEY) TO WS-HUD-CHR-IDX
               MOVE 218 TO WS-HUD-CHR-X
               COMPUTE WS-HUD-CHR-Y = 162 + WS-CVD-KEY * 8
               PERFORM DRAW-HUD-CHAR
           END-PERFORM
           .

      *> ============================================================
      *> CVD-DRAW-LETTER: Key WS-CVD-KEY's letter, white on a black
      *> plate, its top-left at virtual (WS-CVD-VX, WS-CVD-VY).
      *> Kept inside the 3D view.
      *> ============================================================
       CVD-DRAW-LETTER.
           IF WS-CVD-VX < 2 OR WS-CVD-VX > 314
               OR WS-CVD-VY < 2 OR WS-CVD-VY > 160
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HUD-RECT-X = WS-CVD-VX - 1
           COMPUTE WS-HUD-RECT-Y = WS-CVD-VY - 1
           MOVE 007 TO WS-HUD-RECT-W
           MOVE 009 TO WS-HUD-RECT-H
           MOVE X"00" TO WS-HUD-CUR-R
           MOVE X"00" TO WS-HUD-CUR-G
           MOVE X"00" TO WS-HUD-CUR-B
           PERFORM DRAW-HUD-RECT
           MOVE X"FF" TO WS-HUD-CUR-R
           MOVE X"FF" TO WS-HUD-CUR-G
           MOVE X"FF" TO WS-HUD-CUR-B
           MOVE WS-CVD-LETTER(WS-CVD-KEY) TO WS-HUD-CHR-IDX
           MOVE WS-CVD-VX TO WS-HUD-CHR-X
           MOVE WS-CVD-VY TO WS-HUD-CHR-Y
           PERFORM DRAW-HUD-CHAR
           .
