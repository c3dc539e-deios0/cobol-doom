      *> ============================================================
      *> cvd-data.cpy -- Data for the colour-vision mode
      *> For players who can't tell the key colours, nukage from
      *> blood or the pain ramp from the bonus flash apart: all 14
      *> PLAYPAL palettes are remapped once, as they load or when
      *> the setting changes, so that the colour difference a
      *> deuteranope, protanope or tritanope loses is pushed into
      *> channels they still see. UPDATE-PALETTE-TINT then picks
      *> from the remapped set as it always has. Keys also carry a
      *> letter while the mode is on -- on the HUD keyring, over
      *> keycard and skull key pickups and on keyed doors -- so
      *> colour is never the only cue.
      *> Saved with the other settings (SET-CVD-MODE).
      *> All variables prefixed WS-CVD-.
      *> ============================================================

       01 WS-CVD-MODE              PIC 9 VALUE 0.
      *>   0 = normal colour, 1 = deuteranopia, 2 = protanopia,
      *>   3 = tritanopia

      *> --- The 14 palettes as PLAYPAL has them, kept so a change
      *>     of mode always remaps from the untouched originals ---
       01 WS-CVD-ORIG-ALL          PIC X(10752).

      *> --- Per mode, row-major 3x3 matrices in thousandths: the
      *>     colour the eye in question sees of an RGB triple, and
      *>     how much of what it loses (original less seen) goes
      *>     back into each channel. Red-green modes move the lost
      *>     red into green and blue; tritanopia moves the lost
      *>     blue into red and green ---
       01 WS-CVD-MATRICES.
      *>   Deuteranopia
          05 FILLER PIC X(36) VALUE
             "062503750000070003000000000003000700".
          05 FILLER PIC X(36) VALUE
             "000000000000070010000000070000001000".
      *>   Protanopia
          05 FILLER PIC X(36) VALUE
             "056704330000055804420000000002420758".
          05 FILLER PIC X(36) VALUE
             "000000000000070010000000070000001000".
      *>   Tritanopia
          05 FILLER PIC X(36) VALUE
             "095000500000000004330567000004750525".
          05 FILLER PIC X(36) VALUE
             "100000000700000010000700000000000000".
       01 WS-CVD-MATRIX-T REDEFINES WS-CVD-MATRICES.
          05 WS-CVD-MX OCCURS 3 TIMES.
             10 WS-CVD-SIM         PIC 9V9(3) OCCURS 9 TIMES.
             10 WS-CVD-SHF         PIC 9V9(3) OCCURS 9 TIMES.

      *> --- Mode names for the options menu ---
       01 WS-CVD-NAMES.
          05 FILLER PIC X(12) VALUE "OFF".
          05 FILLER PIC X(12) VALUE "DEUTERANOPIA".
          05 FILLER PIC X(12) VALUE "PROTANOPIA".
          05 FILLER PIC X(12) VALUE "TRITANOPIA".
       01 WS-CVD-NAME-T REDEFINES WS-CVD-NAMES.
          05 WS-CVD-NAME           PIC X(12) OCCURS 4 TIMES.

      *> --- Remap work: one palette entry at a time ---
       01 WS-CVD-POS               PIC 9(5).
       01 WS-CVD-C                 PIC 9.
       01 WS-CVD-M                 PIC 9.
       01 WS-CVD-IN-TABLE.
          05 WS-CVD-IN             PIC 9(3) OCCURS 3 TIMES.
       01 WS-CVD-ERR-TABLE.
          05 WS-CVD-ERR            PIC S9(3)V9(4) OCCURS 3 TIMES.
       01 WS-CVD-OUT               PIC S9(5)V9(4).
       01 WS-CVD-OUT-INT           PIC 9(3).

      *> --- Key markers: per screen column, the key a door hit
      *>     by that column's ray wants (0 = none, 1 blue,
      *>     2 yellow, 3 red, as MC-KEY-ID) and the wall's rows
      *>     there ---
       01 WS-CVD-COL-TABLE.
          05 WS-CVD-COL OCCURS 640 TIMES.
             10 WS-CVD-COL-KEY     PIC 9.
             10 WS-CVD-COL-TOP     PIC S9(5).
             10 WS-CVD-COL-BOT     PIC S9(5).
       01 WS-CVD-RUN-START         PIC 9(4).
       01 WS-CVD-RUN-KEY           PIC 9.
       01 WS-CVD-RUN-MIN           PIC 9(2).
       01 WS-CVD-I                 PIC 9(4).
       01 WS-CVD-MID               PIC 9(4).
       01 WS-CVD-KEY               PIC 9.
       01 WS-CVD-VX                PIC S9(5).
       01 WS-CVD-VY                PIC S9(5).

      *> --- Key letters in the HUD font (B, Y, R) by key ---
       01 WS-CVD-LETTERS.
          05 FILLER PIC 9(3) VALUE 022.
          05 FILLER PIC 9(3) VALUE 027.
          05 FILLER PIC 9(3) VALUE 020.
       01 WS-CVD-LETTER-T REDEFINES WS-CVD-LETTERS.
          05 WS-CVD-LETTER         PIC 9(3) OCCURS 3 TIMES.
