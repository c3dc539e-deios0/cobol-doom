      *> the turn bindings, captures new keys with a press-a-key
      *> wait, and writes settings.cfg/keybinds.cfg back the way
      *> SAVE-GAMMA already writes gamma.cfg. Rows 1-6 are the
      *> settings steppers, 7-31 the bindings in keybinds.cfg field
      *> order, 32-33 the colour-vision and aim-assist steppers,
      *> 34 save-and-exit; more rows than fit on screen, so the
      *> drawn window scrolls with the cursor. Row labels come
      *> from the strings table (92-122, 144, 169-170, 186). All
      *> variables
      *> prefixed WS-OPT-.
      *> ============================================================

       01 WS-OPT-ROW               PIC 9(2) VALUE 1.
       01 WS-OPT-ROW-MAX           PIC 9(2) VALUE 34.
       01 WS-OPT-KEY-PREV          PIC 9 VALUE 0.
       01 WS-OPT-DONE              PIC 9 VALUE 0.
       01 WS-OPT-I                 PIC 9(2).
