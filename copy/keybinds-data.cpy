      *>   Rocket launcher / BFG selection; 0 = unbound (all 21
      *>   WS-KEY slots are spoken for by default, so these only
      *>   work once keybinds.cfg maps them onto a slot)
       01 WS-KB-SCREENSHOT      PIC 9(2) VALUE 00.
      *>   Screenshot; 0 = unbound, for the same reason
       01 WS-KB-ANNOTATE        PIC 9(2) VALUE 00.
      *>   Automap note marker; 0 = unbound, for the same reason

       01 WS-KEYBINDS-FILENAME  PIC X(32) VALUE "keybinds.cfg".
       01 WS-KEYBINDS-STATUS    PIC XX.
