      *> --- Things table (enemies, pickups, player start) ---
       01 WS-MAP-THING-COUNT   PIC 9(3).
       01 WS-THING-OVFL-WARNED PIC 9 VALUE 0.
      *>   Set by LOAD-THINGS the first time a WAD has more than 900
      *>   THINGS, so the overflow warning DISPLAYs only once per map
       01 WS-MAP-THINGS.
          05 WS-MAP-THING OCCURS 900 TIMES.
             10 MT-X            PIC S9(5).
             10 MT-Y            PIC S9(5).
             10 MT-ANGLE        PIC S9(5).
       01 WS-SECT-COUNT        PIC 9(5).
       01 WS-SECT-BUF          PIC X(5200).

      *> THINGS: max 1000 things x 10 bytes = 10000 bytes
       01 WS-THING-RAW-COUNT   PIC 9(5).
       01 WS-THING-BUF         PIC X(10000).

      *> --- Map lump index (position of the map marker in directory) ---
       01 WS-MAP-LUMP-IDX      PIC 9(5).
          05 WS-GD-SPECIAL     PIC 9(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-GD-TAG         PIC 9(5).
      *>   Pickup line, after the cells: "PK", cell, thing type.
      *>   WS-GD-ON = 1 between the dump and INIT-PICKUPS adding
      *>   these
       01 WS-GD-PK-LINE.
          05 FILLER            PIC X(3) VALUE "PK ".
          05 WS-GD-PK-ROW      PIC 9(3).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-GD-PK-COL      PIC 9(3).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-GD-PK-TYPE     PIC 9(5).

      *> --- Extracted vertex coordinates ---
       01 WS-VTX-TABLE.
      *>     offer a starting map lump within the chosen WAD ---
       01 WS-MAP-CHOICE-COUNT  PIC 9(3) VALUE 0.
       01 WS-MAP-CHOICES.
          05 WS-MAP-CHOICE OCCURS 64 TIMES PIC X(8).
       01 WS-MAP-PICK-IDX      PIC 9(3) VALUE 1.

      *> --- VALIDATE-MAP-DATA counters/scratch ---
