      *> --- WAD/map picker selection edge-detect and loop index ---
       01 WS-PICK-KEY-PREV         PIC 9 VALUE 0.
       01 WS-PICK-I                PIC 9(3).
      *>   DOOM_WAD / DOOM_MAP name the WAD file and map lump
      *>   outright, skipping the matching picker -- how an
      *>   unattended run aims at a given WAD/map pair
       01 WS-PICK-WAD-ENV          PIC X(64).
       01 WS-PICK-MAP-ENV          PIC X(8).

      *> --- Title screen colors ---
       01 WS-TTL-TITLE-RGB.
