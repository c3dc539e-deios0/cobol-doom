      *> ============================================================
      *> mapaudit-data.cpy -- Data for the WAD-wide map audit
      *> DOOM_MAP_AUDIT=1 converts every map LIST-MAP-LUMPS finds,
      *> the same way LOAD-MAP does, and lists the gameplay defects
      *> a player would trip over: tags no sector carries, teleport
      *> lines with nowhere to land, locked doors whose key is never
      *> placed, no player 1 start, exits the start can't reach,
      *> SIDEDEF textures TEXTURE1/TEXTURE2 don't define, and the
      *> bits of Boom generalized specials the engine can't honour.
      *> One report per WAD, <wad>-audit.rpt; with DOOM_PWAD set the
      *> patch's own maps are audited against the base WAD's
      *> textures.
      *> All variables prefixed WS-MA-.
      *> ============================================================

       01 WS-MA-ENV                PIC X(8).
       01 WS-MA-RPT-FILENAME       PIC X(64) VALUE SPACES.
       01 WS-MA-RPT-STATUS         PIC XX.
       01 WS-MA-WAD-NAME           PIC X(64).
       01 WS-MA-PWAD-NAME          PIC X(64).
       01 WS-MA-NAME-END           PIC 9(3).
       01 WS-MA-NAME-START         PIC 9(3).
       01 WS-MA-NAME-DOT           PIC 9(3).
       01 WS-MA-WAD-ON             PIC 9 VALUE 0.
      *>   1 = directory read; the patch WAD merged when DOOM_PWAD
      *>   names one that opens
       01 WS-MA-PWAD-ON            PIC 9 VALUE 0.

      *> --- The defect being written ---
       01 WS-MA-MAP                PIC X(8).
       01 WS-MA-ITEM               PIC X(8).
       01 WS-MA-ITEM-NO            PIC 9(5).
       01 WS-MA-CODE               PIC X(8).
       01 WS-MA-DESC               PIC X(66).

      *> --- Maps already audited: a patch map shadows the base
      *>     one of the same name, so each name is walked once ---
       01 WS-MA-DONE-COUNT         PIC 9(3) VALUE 0.
       01 WS-MA-MAPS               PIC 9(3) VALUE 0.
       01 WS-MA-DONE-TABLE.
          05 WS-MA-DONE-NAME       PIC X(8) OCCURS 64 TIMES.
       01 WS-MA-MAP-BAD            PIC 9(5).
       01 WS-MA-BAD                PIC 9(5) VALUE 0.
       01 WS-MA-MAP-HIT            PIC 9.

      *> --- Every texture name TEXTURE1/TEXTURE2 define (the def
      *>     index LOAD-TEXTURE-DEFS keeps stops at 500) ---
       01 WS-MA-TEX-COUNT          PIC 9(4) VALUE 0.
       01 WS-MA-TEX-TABLE.
          05 WS-MA-TEX-NAME        PIC X(8) OCCURS 3000 TIMES.
       01 WS-MA-TEX-DEFS           PIC 9(5).
       01 WS-MA-TEX-TRUNC          PIC 9 VALUE 0.
      *>   1 = a TEXTUREx lump ran past what could be read; a name
      *>   reported missing may only be out of reach

      *> --- Names already looked up for this map, found or not,
      *>     so a wall texture used on 300 lines is searched once ---
       01 WS-MA-TC-COUNT           PIC 9(3).
       01 WS-MA-TC-TABLE.
          05 WS-MA-TC OCCURS 400 TIMES.
             10 WS-MA-TC-NAME      PIC X(8).
             10 WS-MA-TC-OK        PIC 9.

      *> --- Sector tags: every sector in the lump, not only the
      *>     200 LOAD-MAP keeps, so a tag is only "unmatched" when
      *>     no sector anywhere in the map carries it ---
       01 WS-MA-STAG-COUNT         PIC 9(4).
       01 WS-MA-STAG-TABLE.
          05 WS-MA-STAG            PIC 9(5) OCCURS 2520 TIMES.

      *> --- What THINGS places ---
       01 WS-MA-KEYS.
          05 WS-MA-KEY-HAVE        PIC 9 OCCURS 3 TIMES.
       01 WS-MA-KEY-NAMES.
          05 FILLER                PIC X(6) VALUE "BLUE".
          05 FILLER                PIC X(6) VALUE "YELLOW".
          05 FILLER                PIC X(6) VALUE "RED".
       01 WS-MA-KEY-NAME-T REDEFINES WS-MA-KEY-NAMES.
          05 WS-MA-KEY-NAME        PIC X(6) OCCURS 3 TIMES.
       01 WS-MA-HAS-START          PIC 9.
       01 WS-MA-EXITS              PIC 9(5).

      *> --- Teleport destinations (type 14): the cell each lands
      *>     in and that cell's sector tag, as CHECK-TELEPORT finds
      *>     them ---
       01 WS-MA-DEST-COUNT         PIC 9(3).
       01 WS-MA-DEST-TABLE.
          05 WS-MA-DEST OCCURS 200 TIMES.
             10 WS-MA-DEST-ROW     PIC 9(3).
             10 WS-MA-DEST-COL     PIC 9(3).
             10 WS-MA-DEST-TAG     PIC 9(5).
       01 WS-MA-DEST-X             PIC S9(5)V9(4).
       01 WS-MA-DEST-Y             PIC S9(5)V9(4).

      *> --- Reachability: flood fill over the converted grid from
      *>     the player 1 start, by CHECK-WALL-COLLISION's rules ---
       01 WS-MA-SEEN-GRID.
          05 WS-MA-SEEN-ROW OCCURS 128 TIMES.
             10 WS-MA-SEEN         PIC 9 OCCURS 128 TIMES.
       01 WS-MA-QUEUE.
          05 WS-MA-Q OCCURS 16384 TIMES.
             10 WS-MA-Q-ROW        PIC 9(3).
             10 WS-MA-Q-COL        PIC 9(3).
       01 WS-MA-Q-HEAD             PIC 9(5).
       01 WS-MA-Q-TAIL             PIC 9(5).
       01 WS-MA-R                  PIC S9(4).
       01 WS-MA-C                  PIC S9(4).
       01 WS-MA-NR                 PIC S9(4).
       01 WS-MA-NC                 PIC S9(4).
       01 WS-MA-REACHED            PIC 9(5).

      *> --- The linedef being checked (0-based numbers, as map
      *>     editors show them) ---
       01 WS-MA-LN                 PIC 9(5).
       01 WS-MA-LN-NO              PIC 9(5).
       01 WS-MA-OFF                PIC 9(6).
       01 WS-MA-U16                PIC 9(5).
       01 WS-MA-V1                 PIC 9(5).
       01 WS-MA-V2                 PIC 9(5).
       01 WS-MA-SPECIAL            PIC 9(5).
       01 WS-MA-TAG                PIC 9(5).
       01 WS-MA-RSIDE              PIC 9(5).
       01 WS-MA-LSIDE              PIC 9(5).
       01 WS-MA-KEY                PIC 9.

      *> --- Exit line sampled cell by cell across the grid ---
       01 WS-MA-X0                 PIC S9(5).
       01 WS-MA-Y0                 PIC S9(5).
       01 WS-MA-X1                 PIC S9(5).
       01 WS-MA-Y1                 PIC S9(5).
       01 WS-MA-DX                 PIC S9(5).
       01 WS-MA-DY                 PIC S9(5).
       01 WS-MA-STEPS              PIC 9(5).
       01 WS-MA-K                  PIC 9(5).
       01 WS-MA-HIT                PIC 9.

      *> --- Lump held against what LOAD-MAP keeps of it ---
       01 WS-MA-LUMP-NAME          PIC X(8).
       01 WS-MA-LUMP-MAX           PIC 9(5).

      *> --- Sidedef texture slot being checked ---
       01 WS-MA-SIDE               PIC 9(5).
       01 WS-MA-SIDE-LBL           PIC X(5).
       01 WS-MA-PART               PIC X(6).
       01 WS-MA-PART-OFF           PIC 9(2).
       01 WS-MA-TEX                PIC X(8).

      *> --- Return code: 0 = no defects, 4 = defects listed,
      *>     8 = no WAD, no maps, or the report can't be written ---
       01 WS-MA-WORST              PIC 9(3) VALUE 0.

      *> --- Working variables ---
       01 WS-MA-I                  PIC 9(5).
       01 WS-MA-J                  PIC 9(5).
       01 WS-MA-CNT                PIC 9(7).
       01 WS-MA-LINE               PIC X(100).
