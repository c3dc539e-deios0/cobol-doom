      *> ============================================================
      *> cfgchk-data.cpy -- Data for the config pre-flight check
      *> DOOM_CONFIG_CHECK=1 reads every external config file the
      *> LOAD-* paragraphs would -- keybinds.cfg, settings.cfg,
      *> strings.cfg, monsters.cfg, campaign.cfg and each map's
      *> .obj -- and, instead of quietly falling back the way the
      *> loaders do, lists every line they would skip, clamp or
      *> misread to config.rpt: file, line, field and reason. The
      *> campaign's maps and lumps are looked up in the WAD
      *> (DOOM_WAD, default freedoom2.wad, plus any DOOM_PWAD).
      *> All variables prefixed WS-CC-.
      *> ============================================================

       01 WS-CC-ENV                PIC X(8).
       01 WS-CC-RPT-FILENAME       PIC X(32) VALUE "config.rpt".
       01 WS-CC-RPT-STATUS         PIC XX.

      *> --- The finding being written ---
       01 WS-CC-FILE               PIC X(32).
       01 WS-CC-LINE-NO            PIC 9(5).
       01 WS-CC-FIELD              PIC X(16).
       01 WS-CC-REASON             PIC X(56).

      *> --- Per-file and overall tallies ---
       01 WS-CC-LINES              PIC 9(5).
       01 WS-CC-FILE-BAD           PIC 9(5).
       01 WS-CC-FOUND              PIC 9.
       01 WS-CC-FILES              PIC 9(3) VALUE 0.
       01 WS-CC-PRESENT            PIC 9(3) VALUE 0.
       01 WS-CC-BAD                PIC 9(5) VALUE 0.

      *> --- Key bindings: the record's 25 two-digit fields in
      *>     KEYBINDS-RECORD order; the last four trail the
      *>     original layout and may be blank or 00 (unbound) ---
       01 WS-CC-KB-REC             PIC X(50).
       01 WS-CC-KB-TABLE REDEFINES WS-CC-KB-REC.
          05 WS-CC-KB-SLOT         PIC X(2) OCCURS 25 TIMES.
       01 WS-CC-KB-NAMES.
          05 FILLER PIC X(16) VALUE "KB-QUIT".
          05 FILLER PIC X(16) VALUE "KB-FORWARD".
          05 FILLER PIC X(16) VALUE "KB-BACK".
          05 FILLER PIC X(16) VALUE "KB-LEFT".
          05 FILLER PIC X(16) VALUE "KB-RIGHT".
          05 FILLER PIC X(16) VALUE "KB-FIRE".
          05 FILLER PIC X(16) VALUE "KB-USE".
          05 FILLER PIC X(16) VALUE "KB-AUTOMAP".
          05 FILLER PIC X(16) VALUE "KB-WEAPON1".
          05 FILLER PIC X(16) VALUE "KB-WEAPON2".
          05 FILLER PIC X(16) VALUE "KB-SAVE".
          05 FILLER PIC X(16) VALUE "KB-LOAD".
          05 FILLER PIC X(16) VALUE "KB-CONSOLE".
          05 FILLER PIC X(16) VALUE "KB-STRAFE-LEFT".
          05 FILLER PIC X(16) VALUE "KB-STRAFE-RIGHT".
          05 FILLER PIC X(16) VALUE "KB-WEAPON3".
          05 FILLER PIC X(16) VALUE "KB-WEAPON4".
          05 FILLER PIC X(16) VALUE "KB-WEAPON0".
          05 FILLER PIC X(16) VALUE "KB-PAUSE".
          05 FILLER PIC X(16) VALUE "KB-DEBUG".
          05 FILLER PIC X(16) VALUE "KB-SPECTATOR".
          05 FILLER PIC X(16) VALUE "KB-WEAPON5".
          05 FILLER PIC X(16) VALUE "KB-WEAPON6".
          05 FILLER PIC X(16) VALUE "KB-SCREENSHOT".
          05 FILLER PIC X(16) VALUE "KB-ANNOTATE".
       01 WS-CC-KB-NAME-T REDEFINES WS-CC-KB-NAMES.
          05 WS-CC-KB-NAME         PIC X(16) OCCURS 25 TIMES.
       01 WS-CC-KB-VALS.
          05 WS-CC-KB-VAL          PIC 9(2) OCCURS 25 TIMES.

      *> --- Settings: name, offset and length of each
      *>     SETTINGS-RECORD field; a blank field keeps the default,
      *>     the range checks are LOAD-SETTINGS' own ---
       01 WS-CC-SET-DEFS.
          05 FILLER PIC X(20) VALUE "SET-MOVE-SPEED  0015".
          05 FILLER PIC X(20) VALUE "SET-TURN-SPEED  0063".
          05 FILLER PIC X(20) VALUE "SET-BOB-X       0093".
          05 FILLER PIC X(20) VALUE "SET-BOB-Y       0123".
          05 FILLER PIC X(20) VALUE "SET-FLAT-ANIM   0153".
          05 FILLER PIC X(20) VALUE "SET-AM-SCALE    0183".
          05 FILLER PIC X(20) VALUE "SET-AM-RADIUS   0213".
          05 FILLER PIC X(20) VALUE "SET-SKILL       0241".
          05 FILLER PIC X(20) VALUE "SET-SOUND       0251".
          05 FILLER PIC X(20) VALUE "SET-MUSIC       0261".
          05 FILLER PIC X(20) VALUE "SET-MOUSE-SENS  0275".
          05 FILLER PIC X(20) VALUE "SET-CAPTIONS    0321".
          05 FILLER PIC X(20) VALUE "SET-PAD-DEADZONE0335".
          05 FILLER PIC X(20) VALUE "SET-PAD-SENS    0385".
          05 FILLER PIC X(20) VALUE "SET-PAD-SWAP    0431".
          05 FILLER PIC X(20) VALUE "SET-CVD-MODE    0441".
          05 FILLER PIC X(20) VALUE "SET-AIM-ASSIST  0451".
       01 WS-CC-SET-T REDEFINES WS-CC-SET-DEFS.
          05 WS-CC-SET OCCURS 17 TIMES.
             10 WS-CC-SET-NAME     PIC X(16).
             10 WS-CC-SET-OFF      PIC 9(3).
             10 WS-CC-SET-LEN      PIC 9.
       01 WS-CC-SET-REC            PIC X(45).

      *> --- Strings: the entries that land in a field narrower
      *>     than the 40-character table slot ---
       01 WS-CC-STR-LEN            PIC 9(3).
       01 WS-CC-STR-MAX            PIC 99.

      *> --- Monster types EN-INIT-ONE-AI knows; monsters.cfg
      *>     lines for any other type never match a monster ---
       01 WS-CC-MON-TYPES.
          05 FILLER PIC X(25) VALUE "0300403001030020005800009".
          05 FILLER PIC X(25) VALUE "0006503005030030006903006".
          05 FILLER PIC X(25) VALUE "0006600067000680000700016".
          05 FILLER PIC X(10) VALUE "0007100064".
       01 WS-CC-MON-T REDEFINES WS-CC-MON-TYPES.
          05 WS-CC-MON-TYPE        PIC 9(5) OCCURS 17 TIMES.
       01 WS-CC-TN-SEEN.
          05 WS-CC-TN-TYPE         PIC 9(5) OCCURS 20 TIMES.
          05 WS-CC-TN-LINE         PIC 9(5) OCCURS 20 TIMES.
       01 WS-CC-TN-COUNT           PIC 9(3).

      *> --- Campaign maps, for the WAD lookups and the .obj
      *>     files; the compiled level table when there's no
      *>     campaign.cfg ---
       01 WS-CC-MAP-COUNT          PIC 9(2) VALUE 0.
       01 WS-CC-MAPS.
          05 WS-CC-MAP             PIC X(8) OCCURS 32 TIMES.
       01 WS-CC-WAD-ENV            PIC X(64).
       01 WS-CC-WAD-ON             PIC 9 VALUE 0.
      *>   0 = not tried yet, 1 = directory read, 2 = can't open
       01 WS-CC-LUMP-FIELD         PIC X(16).

      *> --- Return code: 0 = every file clean, 4 = at least one
      *>     line fails, 8 = the report can't be written ---
       01 WS-CC-WORST              PIC 9(3) VALUE 0.

      *> --- Working variables ---
       01 WS-CC-I                  PIC 9(3).
       01 WS-CC-J                  PIC 9(3).
       01 WS-CC-HIT                PIC 9.
       01 WS-CC-LINE               PIC X(100).
