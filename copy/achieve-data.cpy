      *> ============================================================
      *> achieve-data.cpy -- Data for achievements
      *> Named goals read from achieve.cfg (DOOM_ACHIEVE names
      *> another; the compiled set below stands in when there is
      *> none), each a kind of feat the engine already keeps count
      *> of -- a map finished untouched, every secret, one weapon
      *> only, a horde wave survived, par beaten on every campaign
      *> map. An unlock is announced on the message line and
      *> appended with its date to achieve.dat, one row per player
      *> and goal; the page after the career profile lists what is
      *> earned and what remains. All variables prefixed WS-ACH-.
      *> ============================================================

       01 WS-ACH-FILENAME          PIC X(32) VALUE "achieve.cfg".
       01 WS-ACH-FILE-ENV          PIC X(32).
       01 WS-ACH-STATUS            PIC XX.
       01 WS-ACH-LINE-NO           PIC 9(3).
       01 WS-ACH-REC-FILENAME      PIC X(32) VALUE "achieve.dat".
       01 WS-ACH-REC-STATUS        PIC XX.

      *> --- The goals: the compiled set, then the table in use.
      *>     Each entry is ID (12), kind (2), value (5), name (26) ---
       01 WS-ACH-DEFAULTS.
          05 FILLER PIC X(45) VALUE
             "NODAMAGE    0100000UNTOUCHABLE".
          05 FILLER PIC X(45) VALUE
             "ALLSECRETS  0200000SECRET KEEPER".
          05 FILLER PIC X(45) VALUE
             "ALLKILLS    0300000EXTERMINATOR".
          05 FILLER PIC X(45) VALUE
             "CHAINSAWONLY0400007LUMBERJACK".
          05 FILLER PIC X(45) VALUE
             "HORDE20     0500020LAST STAND".
          05 FILLER PIC X(45) VALUE
             "PARALL      0700000PAR FOR THE COURSE".
       01 WS-ACH-DEFAULTS-R REDEFINES WS-ACH-DEFAULTS.
          05 WS-ACH-DFLT           PIC X(45) OCCURS 6 TIMES.
       01 WS-ACH-DFLT-COUNT        PIC 9(2) VALUE 6.

       01 WS-ACH-COUNT             PIC 9(2) VALUE 0.
       01 WS-ACH-TABLE.
          05 WS-ACH OCCURS 16 TIMES.
             10 WS-ACH-DEF.
                15 WS-ACH-ID       PIC X(12).
                15 WS-ACH-KIND     PIC 9(2).
      *>          1 = finish a map without a hit taken
      *>          2 = finish a map with every secret found
      *>          3 = finish a map with every monster killed
      *>          4 = finish a map firing only weapon <value>
      *>              (0 fist .. 7 chainsaw)
      *>          5 = survive horde wave <value>
      *>          6 = finish a map under its campaign par
      *>          7 = par beaten on every campaign map
      *>          8 = <value> lifetime kills
      *>          9 = <value> sessions played
                15 WS-ACH-VALUE    PIC 9(5).
                15 WS-ACH-NAME     PIC X(26).
             10 WS-ACH-EARNED      PIC 9(8).
      *>          Unlock date, YYYYMMDD; 0 = not yet earned

      *> --- Maps the current player has finished under par, for
      *>     the every-map goal (kept as "P" rows in achieve.dat) ---
       01 WS-ACH-PAR-COUNT         PIC 9(2) VALUE 0.
       01 WS-ACH-PAR-TABLE.
          05 WS-ACH-PAR-MAP        PIC X(8) OCCURS 32 TIMES.

      *> --- This level's hits taken, counted where the death log
      *>     records them (god mode and invulnerability excepted) ---
       01 WS-ACH-HITS              PIC 9(5) VALUE 0.

      *> --- Working variables ---
       01 WS-ACH-I                 PIC 9(2).
       01 WS-ACH-J                 PIC 9(2).
       01 WS-ACH-M                 PIC 9(2).
       01 WS-ACH-PAR-N             PIC 9(2).
       01 WS-ACH-W                 PIC 9.
       01 WS-ACH-MET               PIC 9.
       01 WS-ACH-UNDER-PAR         PIC 9.
       01 WS-ACH-HAVE              PIC 9.
       01 WS-ACH-DATE              PIC 9(8).
       01 WS-ACH-ROW               PIC 9(3).
       01 WS-ACH-DATE-ED           PIC 9999/99/99.
       01 WS-ACH-LINE              PIC X(40).
