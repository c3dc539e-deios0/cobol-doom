      *> ============================================================
      *> balance-data.cpy -- Data for the ammo / monster health
      *> balance report. DOOM_BALANCE=1 reads every map's THINGS,
      *> totals the monster hit points each skill spawns (INIT-
      *> SPRITES' skill-bit filter, monsters.cfg health overrides,
      *> then WS-SKILL-HP-PCT the way EN-INIT-ONE-AI scales them)
      *> and sets them against the damage the bullets, shells,
      *> rockets and cells CHECK-PICKUPS hands out could deal. One
      *> line per map and skill to balance.rpt, with the ammo to
      *> health ratio; under 1.00 the map is flagged SHORT.
      *> All variables prefixed WS-BAL-.
      *> ============================================================

       01 WS-BAL-ENV               PIC X(8).
       01 WS-BAL-RPT-FILENAME      PIC X(32) VALUE "balance.rpt".
       01 WS-BAL-RPT-STATUS        PIC XX.
       01 WS-BAL-WAD-NAME          PIC X(64).
       01 WS-BAL-PWAD-NAME         PIC X(64).
       01 WS-BAL-WAD-ON            PIC 9 VALUE 0.
      *>   1 = directory read
       01 WS-BAL-PWAD-ON           PIC 9 VALUE 0.
      *>   1 = DOOM_PWAD merged; only its own maps are reported

      *> --- Maps already reported: a patch map shadows the base
      *>     one of the same name ---
       01 WS-BAL-MAP               PIC X(8).
       01 WS-BAL-DONE-COUNT        PIC 9(3) VALUE 0.
       01 WS-BAL-DONE-TABLE.
          05 WS-BAL-DONE-NAME      PIC X(8) OCCURS 64 TIMES.
       01 WS-BAL-MAPS              PIC 9(3) VALUE 0.
       01 WS-BAL-SHORT             PIC 9(5) VALUE 0.
       01 WS-BAL-MAP-HIT           PIC 9.

      *> --- Ammo each pickup type adds, per pool, as CHECK-PICKUPS
      *>     gives it: type, bullets, shells, rockets, cells. Box of
      *>     bullets / box of shells and the super shotgun aren't
      *>     pickups here, so they add nothing ---
       01 WS-BAL-AMMO-DEFS.
          05 FILLER PIC X(17) VALUE "02007010000000000".
          05 FILLER PIC X(17) VALUE "02002020000000000".
          05 FILLER PIC X(17) VALUE "02008000004000000".
          05 FILLER PIC X(17) VALUE "02001000008000000".
          05 FILLER PIC X(17) VALUE "02010000000001000".
          05 FILLER PIC X(17) VALUE "02046000000005000".
          05 FILLER PIC X(17) VALUE "02003000000002000".
          05 FILLER PIC X(17) VALUE "02047000000000020".
          05 FILLER PIC X(17) VALUE "00017000000000100".
          05 FILLER PIC X(17) VALUE "02004000000000040".
          05 FILLER PIC X(17) VALUE "02006000000000040".
          05 FILLER PIC X(17) VALUE "00008010004001020".
       01 WS-BAL-AMMO-T REDEFINES WS-BAL-AMMO-DEFS.
          05 WS-BAL-AMMO-DEF OCCURS 12 TIMES.
             10 WS-BAL-AD-TYPE     PIC 9(5).
             10 WS-BAL-AD-POOL     PIC 9(3) OCCURS 4 TIMES.

      *> --- Average damage one round of each pool deals when it
      *>     hits: bullet 7-15 (FIRE-HITSCAN), shell 7 pellets of
      *>     7-15, rocket 80 (FIRE-PLAYER-PROJECTILE), cell 7-15 in
      *>     the plasma gun -- the BFG's 300 a 40-cell shot is less
      *>     a cell, so cells are rated at the plasma gun ---
       01 WS-BAL-UNIT-DMG-DATA.
          05 FILLER PIC 9(3) VALUE 011.
          05 FILLER PIC 9(3) VALUE 077.
          05 FILLER PIC 9(3) VALUE 080.
          05 FILLER PIC 9(3) VALUE 011.
       01 WS-BAL-UNIT-DMG-R REDEFINES WS-BAL-UNIT-DMG-DATA.
          05 WS-BAL-UNIT-DMG       PIC 9(3) OCCURS 4 TIMES.

      *> --- What one map places ---
       01 WS-BAL-POOLS.
          05 WS-BAL-AMMO           PIC 9(6) OCCURS 4 TIMES.
          05 WS-BAL-POOL-DMG       PIC 9(8) OCCURS 4 TIMES.
       01 WS-BAL-AMMO-DMG          PIC 9(8).
       01 WS-BAL-THINGS            PIC 9(5).

      *> --- One skill's monsters ---
       01 WS-BAL-SKILL             PIC 9.
       01 WS-BAL-SKILL-BIT         PIC 9.
       01 WS-BAL-SKILL-TEST        PIC 9(5).
       01 WS-BAL-SKILL-NAMES.
          05 FILLER PIC X(5) VALUE "ITYTD".
          05 FILLER PIC X(5) VALUE "HNTR".
          05 FILLER PIC X(5) VALUE "HMP".
          05 FILLER PIC X(5) VALUE "UV".
          05 FILLER PIC X(5) VALUE "NM".
       01 WS-BAL-SKILL-NAME-T REDEFINES WS-BAL-SKILL-NAMES.
          05 WS-BAL-SKILL-NAME     PIC X(5) OCCURS 5 TIMES.
       01 WS-BAL-MONSTERS          PIC 9(5).
       01 WS-BAL-HP                PIC 9(8).
       01 WS-BAL-HEALTH            PIC 9(3).
       01 WS-BAL-RATIO             PIC 9(5)V99.
       01 WS-BAL-VERDICT           PIC X(8).

      *> --- The thing being read ---
       01 WS-BAL-OFF               PIC 9(6).
       01 WS-BAL-TYPE              PIC 9(5).
       01 WS-BAL-FLAGS             PIC 9(5).

      *> --- Report fields ---
       01 WS-BAL-NUM-ED            PIC ZZZZZZZ9.
       01 WS-BAL-CNT-ED            PIC ZZZZ9.
       01 WS-BAL-RATIO-ED          PIC ZZZZ9.99.

      *> --- Return code: 0 = every map has the ammo, 4 = a map
      *>     is short at some skill, 8 = no WAD, no maps, or the
      *>     report can't be written ---
       01 WS-BAL-WORST             PIC 9(3) VALUE 0.

      *> --- Working variables ---
       01 WS-BAL-M                 PIC 9(3).
       01 WS-BAL-I                 PIC 9(5).
       01 WS-BAL-J                 PIC 9(5).
       01 WS-BAL-P                 PIC 9.
       01 WS-BAL-LINE              PIC X(100).
