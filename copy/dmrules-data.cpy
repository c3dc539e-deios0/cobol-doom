      *> ============================================================
      *> dmrules-data.cpy -- Data for deathmatch match rules
      *> An optional dmrules.cfg (DOOM_DM_RULES names another)
      *> turns a deathmatch -- a netplay session that isn't co-op,
      *> or DOOM_BOTS -- into a scored match: a frag limit, a time
      *> limit in minutes, weapons-stay, and the rotation of maps
      *> the match moves through. A death respawns on a
      *> deathmatch start instead of ending the run; a limit (or
      *> the exit) shows the frag scoreboard, appends one record
      *> to dmresult.dat and loads the next map in the rotation.
      *> All variables prefixed WS-MR-.
      *> ============================================================

       01 WS-MR-ON                 PIC 9 VALUE 0.
      *>   1 = rules loaded and this session is a deathmatch
       01 WS-MR-FILENAME           PIC X(32) VALUE "dmrules.cfg".
       01 WS-MR-FILE-ENV           PIC X(32).
       01 WS-MR-STATUS             PIC XX.
       01 WS-MR-LINE-NO            PIC 9(3).

      *> --- The rules as read (0 = no limit of that kind) ---
       01 WS-MR-FRAG-LIMIT         PIC 9(3) VALUE 0.
       01 WS-MR-TIME-LIMIT         PIC 9(3) VALUE 0.
       01 WS-MR-TIME-TICS          PIC 9(7) VALUE 0.
      *>   The time limit in 35 Hz tics
       01 WS-MR-WEAPONS-STAY       PIC 9 VALUE 0.
       01 WS-MR-ROT-COUNT          PIC 9(2) VALUE 0.
       01 WS-MR-ROT-TABLE.
          05 WS-MR-ROT-MAP         PIC X(8) OCCURS 32 TIMES.
       01 WS-MR-ROT-CUR            PIC 9(2) VALUE 0.
      *>   Rotation slot being played (0 = the map picked at start,
      *>   not in the list)

      *> --- The match in progress: one row per player. Slot 1 is
      *>     this machine's marine, 2 the netplay opponent, 3-6
      *>     bots 1-4. Frags go negative on suicides ---
       01 WS-MR-TABLE.
          05 WS-MR-PL OCCURS 6 TIMES.
             10 WS-MR-PL-ON        PIC 9.
             10 WS-MR-PL-NAME      PIC X(8).
             10 WS-MR-PL-FRAGS     PIC S9(3).
             10 WS-MR-PL-DEATHS    PIC 9(3).
             10 WS-MR-PL-SHOWN     PIC 9.
       01 WS-MR-I                  PIC 9.
       01 WS-MR-BEST               PIC 9.
       01 WS-MR-TICS               PIC 9(7) VALUE 0.
       01 WS-MR-END-REASON         PIC X VALUE SPACE.
      *>   F = frag limit, T = time limit, X = level exit,
      *>   A = abandoned (quit mid-match)
       01 WS-MR-KILLER-SLOT        PIC 9.
       01 WS-MR-BOT-SHOOTER        PIC 9 VALUE 0.
      *>   Last bot whose shot reached this marine

      *> --- Two-player matches: deaths and the end travel in the
      *>     quit slot of the exchanged key record, like the co-op
      *>     respawn, so both machines act on the same tic ---
       01 WS-MR-MARK-SUICIDE       PIC S9(9) COMP-5 VALUE 2.
       01 WS-MR-MARK-FRAGGED       PIC S9(9) COMP-5 VALUE 3.
      *>   Fragged by the machine receiving the record
       01 WS-MR-MARK-BOT           PIC S9(9) COMP-5 VALUE 4.
      *>   Killed by a bot only the sending machine has
       01 WS-MR-MARK-END-FRAG      PIC S9(9) COMP-5 VALUE 5.
       01 WS-MR-MARK-END-TIME      PIC S9(9) COMP-5 VALUE 6.
       01 WS-MR-MARK-END-EXIT      PIC S9(9) COMP-5 VALUE 7.
       01 WS-MR-DEATH-MARK         PIC S9(9) COMP-5 VALUE 0.
       01 WS-MR-END-MARK           PIC S9(9) COMP-5 VALUE 0.
       01 WS-MR-RESPAWN-PEND       PIC 9 VALUE 0.
       01 WS-MR-END-PEND           PIC 9 VALUE 0.
       01 WS-MR-END-NOW            PIC 9 VALUE 0.

      *> --- Respawn: the deathmatch start furthest from the
      *>     marine's nearest threat ---
       01 WS-MR-AWAY-X             PIC S9(5)V9(4).
       01 WS-MR-AWAY-Y             PIC S9(5)V9(4).
       01 WS-MR-START-X            PIC S9(5)V9(4).
       01 WS-MR-START-Y            PIC S9(5)V9(4).
       01 WS-MR-START-A            PIC S9(5).
       01 WS-MR-S                  PIC 9(2).
       01 WS-MR-DX                 PIC S9(7)V9(4).
       01 WS-MR-DY                 PIC S9(7)V9(4).
       01 WS-MR-DIST-SQ            PIC S9(9)V9(4).
       01 WS-MR-BEST-SQ            PIC S9(9)V9(4).

      *> --- Weapons-stay: which staying weapons this marine has
      *>     taken since its last spawn (parallel to WS-PK-TABLE) ---
       01 WS-MR-TAKEN-TABLE.
          05 WS-MR-TAKEN           PIC 9 OCCURS 100 TIMES.
       01 WS-MR-PK                 PIC 9(3).
       01 WS-MR-STAY               PIC 9.
      *>   For the pickup being checked: 0 = ordinary, 1 = a
      *>   staying weapon to take and leave, 2 = one already taken

      *> --- The results file, one record per match ---
       01 WS-MR-RES-FILENAME       PIC X(32) VALUE "dmresult.dat".
       01 WS-MR-RES-STATUS         PIC XX.
       01 WS-MR-DATE               PIC 9(8).
       01 WS-MR-TIME               PIC 9(8).
       01 WS-MR-SECONDS            PIC 9(5).

      *> --- Scoreboard drawing ---
       01 WS-MR-ROW                PIC 9(3).
       01 WS-MR-FRAGS-ED           PIC -ZZ9.
       01 WS-MR-DEATHS-ED          PIC ZZ9.
       01 WS-MR-TEXT               PIC X(40).
