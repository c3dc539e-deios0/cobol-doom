      *> ============================================================
      *> threat-data.cpy -- Data for the threat telemetry
      *> What is hurting the players, kept per level and appended
      *> to threat.dat beside every ledger row: damage taken from
      *> each source (each monster type -- split into what came
      *> by projectile and what did not -- barrels, crushers,
      *> floor damage, falls, blast splash), and for each monster
      *> type how many took the field, how long they lived, how
      *> many were killed off by infighting and how often one of
      *> them scored the kill on the player.
      *> DOOM_THREAT_REPORT=1 reads the file back to threat.rpt,
      *> one block per map, worst threats first.
      *> All variables prefixed WS-THR-.
      *> ============================================================

       01 WS-THR-FILENAME          PIC X(32) VALUE "threat.dat".
       01 WS-THR-STATUS            PIC XX.

      *> --- Level clock for time alive, in simulation tics ---
       01 WS-THR-TIC               PIC 9(9) VALUE 0.

      *> --- Hit arriving by projectile: set by the attack path
      *>     beside WS-PLAYER-DMG-SOURCE, captured and cleared by
      *>     APPLY-DAMAGE-TO-PLAYER like the source ---
       01 WS-THR-VIA-PROJ          PIC 9 VALUE 0.
       01 WS-THR-PROJ-W            PIC 9 VALUE 0.

      *> --- Each sprite slot's current life: the tic it entered
      *>     play and whether it is still up (1) ---
       01 WS-THR-SLOT-TABLE.
          05 WS-THR-SLOT OCCURS 400 TIMES.
             10 WS-THR-BORN        PIC 9(9).
             10 WS-THR-LIVE        PIC 9.

      *> --- This level's tallies, one row per source seen: a
      *>     monster thing type, 02035 for barrels, or one of the
      *>     environment codes in enemies-data.cpy ---
       01 WS-THR-SRC-COUNT         PIC 9(2) VALUE 0.
       01 WS-THR-SRC-MAX           PIC 9(2) VALUE 40.
       01 WS-THR-SRC-TABLE.
          05 WS-THR-ROW OCCURS 40 TIMES.
             10 WS-THR-SRC         PIC 9(5).
             10 WS-THR-HITS        PIC 9(5).
             10 WS-THR-DAMAGE      PIC 9(6).
             10 WS-THR-PROJ-DMG    PIC 9(6).
             10 WS-THR-ABSORBED    PIC 9(6).
             10 WS-THR-KILLS       PIC 9(3).
             10 WS-THR-LIVES       PIC 9(4).
             10 WS-THR-DIED        PIC 9(4).
             10 WS-THR-INFIGHT     PIC 9(4).
             10 WS-THR-ALIVE-TICS  PIC 9(9).
       01 WS-THR-R                 PIC 9(2).
       01 WS-THR-I                 PIC 9(3).
       01 WS-THR-KEY               PIC 9(5).

      *> --- Report: DOOM_THREAT_REPORT=1 ---
       01 WS-THR-ENV               PIC X(8).
       01 WS-THR-RPT-FILENAME      PIC X(32) VALUE "threat.rpt".
       01 WS-THR-RPT-STATUS        PIC XX.
       01 WS-THR-LINE              PIC X(100).

      *> --- Report totals, by map and source, summed over every
      *>     unassisted attempt in the file. An attempt's rows go
      *>     out together, the first marked TH-FIRST, so attempts
      *>     and deaths are counted off the marked rows ---
       01 WS-THR-MAP-COUNT         PIC 9(3) VALUE 0.
       01 WS-THR-MAP-MAX           PIC 9(3) VALUE 100.
       01 WS-THR-MAP-TABLE.
          05 WS-THR-MAP-ENTRY OCCURS 100 TIMES.
             10 WS-THR-MAP         PIC X(8).
             10 WS-THR-MAP-RUNS    PIC 9(5).
             10 WS-THR-MAP-DEATHS  PIC 9(5).
       01 WS-THR-AGG-COUNT         PIC 9(4) VALUE 0.
       01 WS-THR-AGG-MAX           PIC 9(4) VALUE 1500.
       01 WS-THR-AGG-TABLE.
          05 WS-THR-AGG OCCURS 1500 TIMES.
             10 WS-THR-AGG-MAP     PIC 9(3).
             10 WS-THR-AGG-SRC     PIC 9(5).
             10 WS-THR-AGG-HITS    PIC 9(7).
             10 WS-THR-AGG-DAMAGE  PIC 9(8).
             10 WS-THR-AGG-PROJ    PIC 9(8).
             10 WS-THR-AGG-KILLS   PIC 9(5).
             10 WS-THR-AGG-LIVES   PIC 9(6).
             10 WS-THR-AGG-DIED    PIC 9(6).
             10 WS-THR-AGG-INFIGHT PIC 9(6).
             10 WS-THR-AGG-TICS    PIC 9(11).
             10 WS-THR-AGG-DONE    PIC 9.
       01 WS-THR-M                 PIC 9(3).
       01 WS-THR-A                 PIC 9(4).
       01 WS-THR-BEST              PIC 9(4).
       01 WS-THR-READ              PIC 9(7) VALUE 0.
       01 WS-THR-SKIPPED           PIC 9(7) VALUE 0.
       01 WS-THR-LOST              PIC 9(7) VALUE 0.

      *> --- Report line edits ---
       01 WS-THR-HITS-ED           PIC Z(6)9.
       01 WS-THR-DMG-ED            PIC Z(7)9.
       01 WS-THR-PCT-ED            PIC ZZ9.
       01 WS-THR-KILLS-ED          PIC Z(4)9.
       01 WS-THR-LIVES-ED          PIC Z(5)9.
       01 WS-THR-SECS-ED           PIC Z(4)9.9.
       01 WS-THR-RUNS-ED           PIC Z(4)9.
       01 WS-THR-PCT               PIC 9(3).
       01 WS-THR-SECS              PIC 9(5)V9.

      *> --- Return code: 0 = report written, 8 = no telemetry or
      *>     the report can't be written ---
       01 WS-THR-WORST             PIC 9(3) VALUE 0.
