      *> ============================================================
      *> coverage-data.cpy -- Data for the map coverage report
      *> DOOM_COVERAGE=1 adds up the heatmap files of many runs of
      *> one map and lays them over that map's grid dump: walkable
      *> cells and pickups no run ever reached, and the percent of
      *> each sector's floor somebody stood on -- the rooms nobody
      *> visits. The files come from a list, DOOM_COVERAGE_LIST
      *> (default coverage.lst), 80-column lines:
      *>   MAP  <map lump, for the heading>
      *>   GRID <grid dump file, default griddump.txt>
      *>   HEAT <heatmap file>      (one per run, as many as wanted)
      *>   *    comment
      *> The report goes to coverage.rpt.
      *> All variables prefixed WS-CV-.
      *> ============================================================

       01 WS-CV-ENV                PIC X(8).
       01 WS-CV-LST-FILENAME       PIC X(48) VALUE "coverage.lst".
       01 WS-CV-LST-STATUS         PIC XX.
       01 WS-CV-RPT-FILENAME       PIC X(32) VALUE "coverage.rpt".
       01 WS-CV-RPT-STATUS         PIC XX.
       01 WS-CV-MAP                PIC X(8) VALUE SPACES.
       01 WS-CV-GRID-NAME          PIC X(32) VALUE "griddump.txt".

      *> --- Heatmap files named by the list ---
       01 WS-CV-HEAT-COUNT         PIC 9(3) VALUE 0.
       01 WS-CV-HEAT-TABLE.
          05 WS-CV-HEAT-NAME       PIC X(32) OCCURS 200 TIMES.
       01 WS-CV-H                  PIC 9(3).
       01 WS-CV-HEAT-READ          PIC 9(3) VALUE 0.

      *> --- The grid dump, cell by cell, with the runs' ticks
      *>     added on ---
       01 WS-CV-GRID.
          05 WS-CV-ROW-T OCCURS 128 TIMES.
             10 WS-CV-CELL OCCURS 128 TIMES.
                15 WS-CV-TYPE      PIC 9.
                15 WS-CV-SECTOR    PIC 9(3).
                15 WS-CV-TICKS     PIC 9(7).
       01 WS-CV-CELLS-READ         PIC 9(5) VALUE 0.

      *> --- Pickups from the dump's PK lines ---
       01 WS-CV-PK-COUNT           PIC 9(3) VALUE 0.
       01 WS-CV-PK-TABLE.
          05 WS-CV-PK OCCURS 100 TIMES.
             10 WS-CV-PK-ROW       PIC 9(3).
             10 WS-CV-PK-COL       PIC 9(3).
             10 WS-CV-PK-TYPE      PIC 9(5).
       01 WS-CV-P                  PIC 9(3).

      *> --- Per-sector walkable and reached cells ---
       01 WS-CV-SECTOR-TABLE.
          05 WS-CV-SEC OCCURS 999 TIMES.
             10 WS-CV-SEC-WALK     PIC 9(5).
             10 WS-CV-SEC-HIT      PIC 9(5).
       01 WS-CV-S                  PIC 9(4).

      *> --- Totals ---
       01 WS-CV-WALK               PIC 9(5) VALUE 0.
       01 WS-CV-HIT                PIC 9(5) VALUE 0.
       01 WS-CV-MISSED             PIC 9(5) VALUE 0.
       01 WS-CV-PK-MISSED          PIC 9(3) VALUE 0.
       01 WS-CV-PCT                PIC 9(3).

      *> --- Return code: 0 = report written, 4 = a listed
      *>     heatmap couldn't be read, 8 = no list, no grid dump,
      *>     no heatmaps, or the report can't be written ---
       01 WS-CV-WORST              PIC 9(3) VALUE 0.

      *> --- Working variables ---
       01 WS-CV-I                  PIC 9(3).
       01 WS-CV-J                  PIC 9(3).
       01 WS-CV-SAVE-NAME          PIC X(32).
       01 WS-CV-LINE               PIC X(100).
