      *> ============================================================
      *> planes-data.cpy -- Data for floor and ceiling movers
      *> Generalized floor, ceiling and stair lines move the floor
      *> or ceiling of every cell of their tagged sector to a
      *> destination height and leave it there. Like the crusher
      *> table, an entry remembers the height its cell had before
      *> anything moved it, so a level restart can put it back.
      *> All variables prefixed WS-PL-.
      *> ============================================================

      *> --- Mover table: one entry per cell and plane ---
       01 WS-PL-MAX                PIC 9(4) VALUE 3000.
       01 WS-PL-COUNT              PIC 9(4) VALUE 0.
       01 WS-PL-OVFL-WARNED        PIC 9 VALUE 0.
       01 WS-PL-TABLE.
          05 WS-PL-ENTRY OCCURS 3000 TIMES.
             10 WS-PL-ROW          PIC 9(3).
             10 WS-PL-COL          PIC 9(3).
             10 WS-PL-PLANE        PIC X.
      *>       F = floor (MC-FLOOR-H), C = ceiling (MC-CEIL-H)
             10 WS-PL-STATE        PIC 9.
      *>       0 = at rest, 1 = moving towards WS-PL-DEST-H
             10 WS-PL-BASE-H       PIC S9(3).
             10 WS-PL-DEST-H       PIC S9(3).
             10 WS-PL-SPEED        PIC 9(3).

      *> --- Which entry, if any, each cell's floor and ceiling
      *>     have (0 = none), so a sector is registered without a
      *>     search of the table for each of its cells ---
       01 WS-PL-AT-TABLE.
          05 WS-PL-AT-ROW OCCURS 128 TIMES.
             10 WS-PL-AT-CELL OCCURS 128 TIMES.
                15 WS-PL-AT-F      PIC 9(4).
                15 WS-PL-AT-C      PIC 9(4).

      *> --- Working variables ---
       01 WS-PL-IDX                PIC 9(4).
       01 WS-PL-R                  PIC S9(5).
       01 WS-PL-C                  PIC S9(5).
       01 WS-PL-NR                 PIC S9(5).
       01 WS-PL-NC                 PIC S9(5).
       01 WS-PL-D                  PIC 9.
       01 WS-PL-CUR-H              PIC S9(5).
       01 WS-PL-NEW-H              PIC S9(5).
       01 WS-PL-ADD-PLANE          PIC X.
       01 WS-PL-ADD-DEST           PIC S9(5).
       01 WS-PL-STARTED            PIC 9(5).

      *> --- The tagged area and what surrounds it: the moving
      *>     plane's height in the first tagged cell, the area's own
      *>     lowest ceiling and highest floor, and the neighbouring
      *>     heights the floor and ceiling targets are taken from
      *>     (WS-PL-NB-FOUND = 0 when nothing borders the area) ---
       01 WS-PL-SEEN               PIC 9.
       01 WS-PL-REF-H              PIC S9(5).
       01 WS-PL-OWN-CEIL           PIC S9(5).
       01 WS-PL-OWN-FLOOR          PIC S9(5).
       01 WS-PL-NB-FOUND           PIC 9.
       01 WS-PL-HNF                PIC S9(5).
       01 WS-PL-LNF                PIC S9(5).
       01 WS-PL-HNC                PIC S9(5).
       01 WS-PL-LNC                PIC S9(5).
       01 WS-PL-NEXT-UP            PIC S9(5).
       01 WS-PL-NEXT-DN            PIC S9(5).
       01 WS-PL-NB-H               PIC S9(5).
       01 WS-PL-REL                PIC 9.
      *>   1 = the target is a distance from each cell's own height
       01 WS-PL-DIST               PIC S9(5).
       01 WS-PL-ABS-H              PIC S9(5).

      *> --- Stairs: the sectors already stepped, by the sector
      *>     number MC-SECTOR-NUM carries, and the step underway ---
       01 WS-PL-STEP-MAX           PIC 9(3) VALUE 64.
       01 WS-PL-STEP-COUNT         PIC 9(3).
       01 WS-PL-STEP-TABLE.
          05 WS-PL-STEP-SECT       PIC 9(3) OCCURS 64 TIMES.
       01 WS-PL-STEP-SIZE          PIC 9(3).
       01 WS-PL-STEP-FLAT          PIC 9(3).
       01 WS-PL-CUR-SECT           PIC 9(3).
       01 WS-PL-NEXT-SECT          PIC 9(3).
       01 WS-PL-K                  PIC 9(3).
       01 WS-PL-USED               PIC 9.
