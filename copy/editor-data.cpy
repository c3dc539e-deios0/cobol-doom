      *> map.txt format describes, entered from the title screen.
      *> Cells, key ids, floor/ceiling heights and things are edited
      *> in place in WS-MAP-GRID/WS-MAP-THINGS and written back to
      *> editmap.txt (the terminal build's 16-digit-line format),
      *> editmap.wad (a PWAD map for the SDL build and campaigns)
      *> and editgrid.dat (the native per-cell format the editor
      *> itself reads back). All variables prefixed WS-ED-.
      *> ============================================================

       01 WS-ED-FILENAME-TXT       PIC X(32) VALUE "editmap.txt".
       01 WS-ED-DIRTY              PIC 9 VALUE 0.
      *>   1 once any edit happened, so leaving the editor rebuilds
      *>   the door/pickup/sprite tables off the changed grid

      *> --- PWAD export: editmap.wad carries the layout as a real
      *>     map -- marker, THINGS, LINEDEFS, SIDEDEFS, VERTEXES,
      *>     empty node lumps, SECTORS -- under the lump name in
      *>     DOOM_EDIT_MAP (default MAP01), so it loads through
      *>     DOOM_PWAD and a campaign.cfg line can name it ---
       01 WS-ED-FILENAME-WAD       PIC X(32) VALUE "editmap.wad".
       01 WS-ED-WAD-STATUS         PIC XX.
       01 WS-ED-WAD-MAP            PIC X(8).

      *> --- One sector per run of alike open cells; doors, exits,
      *>     lifts and windows each get their own. Provisional ids
      *>     are (row - 1) * 16 + col, merged down, then renumbered
      *>     1..WS-ED-SEC-COUNT (0 = wall, outside every sector) ---
       01 WS-ED-SEC-GRID.
          05 WS-ED-SEC-ROW OCCURS 16 TIMES.
             10 WS-ED-SEC          PIC 9(3) OCCURS 16 TIMES.
       01 WS-ED-SEC-NEW-TABLE.
          05 WS-ED-SEC-NEW         PIC 9(3) OCCURS 256 TIMES.
       01 WS-ED-SEC-COUNT          PIC 9(3).
       01 WS-ED-SEC-REP-TABLE.
          05 WS-ED-SEC-REP OCCURS 256 TIMES.
             10 WS-ED-SR-ROW       PIC 9(3).
             10 WS-ED-SR-COL       PIC 9(3).
             10 WS-ED-SR-TAG       PIC 9(3).
      *>       Lift sectors only: the tag their switch lines carry
       01 WS-ED-MERGED             PIC 9.
       01 WS-ED-LIFT-TAGS          PIC 9(3).

      *> --- Vertex number at each cell corner: corner (i, j) sits
      *>     at x = (j - 1) * 64, y = (i - 1) * 64, the scale the
      *>     loader's 128-cell conversion gives a 16-cell map
      *>     (0 = not emitted yet) ---
       01 WS-ED-VTX-GRID.
          05 WS-ED-VTX-ROW OCCURS 17 TIMES.
             10 WS-ED-VTX          PIC 9(3) OCCURS 17 TIMES.

      *> --- Lump images as they're built ---
       01 WS-ED-THG-BUF            PIC X(2010).
       01 WS-ED-THG-COUNT          PIC 9(3).
       01 WS-ED-LIN-BUF            PIC X(7616).
       01 WS-ED-LIN-COUNT          PIC 9(3).
       01 WS-ED-SID-BUF            PIC X(32640).
       01 WS-ED-SID-COUNT          PIC 9(4).
       01 WS-ED-VTX-BUF            PIC X(1156).
       01 WS-ED-VTX-COUNT          PIC 9(3).
       01 WS-ED-SCT-BUF            PIC X(6656).

      *> --- The whole file: 16-byte header slot (12 used), each
      *>     lump padded to 16 bytes, then the directory -- so it
      *>     goes out as whole EDITWAD-RECORDs ---
       01 WS-ED-WAD-BUF            PIC X(51200).
       01 WS-ED-WAD-POS            PIC 9(6).
       01 WS-ED-WAD-DIR-TABLE.
          05 WS-ED-WD OCCURS 11 TIMES.
             10 WS-ED-WD-NAME      PIC X(8).
             10 WS-ED-WD-OFF       PIC 9(6).
             10 WS-ED-WD-SIZE      PIC 9(6).
       01 WS-ED-WD-COUNT           PIC 9(2).
       01 WS-ED-WD-I               PIC 9(2).

      *> --- The lump being appended ---
       01 WS-ED-LUMP-NAME          PIC X(8).
       01 WS-ED-LUMP-SIZE          PIC 9(6).

      *> --- The edge being written: cell A is open, B its
      *>     neighbour (row/col 0 or 17 = off the grid); the line
      *>     runs corner V1 to V2 with its front sidedef in the
      *>     sector on its right ---
       01 WS-ED-AR                 PIC 9(3).
       01 WS-ED-AC                 PIC 9(3).
       01 WS-ED-BR                 PIC 9(3).
       01 WS-ED-BC                 PIC 9(3).
       01 WS-ED-B-TYPE             PIC 9.
       01 WS-ED-DIR                PIC 9.
      *>   Where B lies from A: 1 = east, 2 = north (row + 1),
      *>   3 = west, 4 = south
       01 WS-ED-V1R                PIC 9(3).
       01 WS-ED-V1C                PIC 9(3).
       01 WS-ED-V2R                PIC 9(3).
       01 WS-ED-V2C                PIC 9(3).
       01 WS-ED-VR                 PIC 9(3).
       01 WS-ED-VC                 PIC 9(3).
       01 WS-ED-V1                 PIC 9(3).
       01 WS-ED-V2                 PIC 9(3).
       01 WS-ED-FR                 PIC 9(3).
       01 WS-ED-FC                 PIC 9(3).
       01 WS-ED-KR                 PIC 9(3).
       01 WS-ED-KC                 PIC 9(3).
      *>   Front cell F and back cell K once the special decides
      *>   which side faces the player
       01 WS-ED-SPECIAL-R          PIC 9(3).
       01 WS-ED-SPECIAL-C          PIC 9(3).
       01 WS-ED-L-FLAGS            PIC 9(5).
       01 WS-ED-L-SPECIAL          PIC 9(5).
       01 WS-ED-L-TAG              PIC 9(5).
       01 WS-ED-L-UPPER            PIC X(8).
       01 WS-ED-L-LOWER            PIC X(8).
       01 WS-ED-L-MIDDLE           PIC X(8).
       01 WS-ED-L-TEX-ID           PIC 9(3).
       01 WS-ED-F-SIDE             PIC 9(4).
       01 WS-ED-K-SIDE             PIC 9(4).
       01 WS-ED-S-SEC              PIC 9(3).
       01 WS-ED-A-CEIL             PIC S9(4).
       01 WS-ED-B-CEIL             PIC S9(4).

      *> --- Name lookups: WT-NAME / WF-NAME by slot, with stock
      *>     fallbacks for a slot the current WAD doesn't fill ---
       01 WS-ED-TEX-IDX            PIC 9(3).
       01 WS-ED-TEX-NAME           PIC X(8).
       01 WS-ED-NAME8              PIC X(8).

      *> --- Working variables for the export ---
       01 WS-ED-OFF                PIC 9(6).
       01 WS-ED-K                  PIC 9(3).
       01 WS-ED-N                  PIC 9(3).
       01 WS-ED-P1                 PIC 9(3).
       01 WS-ED-P2                 PIC 9(3).
       01 WS-ED-PR                 PIC 9(3).
       01 WS-ED-PC                 PIC 9(3).
       01 WS-ED-HAS-PLAYER         PIC 9.
       01 WS-ED-INT                PIC S9(6).
       01 WS-ED-WAD-LEN            PIC 9(6).

      *> --- The thing being appended: map units, Doom angle ---
       01 WS-ED-TX                 PIC S9(6).
       01 WS-ED-TY                 PIC S9(6).
       01 WS-ED-TANGLE             PIC S9(5).
       01 WS-ED-TTYPE              PIC 9(5).
       01 WS-ED-TFLAGS             PIC 9(5).
