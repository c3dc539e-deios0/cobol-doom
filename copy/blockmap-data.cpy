      *> ============================================================
      *> blockmap-data.cpy -- Data for the map's BLOCKMAP and
      *> REJECT lumps
      *> REJECT is the node builder's sector-by-sector sight table:
      *> a set bit means nothing in the first sector can ever see
      *> into the second, so the sight DDAs (EN-CHECK-LOS,
      *> BOT-CHECK-LOS, NET-CHECK-LOS) are skipped outright for
      *> those pairs. BLOCKMAP's header gives the map's 128-unit
      *> block grid; every live sprite is chained into the block
      *> it stands in, and the short-range collision tests walk
      *> only the 3x3 blocks around the point being tested instead
      *> of the whole sprite table -- what lets WS-SP-MAX rise to
      *> megawad monster counts.
      *> All variables prefixed WS-BM-.
      *> ============================================================

      *> --- REJECT, as much of it as covers the sectors the grid
      *>     carries (MC-SECTOR-NUM stops at 200). Bit numbering
      *>     runs over the WAD's own sector count, so that is kept
      *>     beside the loader's capped one ---
       01 WS-BM-REJ-ON             PIC 9 VALUE 0.
      *>   1 = a REJECT lump of the right size was read this map
       01 WS-BM-REJ-SECTS          PIC 9(5) VALUE 0.
       01 WS-BM-REJ-LEN            PIC 9(5) VALUE 0.
       01 WS-BM-REJ-BUF            PIC X(65000).
       01 WS-BM-REJ-BIT-NO         PIC 9(9).
       01 WS-BM-REJ-BYTE-NO        PIC 9(9).
       01 WS-BM-REJ-BIT            PIC 9.
       01 WS-BM-REJ-VAL            PIC 9(3).
       01 WS-BM-REJ-POW            PIC 9(3).
       01 WS-BM-REJ-CULLED         PIC 9(9) VALUE 0.
      *>   Sight checks REJECT has answered this map

      *> --- Sight-check query: the two grid cells (row, col) and
      *>     the answer, 1 = the looker's sector can never see the
      *>     target's ---
       01 WS-BM-FROM-ROW           PIC S9(5).
       01 WS-BM-FROM-COL           PIC S9(5).
       01 WS-BM-TO-ROW             PIC S9(5).
       01 WS-BM-TO-COL             PIC S9(5).
       01 WS-BM-FROM-SECT          PIC 9(3).
       01 WS-BM-TO-SECT            PIC 9(3).
       01 WS-BM-REJECTED           PIC 9.

      *> --- Map lump scan ---
       01 WS-BM-L                  PIC 9(5).
       01 WS-BM-LUMP               PIC 9(5).
       01 WS-BM-HDR                PIC X(8).

      *> --- Block grid in grid units. Without a BLOCKMAP lump
      *>     (the built-in map, or a WAD that omits it) the blocks
      *>     fall back to 4-cell squares from the grid's corner.
      *>     Blocks are doubled up until each spans at least two
      *>     cells and the grid fits 64 x 64, so a 3x3 search
      *>     always covers every collision radius in use ---
       01 WS-BM-HDR-X              PIC S9(5) VALUE 0.
       01 WS-BM-HDR-Y              PIC S9(5) VALUE 0.
       01 WS-BM-HDR-COLS           PIC 9(5) VALUE 0.
       01 WS-BM-HDR-ROWS           PIC 9(5) VALUE 0.
       01 WS-BM-ORG-GX             PIC S9(5)V9(4) VALUE 0.
       01 WS-BM-ORG-GY             PIC S9(5)V9(4) VALUE 0.
       01 WS-BM-SIZE               PIC 9(5)V9(4) VALUE 4.
       01 WS-BM-COLS               PIC 9(3) VALUE 33.
       01 WS-BM-ROWS               PIC 9(3) VALUE 33.

      *> --- Sprite chains: the first sprite in each block and the
      *>     next in the same block after each sprite (0 = end).
      *>     WS-BM-LINKED is WS-SP-COUNT when the chains were built;
      *>     slots spawned since are searched unconditionally, and
      *>     a reclaimed slot (which jumps across the map) marks the
      *>     chains dirty so the next search rebuilds them first ---
       01 WS-BM-HEAD-TABLE.
          05 WS-BM-HEAD            PIC 9(3) OCCURS 4096 TIMES.
       01 WS-BM-NEXT-TABLE.
          05 WS-BM-NEXT            PIC 9(3) OCCURS 400 TIMES.
       01 WS-BM-LINKED             PIC 9(3) VALUE 0.
       01 WS-BM-DIRTY              PIC 9 VALUE 1.

      *> --- Block of a point ---
       01 WS-BM-AT-X               PIC S9(5)V9(4).
       01 WS-BM-AT-Y               PIC S9(5)V9(4).
       01 WS-BM-BX                 PIC S9(5).
       01 WS-BM-BY                 PIC S9(5).
       01 WS-BM-B                  PIC 9(5).

      *> --- Search result: sprite indices near WS-BM-AT-X/Y in
      *>     ascending order, so a caller walking it meets them in
      *>     the same order a scan of the whole table would ---
       01 WS-BM-NEAR-COUNT         PIC 9(3) VALUE 0.
       01 WS-BM-NEAR-TABLE.
          05 WS-BM-NEAR            PIC 9(3) OCCURS 400 TIMES.
       01 WS-BM-CX                 PIC S9(5).
       01 WS-BM-CY                 PIC S9(5).
       01 WS-BM-GX                 PIC S9(5).
       01 WS-BM-GY                 PIC S9(5).
       01 WS-BM-S                  PIC 9(3).
       01 WS-BM-K                  PIC 9(3).
       01 WS-BM-I                  PIC 9(3).
