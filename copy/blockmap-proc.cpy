      *> ============================================================
      *> blockmap-proc.cpy -- BLOCKMAP and REJECT
      *> BM-LOAD-LUMPS:    read the map's REJECT table and BLOCKMAP
      *>                   header (LOAD-MAP, fresh or cached)
      *> BM-FIT-BLOCKS:    size the block grid to the map grid
      *> BM-REJECT-CHECK:  can the sector of one cell ever see the
      *>                   sector of another?
      *> BM-LINK-THINGS:   chain every sprite into its block
      *> BM-BLOCK-OF:      block holding WS-BM-AT-X/Y
      *> BM-GATHER-NEAR:   sprites in the 3x3 blocks around a point
      *> BM-INSERT-NEAR:   add one sprite to the search result
      *> ============================================================

      *> ============================================================
      *> BM-LOAD-LUMPS: Both lumps sit after SECTORS in the map's
      *> sublumps; they are found by name rather than position so
      *> a WAD that leaves either out simply loses that culling.
      *> Cheap enough to read again on a map-cache hit, which
      *> keeps them out of the cache layout altogether. Needs the
      *> conversion scalars (WS-MAP-MIN-X/Y, WS-MAP-SCALE) set.
      *> ============================================================
       BM-LOAD-LUMPS.
           MOVE 0 TO WS-BM-REJ-ON
           MOVE 0 TO WS-BM-REJ-LEN
           MOVE 0 TO WS-BM-REJ-CULLED
           MOVE 0 TO WS-BM-HDR-COLS
           MOVE 0 TO WS-BM-HDR-ROWS
           MOVE 1 TO WS-BM-DIRTY
           MOVE 0 TO WS-BM-LINKED

      *>   The WAD's own sector count numbers REJECT's bits, even
      *>   where the loader keeps fewer sectors than that
           COMPUTE WS-BM-L = WS-MAP-LUMP-IDX + 8
           COMPUTE WS-BM-REJ-SECTS = WL-SIZE(WS-BM-L) / 26

      *>   REJECT: one bit per (looker, target) sector pair
           MOVE 0 TO WS-BM-LUMP
           PERFORM VARYING WS-BM-L FROM WS-MAP-LUMP-IDX BY 1
               UNTIL WS-BM-L > WS-MAP-LUMP-IDX + 11
               OR WS-BM-L > WS-WAD-LUMP-COUNT
               OR WS-BM-LUMP > 0
               IF WS-BM-L > WS-MAP-LUMP-IDX
                   AND WL-NAME(WS-BM-L) = "REJECT"
                   MOVE WS-BM-L TO WS-BM-LUMP
               END-IF
           END-PERFORM
           IF WS-BM-LUMP > 0 AND WS-BM-REJ-SECTS > 0
               AND WL-SIZE(WS-BM-LUMP) * 8 >=
                   WS-BM-REJ-SECTS * WS-BM-REJ-SECTS
               MOVE WL-OFFSET(WS-BM-LUMP) TO WS-WAD-OFFSET
               MOVE WL-SIZE(WS-BM-LUMP) TO WS-WAD-RD-SIZE
               IF WS-WAD-RD-SIZE > 65000
                   MOVE 65000 TO WS-WAD-RD-SIZE
               END-IF
               CALL "wad_read" USING WS-WAD-OFFSET
                                     WS-WAD-RD-SIZE
                                     WS-BM-REJ-BUF
               MOVE WS-WAD-RD-SIZE TO WS-BM-REJ-LEN
               MOVE 1 TO WS-BM-REJ-ON
               DISPLAY "  REJECT: " WS-BM-REJ-LEN " bytes"
           ELSE
               DISPLAY "  REJECT: absent or short -- sight checks "
                   "unculled"
           END-IF

      *>   BLOCKMAP: only the header is wanted -- origin and block
      *>   counts; the lump's per-block line lists are not, the
      *>   grid already stops movement at walls
           MOVE 0 TO WS-BM-ORG-GX
           MOVE 0 TO WS-BM-ORG-GY
           MOVE 4 TO WS-BM-SIZE
           MOVE 0 TO WS-BM-LUMP
           PERFORM VARYING WS-BM-L FROM WS-MAP-LUMP-IDX BY 1
               UNTIL WS-BM-L > WS-MAP-LUMP-IDX + 11
               OR WS-BM-L > WS-WAD-LUMP-COUNT
               OR WS-BM-LUMP > 0
               IF WS-BM-L > WS-MAP-LUMP-IDX
                   AND WL-NAME(WS-BM-L) = "BLOCKMAP"
                   MOVE WS-BM-L TO WS-BM-LUMP
               END-IF
           END-PERFORM
           IF WS-BM-LUMP > 0 AND WL-SIZE(WS-BM-LUMP) >= 8
               MOVE WL-OFFSET(WS-BM-LUMP) TO WS-WAD-OFFSET
               MOVE 8 TO WS-WAD-RD-SIZE
               CALL "wad_read" USING WS-WAD-OFFSET
                                     WS-WAD-RD-SIZE
                                     WS-BM-HDR
               MOVE WS-BM-HDR(1:2) TO WS-BIN-BUF2
               MOVE WS-BIN-INT16 TO WS-BM-HDR-X
               MOVE WS-BM-HDR(3:2) TO WS-BIN-BUF2
               MOVE WS-BIN-INT16 TO WS-BM-HDR-Y
               MOVE WS-BM-HDR(5:2) TO WS-BIN-BUF2
               IF WS-BIN-INT16 < 0
                   COMPUTE WS-BM-HDR-COLS = WS-BIN-INT16 + 65536
               ELSE
                   MOVE WS-BIN-INT16 TO WS-BM-HDR-COLS
               END-IF
               MOVE WS-BM-HDR(7:2) TO WS-BIN-BUF2
               IF WS-BIN-INT16 < 0
                   COMPUTE WS-BM-HDR-ROWS = WS-BIN-INT16 + 65536
               ELSE
                   MOVE WS-BIN-INT16 TO WS-BM-HDR-ROWS
               END-IF
      *>       Same map-to-grid conversion INIT-SPRITES places
      *>       things with, so blocks line up with the sprites
               IF WS-MAP-SCALE > 0
                   COMPUTE WS-BM-ORG-GX =
                       (WS-BM-HDR-X - WS-MAP-MIN-X)
                       / WS-MAP-SCALE + 2
                   COMPUTE WS-BM-ORG-GY =
                       (WS-BM-HDR-Y - WS-MAP-MIN-Y)
                       / WS-MAP-SCALE + 2
                   COMPUTE WS-BM-SIZE = 128 / WS-MAP-SCALE
               END-IF
           END-IF
           PERFORM BM-FIT-BLOCKS
           IF WS-BM-LUMP > 0
               DISPLAY "  BLOCKMAP: " WS-BM-HDR-COLS "x"
                   WS-BM-HDR-ROWS " blocks, searched as "
                   WS-BM-COLS "x" WS-BM-ROWS
           ELSE
               DISPLAY "  BLOCKMAP: absent -- " WS-BM-COLS "x"
                   WS-BM-ROWS " default blocks"
           END-IF
           .

      *> ============================================================
      *> BM-FIT-BLOCKS: Double the block size until a block spans
      *> at least two cells and the 128-cell grid fits 64 blocks a
      *> side. Sprites beyond the last block clamp into it, so the
      *> 3x3 search still finds every pair closer than one block.
      *> ============================================================
       BM-FIT-BLOCKS.
      *>   A header whose origin lies inside the map is not one a
      *>   node builder wrote -- use the default blocks instead
           IF WS-BM-SIZE < 0.01
               OR WS-BM-ORG-GX > 2 OR WS-BM-ORG-GY > 2
               MOVE 0 TO WS-BM-ORG-GX
               MOVE 0 TO WS-BM-ORG-GY
               MOVE 4 TO WS-BM-SIZE
           END-IF
           PERFORM UNTIL WS-BM-SIZE >= 2
               COMPUTE WS-BM-SIZE = WS-BM-SIZE * 2
           END-PERFORM
           COMPUTE WS-BM-COLS = FUNCTION INTEGER-PART(
               (WS-MAP-SIZE + 2 - WS-BM-ORG-GX) / WS-BM-SIZE) + 1
           COMPUTE WS-BM-ROWS = FUNCTION INTEGER-PART(
               (WS-MAP-SIZE + 2 - WS-BM-ORG-GY) / WS-BM-SIZE) + 1
           PERFORM UNTIL WS-BM-COLS <= 64 AND WS-BM-ROWS <= 64
               COMPUTE WS-BM-SIZE = WS-BM-SIZE * 2
               COMPUTE WS-BM-COLS = FUNCTION INTEGER-PART(
                   (WS-MAP-SIZE + 2 - WS-BM-ORG-GX) / WS-BM-SIZE)
                   + 1
               COMPUTE WS-BM-ROWS = FUNCTION INTEGER-PART(
                   (WS-MAP-SIZE + 2 - WS-BM-ORG-GY) / WS-BM-SIZE)
                   + 1
           END-PERFORM
           MOVE 1 TO WS-BM-DIRTY
           .

      *> ============================================================
      *> BM-REJECT-CHECK: Input WS-BM-FROM-ROW/COL (the looker's
      *> cell) and WS-BM-TO-ROW/COL (the target's). Sets
      *> WS-BM-REJECTED = 1 when REJECT rules the sight line out,
      *> so the caller can skip its DDA. A cell with no sector
      *> (walls, door slabs) or a pair past the bytes read is
      *> never rejected -- the DDA decides as before, as it does
      *> on the built-in, generated and editor maps.
      *> ============================================================
       BM-REJECT-CHECK.
           MOVE 0 TO WS-BM-REJECTED
           IF WS-BM-REJ-ON = 0 OR WS-USE-WAD-MAP = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BM-FROM-ROW < 1 OR WS-BM-FROM-ROW > WS-MAP-SIZE
               OR WS-BM-FROM-COL < 1 OR WS-BM-FROM-COL > WS-MAP-SIZE
               OR WS-BM-TO-ROW < 1 OR WS-BM-TO-ROW > WS-MAP-SIZE
               OR WS-BM-TO-COL < 1 OR WS-BM-TO-COL > WS-MAP-SIZE
               EXIT PARAGRAPH
           END-IF
           MOVE MC-SECTOR-NUM(WS-BM-FROM-ROW, WS-BM-FROM-COL)
               TO WS-BM-FROM-SECT
           MOVE MC-SECTOR-NUM(WS-BM-TO-ROW, WS-BM-TO-COL)
               TO WS-BM-TO-SECT
           IF WS-BM-FROM-SECT = 0 OR WS-BM-TO-SECT = 0
               OR WS-BM-FROM-SECT > WS-BM-REJ-SECTS
               OR WS-BM-TO-SECT > WS-BM-REJ-SECTS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BM-REJ-BIT-NO =
               (WS-BM-FROM-SECT - 1) * WS-BM-REJ-SECTS
               + WS-BM-TO-SECT - 1
           COMPUTE WS-BM-REJ-BYTE-NO = WS-BM-REJ-BIT-NO / 8
           COMPUTE WS-BM-REJ-BIT =
               WS-BM-REJ-BIT-NO - WS-BM-REJ-BYTE-NO * 8
           IF WS-BM-REJ-BYTE-NO >= WS-BM-REJ-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BM-REJ-VAL = FUNCTION ORD(
               WS-BM-REJ-BUF(WS-BM-REJ-BYTE-NO + 1:1)) - 1
           COMPUTE WS-BM-REJ-POW = 2 ** WS-BM-REJ-BIT
           COMPUTE WS-BM-REJ-VAL = WS-BM-REJ-VAL / WS-BM-REJ-POW
           IF FUNCTION MOD(WS-BM-REJ-VAL, 2) = 1
               MOVE 1 TO WS-BM-REJECTED
               ADD 1 TO WS-BM-REJ-CULLED
           END-IF
           .

      *> ============================================================
      *> BM-LINK-THINGS: From the main loop at the top of each tic
      *> and again once the monsters have moved. Every slot is
      *> chained, live or not -- the callers still apply their own
      *> tests -- and walking the table downward leaves each chain
      *> in ascending slot order.
      *> ============================================================
       BM-LINK-THINGS.
           MOVE ZEROES TO WS-BM-HEAD-TABLE
           PERFORM VARYING WS-BM-I FROM WS-SP-COUNT BY -1
               UNTIL WS-BM-I < 1
               MOVE WS-SP-WORLD-X(WS-BM-I) TO WS-BM-AT-X
               MOVE WS-SP-WORLD-Y(WS-BM-I) TO WS-BM-AT-Y
               PERFORM BM-BLOCK-OF
               MOVE WS-BM-HEAD(WS-BM-B) TO WS-BM-NEXT(WS-BM-I)
               MOVE WS-BM-I TO WS-BM-HEAD(WS-BM-B)
           END-PERFORM
           MOVE WS-SP-COUNT TO WS-BM-LINKED
           MOVE 0 TO WS-BM-DIRTY
           .

      *> ============================================================
      *> BM-BLOCK-OF: Block column/row (WS-BM-BX/BY, clamped to the
      *> grid) and table slot (WS-BM-B) of WS-BM-AT-X/Y.
      *> ============================================================
       BM-BLOCK-OF.
           COMPUTE WS-BM-BX = FUNCTION INTEGER-PART(
               (WS-BM-AT-X - WS-BM-ORG-GX) / WS-BM-SIZE) + 1
           COMPUTE WS-BM-BY = FUNCTION INTEGER-PART(
               (WS-BM-AT-Y - WS-BM-ORG-GY) / WS-BM-SIZE) + 1
           IF WS-BM-BX < 1
               MOVE 1 TO WS-BM-BX
           END-IF
           IF WS-BM-BX > WS-BM-COLS
               MOVE WS-BM-COLS TO WS-BM-BX
           END-IF
           IF WS-BM-BY < 1
               MOVE 1 TO WS-BM-BY
           END-IF
           IF WS-BM-BY > WS-BM-ROWS
               MOVE WS-BM-ROWS TO WS-BM-BY
           END-IF
           COMPUTE WS-BM-B = (WS-BM-BY - 1) * WS-BM-COLS + WS-BM-BX
           .

      *> ============================================================
      *> BM-GATHER-NEAR: Input WS-BM-AT-X/Y. Fills WS-BM-NEAR with
      *> the slots chained in the surrounding 3x3 blocks plus any
      *> slot spawned since the chains were built, ascending.
      *> ============================================================
       BM-GATHER-NEAR.
           IF WS-BM-DIRTY = 1 OR WS-BM-LINKED > WS-SP-COUNT
               PERFORM BM-LINK-THINGS
           END-IF
           MOVE 0 TO WS-BM-NEAR-COUNT
           PERFORM BM-BLOCK-OF
           COMPUTE WS-BM-CX = WS-BM-BX - 1
           COMPUTE WS-BM-CY = WS-BM-BY - 1
           IF WS-BM-CX < 1
               MOVE 1 TO WS-BM-CX
           END-IF
           IF WS-BM-CY < 1
               MOVE 1 TO WS-BM-CY
           END-IF
           PERFORM VARYING WS-BM-GY FROM WS-BM-CY BY 1
               UNTIL WS-BM-GY > WS-BM-BY + 1
               OR WS-BM-GY > WS-BM-ROWS
               PERFORM VARYING WS-BM-GX FROM WS-BM-CX BY 1
                   UNTIL WS-BM-GX > WS-BM-BX + 1
                   OR WS-BM-GX > WS-BM-COLS
                   COMPUTE WS-BM-B =
                       (WS-BM-GY - 1) * WS-BM-COLS + WS-BM-GX
                   MOVE WS-BM-HEAD(WS-BM-B) TO WS-BM-S
                   PERFORM UNTIL WS-BM-S = 0
                       PERFORM BM-INSERT-NEAR
                       MOVE WS-BM-NEXT(WS-BM-S) TO WS-BM-S
                   END-PERFORM
               END-PERFORM
           END-PERFORM
      *>   Newer slots than the chains -- all above every chained
      *>   slot, so appending keeps the order
           PERFORM VARYING WS-BM-S FROM WS-BM-LINKED BY 1
               UNTIL WS-BM-S >= WS-SP-COUNT
               ADD 1 TO WS-BM-NEAR-COUNT
               COMPUTE WS-BM-NEAR(WS-BM-NEAR-COUNT) = WS-BM-S + 1
           END-PERFORM
           .

      *> ============================================================
      *> BM-INSERT-NEAR: Slot WS-BM-S into the result in order. The
      *> 3x3 walk meets the chains block by block, so a slot only
      *> ever moves past the few already gathered above it.
      *> ============================================================
       BM-INSERT-NEAR.
           ADD 1 TO WS-BM-NEAR-COUNT
           MOVE WS-BM-NEAR-COUNT TO WS-BM-K
           PERFORM UNTIL WS-BM-K = 1
               IF WS-BM-NEAR(WS-BM-K - 1) < WS-BM-S
                   EXIT PERFORM
               END-IF
               MOVE WS-BM-NEAR(WS-BM-K - 1) TO WS-BM-NEAR(WS-BM-K)
               SUBTRACT 1 FROM WS-BM-K
           END-PERFORM
           MOVE WS-BM-S TO WS-BM-NEAR(WS-BM-K)
           .
