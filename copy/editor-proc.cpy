      *>   steer the cursor, fire cycles the cell type, use cycles a
      *>   door cell's key, the strafe bindings step the floor
      *>   height, weapon1/weapon2 step the ceiling, weapon3 cycles
      *>   the thing on the cell, save writes the map.txt layout,
      *>   the PWAD and the grid file, load reads editgrid.dat
      *>   back, automap leaves the editor.
      *> The editor owns the 16x16 map.txt-format corner of the
      *> grid; entering it from a 128-cell WAD map starts a fresh
      *> bordered 16x16 canvas instead of mangling the conversion.
               PERFORM EN-INIT-AI
               PERFORM INIT-DOORS
               PERFORM INIT-PICKUPS
               PERFORM INIT-PLANES
               PERFORM INIT-LIFTS
               PERFORM INIT-CRUSHERS
           END-IF
           .

      *> ============================================================
      *> EDITOR-SAVE-FILES: Write the edited layout out three ways
      *> -- editmap.txt in the terminal build's 16-digit-line
      *> format (walls 1, doors 5, keyed doors 6, exit 9, things as
      *> their pickup/enemy codes), editmap.wad as a PWAD map the
      *> SDL build and a campaign can load (EDITOR-WRITE-PWAD), and
      *> editgrid.dat as one structured record per cell that
      *> EDITOR-LOAD-GRID reads back exactly.
      *> ============================================================
       EDITOR-SAVE-FILES.
           OPEN OUTPUT EDITMAP-FILE
                   WS-ED-FILENAME-TXT
           END-IF

           PERFORM EDITOR-WRITE-PWAD

           OPEN OUTPUT EDITGRID-FILE
           IF WS-ED-GRID-STATUS NOT = "00"
               DISPLAY "WARN: cannot write " WS-ED-FILENAME-GRID
           DISPLAY "Editor: grid written to " WS-ED-FILENAME-GRID
           .

      *> ============================================================
      *> EDITOR-WRITE-PWAD: The edited layout as a real map in
      *> editmap.wad -- the marker named by DOOM_EDIT_MAP (MAP01
      *> when unset), THINGS, LINEDEFS, SIDEDEFS, VERTEXES, empty
      *> SEGS/SSECTORS/NODES, SECTORS, empty REJECT/BLOCKMAP, in
      *> the order LOAD-MAP indexes them. Each cell is 64 units
      *> square; walls are the void outside every sector, doors
      *> shut sectors behind a door special (26/27/28 for the
      *> blue/yellow/red key), exits sectors ringed by walk-over
      *> exit lines (52), lifts tagged sectors with lower-lift
      *> lines (62), windows sectors whose lines carry the cell's
      *> upper/lower textures. The node lumps are left for a node
      *> builder; LOAD-MAP rasterizes straight off the linedefs,
      *> so DOOM_PWAD=editmap.wad plays the layout as it stands.
      *> ============================================================
       EDITOR-WRITE-PWAD.
           MOVE SPACES TO WS-ED-WAD-MAP
           ACCEPT WS-ED-WAD-MAP FROM ENVIRONMENT "DOOM_EDIT_MAP"
           IF WS-ED-WAD-MAP = SPACES
               MOVE "MAP01" TO WS-ED-WAD-MAP
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ED-WAD-MAP) TO WS-ED-WAD-MAP

           PERFORM ED-WAD-SECTORS
           IF WS-ED-SEC-COUNT = 0
               DISPLAY "WARN: no open cells -- "
                   WS-ED-FILENAME-WAD " not written"
               EXIT PARAGRAPH
           END-IF
           IF WS-ED-SEC-COUNT > 200
               DISPLAY "WARN: " WS-ED-SEC-COUNT
                   " sectors -- LOAD-MAP reads the first 200"
           END-IF

           PERFORM ED-WAD-THINGS
           PERFORM ED-WAD-LINES
           PERFORM ED-WAD-SECTOR-LUMP
           PERFORM ED-WAD-ASSEMBLE

           OPEN OUTPUT EDITWAD-FILE
           IF WS-ED-WAD-STATUS NOT = "00"
               DISPLAY "WARN: cannot write " WS-ED-FILENAME-WAD
                   ", status=" WS-ED-WAD-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ED-OFF FROM 1 BY 16
               UNTIL WS-ED-OFF > WS-ED-WAD-LEN
               MOVE WS-ED-WAD-BUF(WS-ED-OFF:16) TO EDITWAD-RECORD
               WRITE EDITWAD-RECORD
           END-PERFORM
           CLOSE EDITWAD-FILE
           DISPLAY "Editor: " FUNCTION TRIM(WS-ED-WAD-MAP)
               " (" WS-ED-SEC-COUNT
               " sectors, " WS-ED-LIN-COUNT " linedefs) written to "
               WS-ED-FILENAME-WAD
           .

      *> ============================================================
      *> ED-WAD-SECTORS: Number the sectors. Every non-wall cell
      *> starts as its own; neighbouring open cells with the same
      *> heights, flats, light and special are merged down to the
      *> lower id until nothing changes, then the survivors are
      *> renumbered 1..WS-ED-SEC-COUNT in grid order. Lift sectors
      *> get the next free tag for their switch lines.
      *> ============================================================
       ED-WAD-SECTORS.
           PERFORM VARYING WS-ED-I FROM 1 BY 1 UNTIL WS-ED-I > 16
               PERFORM VARYING WS-ED-J FROM 1 BY 1
                   UNTIL WS-ED-J > 16
                   IF MC-TYPE(WS-ED-I, WS-ED-J) = 1
                       MOVE 0 TO WS-ED-SEC(WS-ED-I, WS-ED-J)
                   ELSE
                       COMPUTE WS-ED-SEC(WS-ED-I, WS-ED-J) =
                           (WS-ED-I - 1) * 16 + WS-ED-J
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 1 TO WS-ED-MERGED
           PERFORM UNTIL WS-ED-MERGED = 0
               MOVE 0 TO WS-ED-MERGED
               PERFORM VARYING WS-ED-I FROM 1 BY 1
                   UNTIL WS-ED-I > 16
                   PERFORM VARYING WS-ED-J FROM 1 BY 1
                       UNTIL WS-ED-J > 16
                       IF MC-TYPE(WS-ED-I, WS-ED-J) = 0
                           IF WS-ED-J < 16
                               MOVE WS-ED-I TO WS-ED-PR
                               COMPUTE WS-ED-PC = WS-ED-J + 1
                               PERFORM ED-WAD-MERGE-PAIR
                           END-IF
                           IF WS-ED-I < 16
                               COMPUTE WS-ED-PR = WS-ED-I + 1
                               MOVE WS-ED-J TO WS-ED-PC
                               PERFORM ED-WAD-MERGE-PAIR
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-ED-SEC-COUNT
           MOVE 0 TO WS-ED-LIFT-TAGS
           PERFORM VARYING WS-ED-K FROM 1 BY 1 UNTIL WS-ED-K > 256
               MOVE 0 TO WS-ED-SEC-NEW(WS-ED-K)
           END-PERFORM
           PERFORM VARYING WS-ED-I FROM 1 BY 1 UNTIL WS-ED-I > 16
               PERFORM VARYING WS-ED-J FROM 1 BY 1
                   UNTIL WS-ED-J > 16
                   MOVE WS-ED-SEC(WS-ED-I, WS-ED-J) TO WS-ED-K
                   IF WS-ED-K > 0
                       IF WS-ED-SEC-NEW(WS-ED-K) = 0
                           ADD 1 TO WS-ED-SEC-COUNT
                           MOVE WS-ED-SEC-COUNT
                               TO WS-ED-SEC-NEW(WS-ED-K)
                           MOVE WS-ED-I
                               TO WS-ED-SR-ROW(WS-ED-SEC-COUNT)
                           MOVE WS-ED-J
                               TO WS-ED-SR-COL(WS-ED-SEC-COUNT)
                           MOVE 0 TO WS-ED-SR-TAG(WS-ED-SEC-COUNT)
                           IF MC-TYPE(WS-ED-I, WS-ED-J) = 4
                               ADD 1 TO WS-ED-LIFT-TAGS
                               MOVE WS-ED-LIFT-TAGS
                                   TO WS-ED-SR-TAG(WS-ED-SEC-COUNT)
                           END-IF
                       END-IF
                       MOVE WS-ED-SEC-NEW(WS-ED-K)
                           TO WS-ED-SEC(WS-ED-I, WS-ED-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> ============================================================
      *> ED-WAD-MERGE-PAIR: Pull open cells (WS-ED-I, WS-ED-J) and
      *> (WS-ED-PR, WS-ED-PC) into one sector when they're alike.
      *> ============================================================
       ED-WAD-MERGE-PAIR.
           IF MC-TYPE(WS-ED-PR, WS-ED-PC) NOT = 0
               OR WS-ED-SEC(WS-ED-I, WS-ED-J)
                   = WS-ED-SEC(WS-ED-PR, WS-ED-PC)
               EXIT PARAGRAPH
           END-IF
           IF MC-FLOOR-H(WS-ED-I, WS-ED-J)
                   NOT = MC-FLOOR-H(WS-ED-PR, WS-ED-PC)
               OR MC-CEIL-H(WS-ED-I, WS-ED-J)
                   NOT = MC-CEIL-H(WS-ED-PR, WS-ED-PC)
               OR MC-FLOOR-TEX(WS-ED-I, WS-ED-J)
                   NOT = MC-FLOOR-TEX(WS-ED-PR, WS-ED-PC)
               OR MC-CEIL-TEX(WS-ED-I, WS-ED-J)
                   NOT = MC-CEIL-TEX(WS-ED-PR, WS-ED-PC)
               OR MC-LIGHT(WS-ED-I, WS-ED-J)
                   NOT = MC-LIGHT(WS-ED-PR, WS-ED-PC)
               OR MC-SPECIAL(WS-ED-I, WS-ED-J)
                   NOT = MC-SPECIAL(WS-ED-PR, WS-ED-PC)
               EXIT PARAGRAPH
           END-IF
           IF WS-ED-SEC(WS-ED-I, WS-ED-J)
                   < WS-ED-SEC(WS-ED-PR, WS-ED-PC)
               MOVE WS-ED-SEC(WS-ED-I, WS-ED-J)
                   TO WS-ED-SEC(WS-ED-PR, WS-ED-PC)
           ELSE
               MOVE WS-ED-SEC(WS-ED-PR, WS-ED-PC)
                   TO WS-ED-SEC(WS-ED-I, WS-ED-J)
           END-IF
           MOVE 1 TO WS-ED-MERGED
           .

      *> ============================================================
      *> ED-WAD-THINGS: Every thing on the 16x16 grid at the centre
      *> of its cell (grid column MT-X + 2, the editor convention),
      *> plus a player 1 start on the spawn cell -- or the first
      *> open cell -- when the layout doesn't place one.
      *> ============================================================
       ED-WAD-THINGS.
           MOVE 0 TO WS-ED-THG-COUNT
           MOVE 0 TO WS-ED-HAS-PLAYER
           PERFORM VARYING WS-ED-K FROM 1 BY 1
               UNTIL WS-ED-K > WS-MAP-THING-COUNT
               IF MT-X(WS-ED-K) >= -1 AND MT-X(WS-ED-K) <= 14
                   AND MT-Y(WS-ED-K) >= -1 AND MT-Y(WS-ED-K) <= 14
                   IF MT-TYPE(WS-ED-K) = 1
                       MOVE 1 TO WS-ED-HAS-PLAYER
                   END-IF
                   COMPUTE WS-ED-TX = (MT-X(WS-ED-K) + 1) * 64 + 32
                   COMPUTE WS-ED-TY = (MT-Y(WS-ED-K) + 1) * 64 + 32
                   MOVE MT-ANGLE(WS-ED-K) TO WS-ED-TANGLE
                   MOVE MT-TYPE(WS-ED-K) TO WS-ED-TTYPE
                   MOVE MT-FLAGS(WS-ED-K) TO WS-ED-TFLAGS
                   IF WS-ED-TFLAGS = 0
                       MOVE 7 TO WS-ED-TFLAGS
                   END-IF
                   PERFORM ED-WAD-ADD-THING
               END-IF
           END-PERFORM
           IF WS-ED-HAS-PLAYER = 1
               EXIT PARAGRAPH
           END-IF

      *>   Spawn cell c covers grid position [c - 1, c)
           COMPUTE WS-ED-INT = FUNCTION INTEGER-PART(WS-SPAWN-X) + 1
           MOVE 0 TO WS-ED-PC
           MOVE 0 TO WS-ED-PR
           IF WS-ED-INT >= 1 AND WS-ED-INT <= 16
               MOVE WS-ED-INT TO WS-ED-PC
               COMPUTE WS-ED-INT =
                   FUNCTION INTEGER-PART(WS-SPAWN-Y) + 1
               IF WS-ED-INT >= 1 AND WS-ED-INT <= 16
                   MOVE WS-ED-INT TO WS-ED-PR
               END-IF
           END-IF
           IF WS-ED-PR = 0 OR WS-ED-PC = 0
               MOVE WS-ED-SR-ROW(1) TO WS-ED-PR
               MOVE WS-ED-SR-COL(1) TO WS-ED-PC
           ELSE
               IF WS-ED-SEC(WS-ED-PR, WS-ED-PC) = 0
                   MOVE WS-ED-SR-ROW(1) TO WS-ED-PR
                   MOVE WS-ED-SR-COL(1) TO WS-ED-PC
               END-IF
           END-IF
           COMPUTE WS-ED-TX = (WS-ED-PC - 1) * 64 + 32
           COMPUTE WS-ED-TY = (WS-ED-PR - 1) * 64 + 32
           MOVE WS-SPAWN-ANGLE TO WS-ED-TANGLE
           MOVE 1 TO WS-ED-TTYPE
           MOVE 7 TO WS-ED-TFLAGS
           PERFORM ED-WAD-ADD-THING
           .

       ED-WAD-ADD-THING.
           COMPUTE WS-ED-OFF = WS-ED-THG-COUNT * 10 + 1
           ADD 1 TO WS-ED-THG-COUNT
           MOVE WS-ED-TX TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-THG-BUF(WS-ED-OFF:2)
           MOVE WS-ED-TY TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-THG-BUF(WS-ED-OFF + 2:2)
           MOVE WS-ED-TANGLE TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-THG-BUF(WS-ED-OFF + 4:2)
           MOVE WS-ED-TTYPE TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-THG-BUF(WS-ED-OFF + 6:2)
           MOVE WS-ED-TFLAGS TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-THG-BUF(WS-ED-OFF + 8:2)
           .

      *> ============================================================
      *> ED-WAD-LINES: Walk every sector cell's four edges. A wall
      *> or the grid edge beyond it makes a one-sided line; an open
      *> neighbour in another sector makes a two-sided line, taken
      *> once from its west/south cell.
      *> ============================================================
       ED-WAD-LINES.
           MOVE 0 TO WS-ED-LIN-COUNT
           MOVE 0 TO WS-ED-SID-COUNT
           MOVE 0 TO WS-ED-VTX-COUNT
           PERFORM VARYING WS-ED-I FROM 1 BY 1 UNTIL WS-ED-I > 17
               PERFORM VARYING WS-ED-J FROM 1 BY 1
                   UNTIL WS-ED-J > 17
                   MOVE 0 TO WS-ED-VTX(WS-ED-I, WS-ED-J)
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-ED-AR FROM 1 BY 1 UNTIL WS-ED-AR > 16
               PERFORM VARYING WS-ED-AC FROM 1 BY 1
                   UNTIL WS-ED-AC > 16
                   IF WS-ED-SEC(WS-ED-AR, WS-ED-AC) > 0
                       PERFORM VARYING WS-ED-DIR FROM 1 BY 1
                           UNTIL WS-ED-DIR > 4
                           PERFORM ED-WAD-EDGE
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> ============================================================
      *> ED-WAD-EDGE: The line, if any, between cell A and its
      *> neighbour in direction WS-ED-DIR. Corners run so the
      *> sector that faces the player -- A, or the plain side of a
      *> door/lift/exit edge -- lies on the line's right.
      *> ============================================================
       ED-WAD-EDGE.
           MOVE WS-ED-AR TO WS-ED-BR
           MOVE WS-ED-AC TO WS-ED-BC
           EVALUATE WS-ED-DIR
               WHEN 1
                   ADD 1 TO WS-ED-BC
                   COMPUTE WS-ED-V1R = WS-ED-AR + 1
                   COMPUTE WS-ED-V1C = WS-ED-AC + 1
                   MOVE WS-ED-AR TO WS-ED-V2R
                   COMPUTE WS-ED-V2C = WS-ED-AC + 1
               WHEN 2
                   ADD 1 TO WS-ED-BR
                   COMPUTE WS-ED-V1R = WS-ED-AR + 1
                   MOVE WS-ED-AC TO WS-ED-V1C
                   COMPUTE WS-ED-V2R = WS-ED-AR + 1
                   COMPUTE WS-ED-V2C = WS-ED-AC + 1
               WHEN 3
                   SUBTRACT 1 FROM WS-ED-BC
                   MOVE WS-ED-AR TO WS-ED-V1R
                   MOVE WS-ED-AC TO WS-ED-V1C
                   COMPUTE WS-ED-V2R = WS-ED-AR + 1
                   MOVE WS-ED-AC TO WS-ED-V2C
               WHEN OTHER
                   SUBTRACT 1 FROM WS-ED-BR
                   MOVE WS-ED-AR TO WS-ED-V1R
                   COMPUTE WS-ED-V1C = WS-ED-AC + 1
                   MOVE WS-ED-AR TO WS-ED-V2R
                   MOVE WS-ED-AC TO WS-ED-V2C
           END-EVALUATE

           IF WS-ED-BR < 1 OR WS-ED-BR > 16
               OR WS-ED-BC < 1 OR WS-ED-BC > 16
               MOVE 1 TO WS-ED-B-TYPE
               MOVE 1 TO WS-ED-L-TEX-ID
           ELSE
               MOVE MC-TYPE(WS-ED-BR, WS-ED-BC) TO WS-ED-B-TYPE
               MOVE MC-TEX-ID(WS-ED-BR, WS-ED-BC) TO WS-ED-L-TEX-ID
           END-IF

      *>   Solid wall: one-sided, A in front; a door's jamb is
      *>   lower-unpegged so its texture stays put as it opens
           IF WS-ED-B-TYPE = 1
               MOVE WS-ED-AR TO WS-ED-FR
               MOVE WS-ED-AC TO WS-ED-FC
               MOVE 1 TO WS-ED-L-FLAGS
               IF MC-TYPE(WS-ED-AR, WS-ED-AC) = 2
                   MOVE 17 TO WS-ED-L-FLAGS
               END-IF
               MOVE 0 TO WS-ED-L-SPECIAL
               MOVE 0 TO WS-ED-L-TAG
               MOVE "-" TO WS-ED-L-UPPER
               MOVE "-" TO WS-ED-L-LOWER
               MOVE WS-ED-L-TEX-ID TO WS-ED-TEX-IDX
               PERFORM ED-WAD-TEX-NAME
               MOVE WS-ED-TEX-NAME TO WS-ED-L-MIDDLE
               PERFORM ED-WAD-ADD-LINE
               EXIT PARAGRAPH
           END-IF

      *>   Open on both sides: once per pair, and only between
      *>   different sectors
           IF WS-ED-DIR > 2
               OR WS-ED-SEC(WS-ED-AR, WS-ED-AC)
                   = WS-ED-SEC(WS-ED-BR, WS-ED-BC)
               EXIT PARAGRAPH
           END-IF

      *>   The special cell, door before lift before exit; the
      *>   line's back side faces into it
           MOVE 0 TO WS-ED-SPECIAL-R
           MOVE 0 TO WS-ED-SPECIAL-C
           PERFORM VARYING WS-ED-K FROM 2 BY 1 UNTIL WS-ED-K > 4
               OR WS-ED-SPECIAL-R > 0
               MOVE WS-ED-K TO WS-ED-N
               IF WS-ED-K = 3
                   MOVE 4 TO WS-ED-N
               END-IF
               IF WS-ED-K = 4
                   MOVE 3 TO WS-ED-N
               END-IF
               IF MC-TYPE(WS-ED-AR, WS-ED-AC) = WS-ED-N
                   AND WS-ED-B-TYPE NOT = WS-ED-N
                   MOVE WS-ED-AR TO WS-ED-SPECIAL-R
                   MOVE WS-ED-AC TO WS-ED-SPECIAL-C
               END-IF
               IF WS-ED-B-TYPE = WS-ED-N
                   AND MC-TYPE(WS-ED-AR, WS-ED-AC) NOT = WS-ED-N
                   MOVE WS-ED-BR TO WS-ED-SPECIAL-R
                   MOVE WS-ED-BC TO WS-ED-SPECIAL-C
               END-IF
           END-PERFORM

           MOVE WS-ED-AR TO WS-ED-FR
           MOVE WS-ED-AC TO WS-ED-FC
           MOVE WS-ED-BR TO WS-ED-KR
           MOVE WS-ED-BC TO WS-ED-KC
           IF WS-ED-SPECIAL-R = WS-ED-AR
               AND WS-ED-SPECIAL-C = WS-ED-AC
               MOVE WS-ED-BR TO WS-ED-FR
               MOVE WS-ED-BC TO WS-ED-FC
               MOVE WS-ED-AR TO WS-ED-KR
               MOVE WS-ED-AC TO WS-ED-KC
               MOVE WS-ED-V1R TO WS-ED-VR
               MOVE WS-ED-V1C TO WS-ED-VC
               MOVE WS-ED-V2R TO WS-ED-V1R
               MOVE WS-ED-V2C TO WS-ED-V1C
               MOVE WS-ED-VR TO WS-ED-V2R
               MOVE WS-ED-VC TO WS-ED-V2C
           END-IF

           MOVE 4 TO WS-ED-L-FLAGS
           MOVE 0 TO WS-ED-L-SPECIAL
           MOVE 0 TO WS-ED-L-TAG
           MOVE "-" TO WS-ED-L-MIDDLE
           MOVE "-" TO WS-ED-L-UPPER
           MOVE "-" TO WS-ED-L-LOWER

      *>   Texture for the height steps: the special or window
      *>   cell's own, else whichever side has one
           MOVE 0 TO WS-ED-L-TEX-ID
           IF WS-ED-SPECIAL-R > 0
               MOVE MC-TEX-ID(WS-ED-SPECIAL-R, WS-ED-SPECIAL-C)
                   TO WS-ED-L-TEX-ID
           ELSE
               IF MC-TYPE(WS-ED-KR, WS-ED-KC) = 5
                   MOVE MC-TEX-ID(WS-ED-KR, WS-ED-KC)
                       TO WS-ED-L-TEX-ID
               END-IF
               IF MC-TYPE(WS-ED-FR, WS-ED-FC) = 5
                   MOVE MC-TEX-ID(WS-ED-FR, WS-ED-FC)
                       TO WS-ED-L-TEX-ID
               END-IF
           END-IF
           IF WS-ED-L-TEX-ID = 0
               MOVE MC-TEX-ID(WS-ED-FR, WS-ED-FC) TO WS-ED-L-TEX-ID
           END-IF
           IF WS-ED-L-TEX-ID = 0
               MOVE MC-TEX-ID(WS-ED-KR, WS-ED-KC) TO WS-ED-L-TEX-ID
           END-IF
           MOVE WS-ED-L-TEX-ID TO WS-ED-TEX-IDX
           PERFORM ED-WAD-TEX-NAME

      *>   A shut door's ceiling sits on its floor
           MOVE MC-CEIL-H(WS-ED-FR, WS-ED-FC) TO WS-ED-A-CEIL
           IF MC-TYPE(WS-ED-FR, WS-ED-FC) = 2
               MOVE MC-FLOOR-H(WS-ED-FR, WS-ED-FC) TO WS-ED-A-CEIL
           END-IF
           MOVE MC-CEIL-H(WS-ED-KR, WS-ED-KC) TO WS-ED-B-CEIL
           IF MC-TYPE(WS-ED-KR, WS-ED-KC) = 2
               MOVE MC-FLOOR-H(WS-ED-KR, WS-ED-KC) TO WS-ED-B-CEIL
           END-IF
           IF WS-ED-A-CEIL NOT = WS-ED-B-CEIL
               MOVE WS-ED-TEX-NAME TO WS-ED-L-UPPER
           END-IF
           IF MC-FLOOR-H(WS-ED-FR, WS-ED-FC)
                   NOT = MC-FLOOR-H(WS-ED-KR, WS-ED-KC)
               MOVE WS-ED-TEX-NAME TO WS-ED-L-LOWER
           END-IF

      *>   A window keeps its lintel/sill textures even at equal
      *>   heights -- that's what makes it a window on reload
           IF MC-TYPE(WS-ED-KR, WS-ED-KC) = 5
               MOVE WS-ED-KR TO WS-ED-PR
               MOVE WS-ED-KC TO WS-ED-PC
               PERFORM ED-WAD-WINDOW-TEX
           END-IF
           IF MC-TYPE(WS-ED-FR, WS-ED-FC) = 5
               MOVE WS-ED-FR TO WS-ED-PR
               MOVE WS-ED-FC TO WS-ED-PC
               PERFORM ED-WAD-WINDOW-TEX
           END-IF

           IF WS-ED-SPECIAL-R > 0
               EVALUATE MC-TYPE(WS-ED-SPECIAL-R, WS-ED-SPECIAL-C)
                   WHEN 2
                       EVALUATE MC-KEY-ID(WS-ED-SPECIAL-R,
                                          WS-ED-SPECIAL-C)
                           WHEN 1
                               MOVE 26 TO WS-ED-L-SPECIAL
                           WHEN 2
                               MOVE 27 TO WS-ED-L-SPECIAL
                           WHEN 3
                               MOVE 28 TO WS-ED-L-SPECIAL
                           WHEN OTHER
                               MOVE 1 TO WS-ED-L-SPECIAL
                       END-EVALUATE
                   WHEN 4
                       MOVE 62 TO WS-ED-L-SPECIAL
                       MOVE WS-ED-SEC(WS-ED-SPECIAL-R,
                                      WS-ED-SPECIAL-C) TO WS-ED-N
                       MOVE WS-ED-SR-TAG(WS-ED-N) TO WS-ED-L-TAG
                   WHEN OTHER
                       MOVE 52 TO WS-ED-L-SPECIAL
               END-EVALUATE
           END-IF

           MOVE 0 TO WS-ED-B-TYPE
           PERFORM ED-WAD-ADD-LINE
           .

      *> ============================================================
      *> ED-WAD-WINDOW-TEX: Window cell (WS-ED-PR, WS-ED-PC)'s own
      *> upper/lower textures onto the line being built.
      *> ============================================================
       ED-WAD-WINDOW-TEX.
           IF MC-UPPER-TEX(WS-ED-PR, WS-ED-PC) > 0
               MOVE MC-UPPER-TEX(WS-ED-PR, WS-ED-PC)
                   TO WS-ED-TEX-IDX
               PERFORM ED-WAD-TEX-NAME
               MOVE WS-ED-TEX-NAME TO WS-ED-L-UPPER
           END-IF
           IF MC-LOWER-TEX(WS-ED-PR, WS-ED-PC) > 0
               MOVE MC-LOWER-TEX(WS-ED-PR, WS-ED-PC)
                   TO WS-ED-TEX-IDX
               PERFORM ED-WAD-TEX-NAME
               MOVE WS-ED-TEX-NAME TO WS-ED-L-LOWER
           END-IF
           .

      *> ============================================================
      *> ED-WAD-ADD-LINE: Append the linedef built in WS-ED-L-*,
      *> its front sidedef in cell F's sector and -- unless B was a
      *> wall (WS-ED-B-TYPE = 1) -- its back sidedef in cell K's.
      *> ============================================================
       ED-WAD-ADD-LINE.
           MOVE WS-ED-V1R TO WS-ED-VR
           MOVE WS-ED-V1C TO WS-ED-VC
           PERFORM ED-WAD-VERTEX
           MOVE WS-ED-N TO WS-ED-V1
           MOVE WS-ED-V2R TO WS-ED-VR
           MOVE WS-ED-V2C TO WS-ED-VC
           PERFORM ED-WAD-VERTEX
           MOVE WS-ED-N TO WS-ED-V2

           MOVE WS-ED-SEC(WS-ED-FR, WS-ED-FC) TO WS-ED-S-SEC
           MOVE WS-ED-SID-COUNT TO WS-ED-F-SIDE
           PERFORM ED-WAD-ADD-SIDE
           IF WS-ED-B-TYPE NOT = 1
               MOVE WS-ED-SEC(WS-ED-KR, WS-ED-KC) TO WS-ED-S-SEC
               MOVE WS-ED-SID-COUNT TO WS-ED-K-SIDE
               PERFORM ED-WAD-ADD-SIDE
           END-IF

           COMPUTE WS-ED-OFF = WS-ED-LIN-COUNT * 14 + 1
           ADD 1 TO WS-ED-LIN-COUNT
           MOVE WS-ED-V1 TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-LIN-BUF(WS-ED-OFF:2)
           MOVE WS-ED-V2 TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-LIN-BUF(WS-ED-OFF + 2:2)
           MOVE WS-ED-L-FLAGS TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-LIN-BUF(WS-ED-OFF + 4:2)
           MOVE WS-ED-L-SPECIAL TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-LIN-BUF(WS-ED-OFF + 6:2)
           MOVE WS-ED-L-TAG TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-LIN-BUF(WS-ED-OFF + 8:2)
           MOVE WS-ED-F-SIDE TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-ED-LIN-BUF(WS-ED-OFF + 10:2)
      *>   No left side: 0xFFFF
           IF WS-ED-B-TYPE = 1
               MOVE -1 TO WS-BIN-INT16
           ELSE
               MOVE WS-ED-K-SIDE TO WS-BIN-INT16
           END-IF
           MOVE WS-BIN-BUF2 TO WS-ED-LIN-BUF(WS-ED-OFF + 12:2)
           .

      *> ============================================================
      *> ED-WAD-VERTEX: 0-based vertex number of corner
      *> (WS-ED-VR, WS-ED-VC) in WS-ED-N, emitting it first time.
      *> ============================================================
       ED-WAD-VERTEX.
           IF WS-ED-VTX(WS-ED-VR, WS-ED-VC) = 0
               ADD 1 TO WS-ED-VTX-COUNT
               MOVE WS-ED-VTX-COUNT TO WS-ED-VTX(WS-ED-VR, WS-ED-VC)
               COMPUTE WS-ED-OFF = (WS-ED-VTX-COUNT - 1) * 4 + 1
               COMPUTE WS-BIN-INT16 = (WS-ED-VC - 1) * 64
               MOVE WS-BIN-BUF2 TO WS-ED-VTX-BUF(WS-ED-OFF:2)
               COMPUTE WS-BIN-INT16 = (WS-ED-VR - 1) * 64
               MOVE WS-BIN-BUF2 TO WS-ED-VTX-BUF(WS-ED-OFF + 2:2)
           END-IF
           COMPUTE WS-ED-N = WS-ED-VTX(WS-ED-VR, WS-ED-VC) - 1
           .

      *> ============================================================
      *> ED-WAD-ADD-SIDE: Append a sidedef -- no offsets, the line's
      *> upper/lower/middle names, 0-based sector WS-ED-S-SEC - 1.
      *> ============================================================
       ED-WAD-ADD-SIDE.
           COMPUTE WS-ED-OFF = WS-ED-SID-COUNT * 30 + 1
           ADD 1 TO WS-ED-SID-COUNT
           MOVE LOW-VALUES TO WS-ED-SID-BUF(WS-ED-OFF:4)
           MOVE WS-ED-L-UPPER TO WS-ED-NAME8
           INSPECT WS-ED-NAME8 REPLACING ALL SPACE BY X"00"
           MOVE WS-ED-NAME8 TO WS-ED-SID-BUF(WS-ED-OFF + 4:8)
           MOVE WS-ED-L-LOWER TO WS-ED-NAME8
           INSPECT WS-ED-NAME8 REPLACING ALL SPACE BY X"00"
           MOVE WS-ED-NAME8 TO WS-ED-SID-BUF(WS-ED-OFF + 12:8)
           MOVE WS-ED-L-MIDDLE TO WS-ED-NAME8
           INSPECT WS-ED-NAME8 REPLACING ALL SPACE BY X"00"
           MOVE WS-ED-NAME8 TO WS-ED-SID-BUF(WS-ED-OFF + 20:8)
           COMPUTE WS-BIN-INT16 = WS-ED-S-SEC - 1
           MOVE WS-BIN-BUF2 TO WS-ED-SID-BUF(WS-ED-OFF + 28:2)
           .

      *> ============================================================
      *> ED-WAD-TEX-NAME: Wall texture name for slot WS-ED-TEX-IDX,
      *> STARTAN3 when the current WAD leaves the slot empty.
      *> ============================================================
       ED-WAD-TEX-NAME.
           MOVE SPACES TO WS-ED-TEX-NAME
           IF WS-ED-TEX-IDX > 0 AND WS-ED-TEX-IDX <= WS-TEX-COUNT
               MOVE WT-NAME(WS-ED-TEX-IDX) TO WS-ED-TEX-NAME
           END-IF
           IF WS-ED-TEX-NAME = SPACES
               MOVE "STARTAN3" TO WS-ED-TEX-NAME
           END-IF
           .

      *> ============================================================
      *> ED-WAD-SECTOR-LUMP: One 26-byte SECTORS entry per sector
      *> from its first cell -- heights, flats (FLOOR4_8/CEIL3_5
      *> for an unset slot), light, special, and a lift's tag.
      *> ============================================================
       ED-WAD-SECTOR-LUMP.
           PERFORM VARYING WS-ED-K FROM 1 BY 1
               UNTIL WS-ED-K > WS-ED-SEC-COUNT
               MOVE WS-ED-SR-ROW(WS-ED-K) TO WS-ED-PR
               MOVE WS-ED-SR-COL(WS-ED-K) TO WS-ED-PC
               COMPUTE WS-ED-OFF = (WS-ED-K - 1) * 26 + 1
               MOVE MC-FLOOR-H(WS-ED-PR, WS-ED-PC) TO WS-BIN-INT16
               MOVE WS-BIN-BUF2 TO WS-ED-SCT-BUF(WS-ED-OFF:2)
               IF MC-TYPE(WS-ED-PR, WS-ED-PC) NOT = 2
                   MOVE MC-CEIL-H(WS-ED-PR, WS-ED-PC) TO WS-BIN-INT16
               END-IF
               MOVE WS-BIN-BUF2 TO WS-ED-SCT-BUF(WS-ED-OFF + 2:2)

               MOVE SPACES TO WS-ED-NAME8
               MOVE MC-FLOOR-TEX(WS-ED-PR, WS-ED-PC) TO WS-ED-TEX-IDX
               IF WS-ED-TEX-IDX > 0 AND WS-ED-TEX-IDX <= WS-FLAT-COUNT
                   MOVE WF-NAME(WS-ED-TEX-IDX) TO WS-ED-NAME8
               END-IF
               IF WS-ED-NAME8 = SPACES
                   MOVE "FLOOR4_8" TO WS-ED-NAME8
               END-IF
               INSPECT WS-ED-NAME8 REPLACING ALL SPACE BY X"00"
               MOVE WS-ED-NAME8 TO WS-ED-SCT-BUF(WS-ED-OFF + 4:8)

               MOVE SPACES TO WS-ED-NAME8
               MOVE MC-CEIL-TEX(WS-ED-PR, WS-ED-PC) TO WS-ED-TEX-IDX
               IF WS-ED-TEX-IDX > 0 AND WS-ED-TEX-IDX <= WS-FLAT-COUNT
                   MOVE WF-NAME(WS-ED-TEX-IDX) TO WS-ED-NAME8
               END-IF
               IF WS-ED-NAME8 = SPACES
                   MOVE "CEIL3_5" TO WS-ED-NAME8
               END-IF
               INSPECT WS-ED-NAME8 REPLACING ALL SPACE BY X"00"
               MOVE WS-ED-NAME8 TO WS-ED-SCT-BUF(WS-ED-OFF + 12:8)

               MOVE MC-LIGHT(WS-ED-PR, WS-ED-PC) TO WS-BIN-INT16
               MOVE WS-BIN-BUF2 TO WS-ED-SCT-BUF(WS-ED-OFF + 20:2)
               MOVE MC-SPECIAL(WS-ED-PR, WS-ED-PC) TO WS-BIN-INT16
               MOVE WS-BIN-BUF2 TO WS-ED-SCT-BUF(WS-ED-OFF + 22:2)
               MOVE WS-ED-SR-TAG(WS-ED-K) TO WS-BIN-INT16
               MOVE WS-BIN-BUF2 TO WS-ED-SCT-BUF(WS-ED-OFF + 24:2)
           END-PERFORM
           .

      *> ============================================================
      *> ED-WAD-ASSEMBLE: Lay the lumps end to end after the header
      *> slot, each padded to 16 bytes, then the directory and the
      *> header that points at it; WS-ED-WAD-LEN is the file size.
      *> ============================================================
       ED-WAD-ASSEMBLE.
           MOVE LOW-VALUES TO WS-ED-WAD-BUF
           MOVE 17 TO WS-ED-WAD-POS
           MOVE 0 TO WS-ED-WD-COUNT

           MOVE WS-ED-WAD-MAP TO WS-ED-LUMP-NAME
           MOVE 0 TO WS-ED-LUMP-SIZE
           PERFORM ED-WAD-APPEND-LUMP

           MOVE "THINGS" TO WS-ED-LUMP-NAME
           COMPUTE WS-ED-LUMP-SIZE = WS-ED-THG-COUNT * 10
           MOVE WS-ED-THG-BUF(1:WS-ED-LUMP-SIZE)
               TO WS-ED-WAD-BUF(WS-ED-WAD-POS:WS-ED-LUMP-SIZE)
           PERFORM ED-WAD-APPEND-LUMP

           MOVE "LINEDEFS" TO WS-ED-LUMP-NAME
           COMPUTE WS-ED-LUMP-SIZE = WS-ED-LIN-COUNT * 14
           MOVE WS-ED-LIN-BUF(1:WS-ED-LUMP-SIZE)
               TO WS-ED-WAD-BUF(WS-ED-WAD-POS:WS-ED-LUMP-SIZE)
           PERFORM ED-WAD-APPEND-LUMP

           MOVE "SIDEDEFS" TO WS-ED-LUMP-NAME
           COMPUTE WS-ED-LUMP-SIZE = WS-ED-SID-COUNT * 30
           MOVE WS-ED-SID-BUF(1:WS-ED-LUMP-SIZE)
               TO WS-ED-WAD-BUF(WS-ED-WAD-POS:WS-ED-LUMP-SIZE)
           PERFORM ED-WAD-APPEND-LUMP

           MOVE "VERTEXES" TO WS-ED-LUMP-NAME
           COMPUTE WS-ED-LUMP-SIZE = WS-ED-VTX-COUNT * 4
           MOVE WS-ED-VTX-BUF(1:WS-ED-LUMP-SIZE)
               TO WS-ED-WAD-BUF(WS-ED-WAD-POS:WS-ED-LUMP-SIZE)
           PERFORM ED-WAD-APPEND-LUMP

           MOVE 0 TO WS-ED-LUMP-SIZE
           MOVE "SEGS" TO WS-ED-LUMP-NAME
           PERFORM ED-WAD-APPEND-LUMP
           MOVE "SSECTORS" TO WS-ED-LUMP-NAME
           PERFORM ED-WAD-APPEND-LUMP
           MOVE "NODES" TO WS-ED-LUMP-NAME
           PERFORM ED-WAD-APPEND-LUMP

           MOVE "SECTORS" TO WS-ED-LUMP-NAME
           COMPUTE WS-ED-LUMP-SIZE = WS-ED-SEC-COUNT * 26
           MOVE WS-ED-SCT-BUF(1:WS-ED-LUMP-SIZE)
               TO WS-ED-WAD-BUF(WS-ED-WAD-POS:WS-ED-LUMP-SIZE)
           PERFORM ED-WAD-APPEND-LUMP

           MOVE 0 TO WS-ED-LUMP-SIZE
           MOVE "REJECT" TO WS-ED-LUMP-NAME
           PERFORM ED-WAD-APPEND-LUMP
           MOVE "BLOCKMAP" TO WS-ED-LUMP-NAME
           PERFORM ED-WAD-APPEND-LUMP

      *>   Directory: offset, size, NUL-padded name
           COMPUTE WS-BIN-INT32 = WS-ED-WAD-POS - 1
           MOVE WS-BIN-BUF4 TO WS-ED-WAD-BUF(9:4)
           PERFORM VARYING WS-ED-WD-I FROM 1 BY 1
               UNTIL WS-ED-WD-I > WS-ED-WD-COUNT
               MOVE WS-ED-WD-OFF(WS-ED-WD-I) TO WS-BIN-INT32
               MOVE WS-BIN-BUF4 TO WS-ED-WAD-BUF(WS-ED-WAD-POS:4)
               MOVE WS-ED-WD-SIZE(WS-ED-WD-I) TO WS-BIN-INT32
               MOVE WS-BIN-BUF4
                   TO WS-ED-WAD-BUF(WS-ED-WAD-POS + 4:4)
               MOVE WS-ED-WD-NAME(WS-ED-WD-I) TO WS-ED-NAME8
               INSPECT WS-ED-NAME8 REPLACING ALL SPACE BY X"00"
               MOVE WS-ED-NAME8 TO WS-ED-WAD-BUF(WS-ED-WAD-POS + 8:8)
               ADD 16 TO WS-ED-WAD-POS
           END-PERFORM

           MOVE "PWAD" TO WS-ED-WAD-BUF(1:4)
           MOVE WS-ED-WD-COUNT TO WS-BIN-INT32
           MOVE WS-BIN-BUF4 TO WS-ED-WAD-BUF(5:4)
           COMPUTE WS-ED-WAD-LEN = WS-ED-WAD-POS - 1
           .

      *> ============================================================
      *> ED-WAD-APPEND-LUMP: Enter the lump just copied to
      *> WS-ED-WAD-POS in the directory and step past it, rounded
      *> up to the next 16-byte boundary.
      *> ============================================================
       ED-WAD-APPEND-LUMP.
           ADD 1 TO WS-ED-WD-COUNT
           MOVE WS-ED-LUMP-NAME TO WS-ED-WD-NAME(WS-ED-WD-COUNT)
           COMPUTE WS-ED-WD-OFF(WS-ED-WD-COUNT) = WS-ED-WAD-POS - 1
           MOVE WS-ED-LUMP-SIZE TO WS-ED-WD-SIZE(WS-ED-WD-COUNT)
           COMPUTE WS-ED-OFF = (WS-ED-LUMP-SIZE + 15) / 16
           COMPUTE WS-ED-WAD-POS = WS-ED-WAD-POS + WS-ED-OFF * 16
           .

      *> ============================================================
      *> EDITOR-CELL-TO-CODE: The map.txt digit for grid cell
      *> (WS-ED-I, WS-ED-J). Walls and specials come from the cell;
