      *> ============================================================
      *> mapaudit-proc.cpy -- WAD-wide map audit
      *> RUN-MAP-AUDIT:         DOOM_MAP_AUDIT=1 startup path --
      *>                        every map in the WAD, one line per
      *>                        defect to <wad>-audit.rpt
      *> MA-REPORT-NAME:        report name from the audited WAD's
      *> MA-OPEN-WAD:           header check, directory, DOOM_PWAD
      *> MA-LOAD-TEXTURE-NAMES: every name TEXTURE1/TEXTURE2 define
      *> MA-AUDIT-MAP:          convert one map and run its checks
      *> MA-READ-MAP-LUMPS:     LOAD-MAP's five reads, with what
      *>                        each lump loses to the buffers
      *> MA-SCAN-THINGS:        start, keys, teleport destinations
      *> MA-FLOOD-FROM-START:   cells the player 1 start can reach
      *> MA-CHECK-LINEDEF:      tags, teleports, locks, exits,
      *>                        generalized-special bits and
      *>                        sidedef textures of one linedef
      *> MA-DEFECT:             write one defect
      *> ============================================================

      *> ============================================================
      *> RUN-MAP-AUDIT: Nothing is played -- each map is converted
      *> the way LOAD-MAP does it and judged, so a WAD can be
      *> accepted (or sent back) before anyone loses a session to a
      *> door that never opens.
      *> ============================================================
       RUN-MAP-AUDIT.
           PERFORM MA-REPORT-NAME
           OPEN OUTPUT MAUDRPT-FILE
           IF WS-MA-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-MA-RPT-FILENAME
                   ", status=" WS-MA-RPT-STATUS
               MOVE 8 TO WS-MA-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MA-LINE
           IF WS-MA-PWAD-NAME = SPACES
               STRING "=== Map audit: " DELIMITED BY SIZE
                   WS-MA-WAD-NAME DELIMITED BY SPACE
                   " ===" DELIMITED BY SIZE
                   INTO WS-MA-LINE
               END-STRING
           ELSE
               STRING "=== Map audit: " DELIMITED BY SIZE
                   WS-MA-PWAD-NAME DELIMITED BY SPACE
                   " over " DELIMITED BY SIZE
                   WS-MA-WAD-NAME DELIMITED BY SPACE
                   " ===" DELIMITED BY SIZE
                   INTO WS-MA-LINE
               END-STRING
           END-IF
           PERFORM MA-REPORT-LINE
           MOVE SPACES TO WS-MA-LINE
           MOVE "map" TO WS-MA-LINE(1:3)
           MOVE "item" TO WS-MA-LINE(10:4)
           MOVE "no." TO WS-MA-LINE(19:3)
           MOVE "code" TO WS-MA-LINE(26:4)
           MOVE "description" TO WS-MA-LINE(35:11)
           PERFORM MA-REPORT-LINE

           PERFORM MA-OPEN-WAD
           IF WS-MA-WAD-ON NOT = 1
               CLOSE MAUDRPT-FILE
               MOVE 8 TO WS-MA-WORST
               EXIT PARAGRAPH
           END-IF

      *>   The audit composites no pixels: with no patch names,
      *>   flats or def index loaded, BUILD-MAP-GRID's texture and
      *>   flat lookups fall straight through to their defaults
           MOVE 0 TO WS-PNAME-COUNT
           MOVE 0 TO WS-FLAT-COUNT
           MOVE 0 TO WS-TXD-COUNT
           PERFORM MA-LOAD-TEXTURE-NAMES

           PERFORM LIST-MAP-LUMPS
           PERFORM VARYING WS-MA-I FROM 1 BY 1
               UNTIL WS-MA-I > WS-MAP-CHOICE-COUNT
               MOVE WS-MAP-CHOICE(WS-MA-I) TO WS-MA-MAP
               PERFORM MA-AUDIT-MAP
           END-PERFORM
           CALL "wad_close"

           IF WS-MA-MAPS = 0
               MOVE SPACES TO WS-MA-MAP
               MOVE "WAD" TO WS-MA-ITEM
               MOVE "NOMAPS" TO WS-MA-CODE
               MOVE "NO MAP MARKERS (MAPxx OR ExMy) TO AUDIT"
                   TO WS-MA-DESC
               PERFORM MA-DEFECT
           END-IF

           MOVE SPACES TO WS-MA-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-MA-MAPS DELIMITED BY SIZE
               " maps audited, " DELIMITED BY SIZE
               WS-MA-BAD DELIMITED BY SIZE
               " defects ===" DELIMITED BY SIZE
               INTO WS-MA-LINE
           END-STRING
           PERFORM MA-REPORT-LINE
           CLOSE MAUDRPT-FILE
           DISPLAY "Map audit written to " WS-MA-RPT-FILENAME

           EVALUATE TRUE
               WHEN WS-MA-MAPS = 0
                   MOVE 8 TO WS-MA-WORST
               WHEN WS-MA-BAD > 0
                   MOVE 4 TO WS-MA-WORST
           END-EVALUATE
           .

      *> ============================================================
      *> MA-REPORT-NAME: <wad>-audit.rpt in the working directory,
      *> after the patch WAD when one is named (its maps are the
      *> ones audited), else the base -- directory and extension
      *> dropped.
      *> ============================================================
       MA-REPORT-NAME.
           MOVE SPACES TO WS-MA-WAD-NAME
           ACCEPT WS-MA-WAD-NAME FROM ENVIRONMENT "DOOM_WAD"
           IF WS-MA-WAD-NAME = SPACES
               MOVE "freedoom2.wad" TO WS-MA-WAD-NAME
           END-IF
           MOVE SPACES TO WS-MA-PWAD-NAME
           ACCEPT WS-MA-PWAD-NAME FROM ENVIRONMENT "DOOM_PWAD"
           IF WS-MA-PWAD-NAME = SPACES
               MOVE WS-MA-WAD-NAME TO WS-MA-LINE
           ELSE
               MOVE WS-MA-PWAD-NAME TO WS-MA-LINE
           END-IF

           MOVE 0 TO WS-MA-NAME-END
           PERFORM VARYING WS-MA-I FROM 64 BY -1
               UNTIL WS-MA-I < 1 OR WS-MA-NAME-END > 0
               IF WS-MA-LINE(WS-MA-I:1) NOT = SPACE
                   MOVE WS-MA-I TO WS-MA-NAME-END
               END-IF
           END-PERFORM
           MOVE 1 TO WS-MA-NAME-START
           MOVE 0 TO WS-MA-NAME-DOT
           PERFORM VARYING WS-MA-I FROM WS-MA-NAME-END BY -1
               UNTIL WS-MA-I < 1 OR WS-MA-NAME-START > 1
               EVALUATE TRUE
                   WHEN WS-MA-LINE(WS-MA-I:1) = "/"
                       COMPUTE WS-MA-NAME-START = WS-MA-I + 1
                   WHEN WS-MA-LINE(WS-MA-I:1) = "."
                       AND WS-MA-NAME-DOT = 0
                       MOVE WS-MA-I TO WS-MA-NAME-DOT
               END-EVALUATE
           END-PERFORM
           IF WS-MA-NAME-DOT > WS-MA-NAME-START
               COMPUTE WS-MA-J = WS-MA-NAME-DOT - WS-MA-NAME-START
           ELSE
               COMPUTE WS-MA-J =
                   WS-MA-NAME-END - WS-MA-NAME-START + 1
           END-IF

           MOVE SPACES TO WS-MA-RPT-FILENAME
           IF WS-MA-J < 1 OR WS-MA-NAME-START > WS-MA-NAME-END
               MOVE "wad-audit.rpt" TO WS-MA-RPT-FILENAME
           ELSE
               STRING WS-MA-LINE(WS-MA-NAME-START:WS-MA-J)
                       DELIMITED BY SIZE
                   "-audit.rpt" DELIMITED BY SIZE
                   INTO WS-MA-RPT-FILENAME
               END-STRING
           END-IF
           .

      *> ============================================================
      *> MA-OPEN-WAD: OPEN-WAD's checks without its STOP RUN -- a
      *> WAD that won't open or has a bad header is the report's
      *> one line. READ-WAD-DIRECTORY merges DOOM_PWAD itself.
      *> ============================================================
       MA-OPEN-WAD.
           MOVE SPACES TO WS-WAD-FILENAME
           STRING WS-MA-WAD-NAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-WAD-FILENAME
           END-STRING
           MOVE SPACES TO WS-MA-MAP
           MOVE "WAD" TO WS-MA-ITEM
           CALL "wad_open" USING WS-WAD-FILENAME
               RETURNING WS-WAD-RC
           IF WS-WAD-RC NOT = 0
               MOVE "NOWAD" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING "CANNOT OPEN " DELIMITED BY SIZE
                   WS-MA-WAD-NAME DELIMITED BY SPACE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WAD-OFFSET
           MOVE 12 TO WS-WAD-RD-SIZE
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-WAD-HDR-BUF
           IF WH-NUM-LUMPS <= 0 OR WH-NUM-LUMPS > WS-WAD-LUMP-MAX
               OR WH-DIR-OFFSET <= 0
               MOVE "BADHDR" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING WS-MA-WAD-NAME DELIMITED BY SPACE
                   " HAS AN INVALID OR TRUNCATED HEADER"
                       DELIMITED BY SIZE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
               CALL "wad_close"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WAD-CUR-SRC
           PERFORM READ-WAD-DIRECTORY
           MOVE 1 TO WS-MA-WAD-ON

           IF WS-MA-PWAD-NAME NOT = SPACES
               IF WS-WAD2-FILENAME = SPACES
                   MOVE "NOPWAD" TO WS-MA-CODE
                   MOVE SPACES TO WS-MA-DESC
                   STRING "CANNOT MERGE " DELIMITED BY SIZE
                       WS-MA-PWAD-NAME DELIMITED BY SPACE
                       " - BASE MAPS AUDITED" DELIMITED BY SIZE
                       INTO WS-MA-DESC
                   END-STRING
                   PERFORM MA-DEFECT
               ELSE
                   MOVE 1 TO WS-MA-PWAD-ON
               END-IF
           END-IF
           .

      *> ============================================================
      *> MA-LOAD-TEXTURE-NAMES: The names a SIDEDEF may use. No
      *> TEXTURE1 at all means no texture check is worth running.
      *> ============================================================
       MA-LOAD-TEXTURE-NAMES.
           MOVE 0 TO WS-MA-TEX-COUNT
           MOVE "TEXTURE1" TO WS-FIND-NAME
           PERFORM MA-INDEX-TEXTURE-LUMP
           MOVE "TEXTURE2" TO WS-FIND-NAME
           PERFORM MA-INDEX-TEXTURE-LUMP
           DISPLAY "Audit: " WS-MA-TEX-COUNT " texture names"

           MOVE SPACES TO WS-MA-MAP
           MOVE "WAD" TO WS-MA-ITEM
           IF WS-MA-TEX-COUNT = 0
               MOVE "NOTEXDEF" TO WS-MA-CODE
               MOVE "NO TEXTURE1/TEXTURE2 NAMES - TEXTURES NOT CHECKED"
                   TO WS-MA-DESC
               PERFORM MA-DEFECT
           END-IF
           IF WS-MA-TEX-TRUNC = 1
               MOVE "TEXTRUNC" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING "TEXTUREx TOO LARGE TO READ WHOLE - "
                       DELIMITED BY SIZE
                   "LATER NAMES UNCHECKED" DELIMITED BY SIZE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
           END-IF
           .

       MA-INDEX-TEXTURE-LUMP.
           PERFORM FIND-LUMP
           IF WS-FOUND NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-OFFSET TO WS-WAD-OFFSET
           MOVE WS-FOUND-SIZE TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 65536
               MOVE 65536 TO WS-WAD-RD-SIZE
               MOVE 1 TO WS-MA-TEX-TRUNC
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-LUMP-BUF
           MOVE 0 TO WS-TXL-IN-BUF
           MOVE WS-LUMP-BUF(1:4) TO WS-BIN-BUF4
           IF WS-BIN-INT32 < 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIN-INT32 TO WS-MA-TEX-DEFS

           PERFORM VARYING WS-MA-I FROM 1 BY 1
               UNTIL WS-MA-I > WS-MA-TEX-DEFS
               OR WS-MA-TEX-COUNT >= 3000
               COMPUTE WS-MA-OFF = (WS-MA-I - 1) * 4 + 5
               IF WS-MA-OFF > 65533
                   MOVE 1 TO WS-MA-TEX-TRUNC
                   MOVE WS-MA-TEX-DEFS TO WS-MA-I
               ELSE
                   MOVE WS-LUMP-BUF(WS-MA-OFF:4) TO WS-BIN-BUF4
                   IF WS-BIN-INT32 < 0 OR WS-BIN-INT32 > 65527
                       MOVE 1 TO WS-MA-TEX-TRUNC
                   ELSE
                       COMPUTE WS-MA-OFF = WS-BIN-INT32 + 1
                       ADD 1 TO WS-MA-TEX-COUNT
                       MOVE WS-LUMP-BUF(WS-MA-OFF:8)
                           TO WS-MA-TEX-NAME(WS-MA-TEX-COUNT)
                       INSPECT WS-MA-TEX-NAME(WS-MA-TEX-COUNT)
                           REPLACING ALL X"00" BY SPACE
                       MOVE FUNCTION UPPER-CASE(
                           WS-MA-TEX-NAME(WS-MA-TEX-COUNT))
                           TO WS-MA-TEX-NAME(WS-MA-TEX-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MA-TEX-COUNT >= 3000
               AND WS-MA-I <= WS-MA-TEX-DEFS
               MOVE 1 TO WS-MA-TEX-TRUNC
           END-IF
           .

      *> ============================================================
      *> MA-AUDIT-MAP: One map, WS-MA-MAP. The grid, things and
      *> spawn come from LOAD-MAP's own paragraphs, so what's
      *> judged is the level as this engine would play it.
      *> ============================================================
       MA-AUDIT-MAP.
           MOVE 0 TO WS-MA-MAP-HIT
           PERFORM VARYING WS-MA-J FROM 1 BY 1
               UNTIL WS-MA-J > WS-MA-DONE-COUNT
               IF WS-MA-DONE-NAME(WS-MA-J) = WS-MA-MAP
                   MOVE 1 TO WS-MA-MAP-HIT
               END-IF
           END-PERFORM
           IF WS-MA-MAP-HIT = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-MA-DONE-COUNT < 64
               ADD 1 TO WS-MA-DONE-COUNT
               MOVE WS-MA-MAP TO WS-MA-DONE-NAME(WS-MA-DONE-COUNT)
           END-IF

           MOVE WS-MA-MAP TO WS-FIND-NAME
           PERFORM FIND-LUMP
           IF WS-FOUND NOT = 1
               EXIT PARAGRAPH
           END-IF
      *>   With a patch merged, only the patch's own maps are its
      *>   to answer for
           IF WS-MA-PWAD-ON = 1
               AND WL-SOURCE(WS-FIND-IDX) NOT = 2
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIND-IDX TO WS-MAP-LUMP-IDX
           MOVE WS-MA-MAP TO WS-MAP-NAME
           ADD 1 TO WS-MA-MAPS
           MOVE 0 TO WS-MA-MAP-BAD
           DISPLAY "Auditing " WS-MA-MAP

           MOVE "MAP" TO WS-MA-ITEM
           MOVE 0 TO WS-MA-ITEM-NO
           IF WS-MAP-LUMP-IDX + 8 > WS-WAD-LUMP-COUNT
               MOVE "NOLUMPS" TO WS-MA-CODE
               MOVE "MARKER WITHOUT ITS 8 MAP LUMPS - NOT LOADABLE"
                   TO WS-MA-DESC
               PERFORM MA-DEFECT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MA-J = WS-MAP-LUMP-IDX + 1
           IF WL-NAME(WS-MA-J) NOT = "THINGS"
               MOVE "NOLUMPS" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING "MARKER FOLLOWED BY " DELIMITED BY SIZE
                   WL-NAME(WS-MA-J) DELIMITED BY SPACE
                   ", NOT THINGS - NOT LOADABLE" DELIMITED BY SIZE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
               EXIT PARAGRAPH
           END-IF

           PERFORM MA-READ-MAP-LUMPS
           MOVE 0 TO WS-TEX-COUNT
           MOVE 0 TO WS-TEX-FULL-WARNED
           PERFORM PARSE-VERTEXES
           PERFORM BUILD-MAP-GRID
           PERFORM LOAD-THINGS
           PERFORM MA-READ-SECTOR-TAGS
           PERFORM MA-SCAN-THINGS

           MOVE "MAP" TO WS-MA-ITEM
           MOVE 0 TO WS-MA-ITEM-NO
           IF WS-MA-HAS-START = 0
               MOVE "NOSTART" TO WS-MA-CODE
               MOVE "NO PLAYER 1 START (THING TYPE 1)"
                   TO WS-MA-DESC
               PERFORM MA-DEFECT
           ELSE
               PERFORM MA-FLOOD-FROM-START
           END-IF

           MOVE 0 TO WS-MA-TC-COUNT
           MOVE 0 TO WS-MA-EXITS
           PERFORM VARYING WS-MA-LN FROM 1 BY 1
               UNTIL WS-MA-LN > WS-LINE-COUNT
               PERFORM MA-CHECK-LINEDEF
           END-PERFORM

           IF WS-MA-EXITS = 0
               MOVE "MAP" TO WS-MA-ITEM
               MOVE 0 TO WS-MA-ITEM-NO
               MOVE "NOEXIT" TO WS-MA-CODE
               MOVE "NO EXIT LINEDEF (SPECIAL 11/51/52/124)"
                   TO WS-MA-DESC
               PERFORM MA-DEFECT
           END-IF
           DISPLAY "  " WS-MA-MAP ": " WS-MA-MAP-BAD " defects"
           .

      *> ============================================================
      *> MA-READ-MAP-LUMPS: The same five reads and buffer limits
      *> as LOAD-MAP. Anything past a limit the engine never sees,
      *> so it's a defect of its own; the checks below cover the
      *> part that loads.
      *> ============================================================
       MA-READ-MAP-LUMPS.
      *>   VERTEXES (marker + 4)
           COMPUTE WS-ML-I = WS-MAP-LUMP-IDX + 4
           MOVE WL-OFFSET(WS-ML-I) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-ML-I) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 8000
               MOVE 8000 TO WS-WAD-RD-SIZE
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-VERT-BUF
           COMPUTE WS-MA-CNT = WL-SIZE(WS-ML-I) / 4
           MOVE "VERTEXES" TO WS-MA-LUMP-NAME
           MOVE 2000 TO WS-MA-LUMP-MAX
           PERFORM MA-CHECK-LUMP-SIZE
           MOVE WS-MA-CNT TO WS-VERT-COUNT

      *>   LINEDEFS (marker + 2)
           COMPUTE WS-ML-I = WS-MAP-LUMP-IDX + 2
           MOVE WL-OFFSET(WS-ML-I) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-ML-I) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 21000
               MOVE 21000 TO WS-WAD-RD-SIZE
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-LINE-BUF
           COMPUTE WS-MA-CNT = WL-SIZE(WS-ML-I) / 14
           MOVE "LINEDEFS" TO WS-MA-LUMP-NAME
           MOVE 1500 TO WS-MA-LUMP-MAX
           PERFORM MA-CHECK-LUMP-SIZE
           MOVE WS-MA-CNT TO WS-LINE-COUNT

      *>   SIDEDEFS (marker + 3)
           COMPUTE WS-ML-I = WS-MAP-LUMP-IDX + 3
           MOVE WL-OFFSET(WS-ML-I) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-ML-I) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 60000
               MOVE 60000 TO WS-WAD-RD-SIZE
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-SIDE-BUF
           COMPUTE WS-MA-CNT = WL-SIZE(WS-ML-I) / 30
           MOVE "SIDEDEFS" TO WS-MA-LUMP-NAME
           MOVE 2000 TO WS-MA-LUMP-MAX
           PERFORM MA-CHECK-LUMP-SIZE
           MOVE WS-MA-CNT TO WS-SIDE-COUNT

      *>   SECTORS (marker + 8)
           COMPUTE WS-ML-I = WS-MAP-LUMP-IDX + 8
           MOVE WL-OFFSET(WS-ML-I) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-ML-I) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 5200
               MOVE 5200 TO WS-WAD-RD-SIZE
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-SECT-BUF
           COMPUTE WS-MA-CNT = WL-SIZE(WS-ML-I) / 26
           MOVE "SECTORS" TO WS-MA-LUMP-NAME
           MOVE 200 TO WS-MA-LUMP-MAX
           PERFORM MA-CHECK-LUMP-SIZE
           MOVE WS-MA-CNT TO WS-SECT-COUNT

      *>   THINGS (marker + 1) -- LOAD-THINGS keeps 200 of them
           COMPUTE WS-ML-I = WS-MAP-LUMP-IDX + 1
           MOVE WL-OFFSET(WS-ML-I) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-ML-I) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 3000
               MOVE 3000 TO WS-WAD-RD-SIZE
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-THING-BUF
           COMPUTE WS-MA-CNT = WL-SIZE(WS-ML-I) / 10
           MOVE "THINGS" TO WS-MA-LUMP-NAME
           MOVE 200 TO WS-MA-LUMP-MAX
           PERFORM MA-CHECK-LUMP-SIZE
           COMPUTE WS-THING-RAW-COUNT = WL-SIZE(WS-ML-I) / 10
           IF WS-THING-RAW-COUNT > 300
               MOVE 300 TO WS-THING-RAW-COUNT
           END-IF
           .

      *>   WS-MA-CNT entries in WS-MA-LUMP-NAME against the
      *>   WS-MA-LUMP-MAX the engine keeps; leaves WS-MA-CNT capped
       MA-CHECK-LUMP-SIZE.
           IF WS-MA-CNT > WS-MA-LUMP-MAX
               MOVE "MAP" TO WS-MA-ITEM
               MOVE 0 TO WS-MA-ITEM-NO
               MOVE "TOOBIG" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING WS-MA-LUMP-NAME DELIMITED BY SPACE
                   " HOLDS " DELIMITED BY SIZE
                   WS-MA-CNT DELIMITED BY SIZE
                   ", THE ENGINE LOADS THE FIRST " DELIMITED BY SIZE
                   WS-MA-LUMP-MAX DELIMITED BY SIZE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
               MOVE WS-MA-LUMP-MAX TO WS-MA-CNT
           END-IF
           .

      *> ============================================================
      *> MA-READ-SECTOR-TAGS: Every sector's tag (uint16 at +24),
      *> read whole into the lump buffer.
      *> ============================================================
       MA-READ-SECTOR-TAGS.
           MOVE 0 TO WS-MA-STAG-COUNT
           COMPUTE WS-ML-I = WS-MAP-LUMP-IDX + 8
           MOVE WL-OFFSET(WS-ML-I) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-ML-I) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 65520
               MOVE 65520 TO WS-WAD-RD-SIZE
           END-IF
           IF WS-WAD-RD-SIZE < 26
               EXIT PARAGRAPH
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-LUMP-BUF
           COMPUTE WS-MA-STAG-COUNT = WS-WAD-RD-SIZE / 26
           PERFORM VARYING WS-MA-J FROM 1 BY 1
               UNTIL WS-MA-J > WS-MA-STAG-COUNT
               COMPUTE WS-MA-OFF = (WS-MA-J - 1) * 26 + 25
               MOVE WS-LUMP-BUF(WS-MA-OFF:2) TO WS-BIN-BUF2
               PERFORM MA-U16
               MOVE WS-MA-U16 TO WS-MA-STAG(WS-MA-J)
           END-PERFORM
           .

      *>   WS-BIN-BUF2 as an unsigned 16-bit value in WS-MA-U16
       MA-U16.
           IF WS-BIN-INT16 < 0
               COMPUTE WS-MA-U16 = WS-BIN-INT16 + 65536
           ELSE
               MOVE WS-BIN-INT16 TO WS-MA-U16
           END-IF
           .

      *> ============================================================
      *> MA-SCAN-THINGS: From the things LOAD-THINGS kept: the
      *> keys placed, the teleport destinations, and whether any
      *> player 1 start exists (LOAD-THINGS sets the spawn from
      *> every raw thing, kept or not).
      *> ============================================================
       MA-SCAN-THINGS.
           MOVE ZEROS TO WS-MA-KEYS
           MOVE 0 TO WS-MA-HAS-START
           MOVE 0 TO WS-MA-DEST-COUNT
           IF WS-SPAWN-X NOT = 0 OR WS-SPAWN-Y NOT = 0
               MOVE 1 TO WS-MA-HAS-START
           END-IF
           PERFORM VARYING WS-MA-J FROM 1 BY 1
               UNTIL WS-MA-J > WS-MAP-THING-COUNT
               EVALUATE MT-TYPE(WS-MA-J)
                   WHEN 00001
                       MOVE 1 TO WS-MA-HAS-START
                   WHEN 00005
                   WHEN 00040
                       MOVE 1 TO WS-MA-KEY-HAVE(1)
                   WHEN 00006
                   WHEN 00039
                       MOVE 1 TO WS-MA-KEY-HAVE(2)
                   WHEN 00013
                   WHEN 00038
                       MOVE 1 TO WS-MA-KEY-HAVE(3)
                   WHEN 00014
                       PERFORM MA-ADD-DEST
               END-EVALUATE
           END-PERFORM
           .

      *>   Thing WS-MA-J's cell, placed the way CHECK-TELEPORT
      *>   places a destination
       MA-ADD-DEST.
           COMPUTE WS-MA-DEST-X =
               (MT-X(WS-MA-J) - WS-MAP-MIN-X)
               / WS-MAP-SCALE + 2 - 0.5
           COMPUTE WS-MA-DEST-Y =
               (MT-Y(WS-MA-J) - WS-MAP-MIN-Y)
               / WS-MAP-SCALE + 2 - 0.5
           COMPUTE WS-MA-R = FUNCTION INTEGER-PART(WS-MA-DEST-Y) + 1
           COMPUTE WS-MA-C = FUNCTION INTEGER-PART(WS-MA-DEST-X) + 1
           IF WS-MA-R < 1 OR WS-MA-R > 128
               OR WS-MA-C < 1 OR WS-MA-C > 128
               OR WS-MA-DEST-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MA-DEST-COUNT
           MOVE WS-MA-R TO WS-MA-DEST-ROW(WS-MA-DEST-COUNT)
           MOVE WS-MA-C TO WS-MA-DEST-COL(WS-MA-DEST-COUNT)
           MOVE MC-TAG(WS-MA-R, WS-MA-C)
               TO WS-MA-DEST-TAG(WS-MA-DEST-COUNT)
           .

      *> ============================================================
      *> MA-FLOOD-FROM-START: Every cell the player can walk to from
      *> the spawn cell: open, exit, lift and window cells, doors
      *> with no lock or whose key the map places, no ledge more
      *> than WS-STEP-MAX-H up (lifts excepted -- their floor comes
      *> to meet you), and across any teleport line to the
      *> destinations its tag picks out.
      *> ============================================================
       MA-FLOOD-FROM-START.
           MOVE ZEROS TO WS-MA-SEEN-GRID
           MOVE 0 TO WS-MA-Q-TAIL
           MOVE 0 TO WS-MA-REACHED
           COMPUTE WS-MA-NR = FUNCTION INTEGER-PART(WS-SPAWN-Y) + 1
           COMPUTE WS-MA-NC = FUNCTION INTEGER-PART(WS-SPAWN-X) + 1
           IF WS-MA-NR < 1 OR WS-MA-NR > 128
               OR WS-MA-NC < 1 OR WS-MA-NC > 128
               EXIT PARAGRAPH
           END-IF
           PERFORM MA-FLOOD-ENQUEUE
           MOVE 1 TO WS-MA-Q-HEAD
           PERFORM UNTIL WS-MA-Q-HEAD > WS-MA-Q-TAIL
               MOVE WS-MA-Q-ROW(WS-MA-Q-HEAD) TO WS-MA-R
               MOVE WS-MA-Q-COL(WS-MA-Q-HEAD) TO WS-MA-C
               ADD 1 TO WS-MA-Q-HEAD
               PERFORM MA-FLOOD-STEP
           END-PERFORM
           .

       MA-FLOOD-STEP.
           COMPUTE WS-MA-NR = WS-MA-R - 1
           MOVE WS-MA-C TO WS-MA-NC
           PERFORM MA-FLOOD-NEIGHBOR
           COMPUTE WS-MA-NR = WS-MA-R + 1
           PERFORM MA-FLOOD-NEIGHBOR
           MOVE WS-MA-R TO WS-MA-NR
           COMPUTE WS-MA-NC = WS-MA-C - 1
           PERFORM MA-FLOOD-NEIGHBOR
           COMPUTE WS-MA-NC = WS-MA-C + 1
           PERFORM MA-FLOOD-NEIGHBOR

           IF (MC-LSPECIAL(WS-MA-R, WS-MA-C) = 39
               OR MC-LSPECIAL(WS-MA-R, WS-MA-C) = 97)
               AND MC-LTAG(WS-MA-R, WS-MA-C) > 0
               PERFORM VARYING WS-MA-J FROM 1 BY 1
                   UNTIL WS-MA-J > WS-MA-DEST-COUNT
                   IF WS-MA-DEST-TAG(WS-MA-J)
                       = MC-LTAG(WS-MA-R, WS-MA-C)
                       MOVE WS-MA-DEST-ROW(WS-MA-J) TO WS-MA-NR
                       MOVE WS-MA-DEST-COL(WS-MA-J) TO WS-MA-NC
                       PERFORM MA-FLOOD-ENQUEUE
                   END-IF
               END-PERFORM
           END-IF
           .

       MA-FLOOD-NEIGHBOR.
           IF WS-MA-NR < 1 OR WS-MA-NR > 128
               OR WS-MA-NC < 1 OR WS-MA-NC > 128
               EXIT PARAGRAPH
           END-IF
           IF WS-MA-SEEN(WS-MA-NR, WS-MA-NC) = 1
               EXIT PARAGRAPH
           END-IF
           EVALUATE MC-TYPE(WS-MA-NR, WS-MA-NC)
               WHEN 0
               WHEN 3
               WHEN 4
               WHEN 5
                   CONTINUE
               WHEN 2
                   MOVE MC-KEY-ID(WS-MA-NR, WS-MA-NC) TO WS-MA-KEY
                   IF WS-MA-KEY > 0
                       IF WS-MA-KEY-HAVE(WS-MA-KEY) = 0
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF MC-TYPE(WS-MA-NR, WS-MA-NC) NOT = 4
               AND MC-TYPE(WS-MA-R, WS-MA-C) NOT = 4
               AND MC-FLOOR-H(WS-MA-NR, WS-MA-NC)
                   - MC-FLOOR-H(WS-MA-R, WS-MA-C) > WS-STEP-MAX-H
               EXIT PARAGRAPH
           END-IF
           PERFORM MA-FLOOD-ENQUEUE
           .

       MA-FLOOD-ENQUEUE.
           IF WS-MA-SEEN(WS-MA-NR, WS-MA-NC) = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MA-SEEN(WS-MA-NR, WS-MA-NC)
           ADD 1 TO WS-MA-Q-TAIL
           MOVE WS-MA-NR TO WS-MA-Q-ROW(WS-MA-Q-TAIL)
           MOVE WS-MA-NC TO WS-MA-Q-COL(WS-MA-Q-TAIL)
           ADD 1 TO WS-MA-REACHED
           .

      *> ============================================================
      *> MA-CHECK-LINEDEF: Linedef WS-MA-LN (reported 0-based).
      *> ============================================================
       MA-CHECK-LINEDEF.
           COMPUTE WS-MA-OFF = (WS-MA-LN - 1) * 14 + 1
           MOVE WS-LINE-BUF(WS-MA-OFF:2) TO WS-BIN-BUF2
           PERFORM MA-U16
           COMPUTE WS-MA-V1 = WS-MA-U16 + 1
           ADD 2 TO WS-MA-OFF
           MOVE WS-LINE-BUF(WS-MA-OFF:2) TO WS-BIN-BUF2
           PERFORM MA-U16
           COMPUTE WS-MA-V2 = WS-MA-U16 + 1
      *>   special at +6, tag at +8, sidedefs at +10/+12
           ADD 4 TO WS-MA-OFF
           MOVE WS-LINE-BUF(WS-MA-OFF:2) TO WS-BIN-BUF2
           PERFORM MA-U16
           MOVE WS-MA-U16 TO WS-MA-SPECIAL
           ADD 2 TO WS-MA-OFF
           MOVE WS-LINE-BUF(WS-MA-OFF:2) TO WS-BIN-BUF2
           PERFORM MA-U16
           MOVE WS-MA-U16 TO WS-MA-TAG
           ADD 2 TO WS-MA-OFF
           MOVE WS-LINE-BUF(WS-MA-OFF:2) TO WS-BIN-BUF2
           PERFORM MA-U16
           MOVE WS-MA-U16 TO WS-MA-RSIDE
           ADD 2 TO WS-MA-OFF
           MOVE WS-LINE-BUF(WS-MA-OFF:2) TO WS-BIN-BUF2
           PERFORM MA-U16
           MOVE WS-MA-U16 TO WS-MA-LSIDE

           COMPUTE WS-MA-LN-NO = WS-MA-LN - 1
           MOVE "LINEDEF" TO WS-MA-ITEM
           MOVE WS-MA-LN-NO TO WS-MA-ITEM-NO
           MOVE WS-MA-SPECIAL TO WS-GL-SPECIAL
           PERFORM GL-DECODE

      *>   Exits
           IF WS-MA-SPECIAL = 11 OR WS-MA-SPECIAL = 51
               OR WS-MA-SPECIAL = 52 OR WS-MA-SPECIAL = 124
               ADD 1 TO WS-MA-EXITS
               IF WS-MA-HAS-START = 1
                   PERFORM MA-CHECK-EXIT-REACHED
               END-IF
           END-IF

      *>   Tags: the specials that act on their own door or end the
      *>   level carry no tag worth matching
           IF WS-MA-SPECIAL > 0 AND WS-MA-TAG > 0
               EVALUATE WS-MA-SPECIAL
                   WHEN 1
                   WHEN 26 THRU 28
                   WHEN 31 THRU 34
                   WHEN 117
                   WHEN 118
                   WHEN 11
                   WHEN 51
                   WHEN 52
                   WHEN 124
                       CONTINUE
      *>               Generalized specials: manual doors and locked
      *>               doors act on their own door too
                   WHEN WS-GL-BASE-CRUSHER THRU WS-GL-LAST
                       IF WS-GL-TRIGGER < 6
                           OR WS-GL-CLASS < 4 OR WS-GL-CLASS > 5
                           PERFORM MA-CHECK-TAG
                       END-IF
                   WHEN OTHER
                       PERFORM MA-CHECK-TAG
               END-EVALUATE
           END-IF

      *>   Teleports
           IF WS-MA-SPECIAL = 39 OR WS-MA-SPECIAL = 97
               PERFORM MA-CHECK-TELEPORT
           END-IF

      *>   Locked doors, by PROCESS-ONE-LINEDEF's key mapping
           MOVE 0 TO WS-MA-KEY
           EVALUATE WS-MA-SPECIAL
               WHEN 26
               WHEN 32
                   MOVE 1 TO WS-MA-KEY
               WHEN 27
               WHEN 34
                   MOVE 2 TO WS-MA-KEY
               WHEN 28
               WHEN 33
                   MOVE 3 TO WS-MA-KEY
           END-EVALUATE
           IF WS-GL-CLASS = 4 AND WS-GL-LOCK > 0 AND WS-GL-LOCK < 7
               PERFORM GL-LOCK-KEY
               MOVE WS-GL-KEY TO WS-MA-KEY
           END-IF
           IF WS-MA-KEY > 0
               IF WS-MA-KEY-HAVE(WS-MA-KEY) = 0
                   MOVE "NOKEY" TO WS-MA-CODE
                   MOVE SPACES TO WS-MA-DESC
                   STRING WS-MA-KEY-NAME(WS-MA-KEY)
                           DELIMITED BY SPACE
                       " DOOR (SPECIAL " DELIMITED BY SIZE
                       WS-MA-SPECIAL DELIMITED BY SIZE
                       ") BUT NO " DELIMITED BY SIZE
                       WS-MA-KEY-NAME(WS-MA-KEY)
                           DELIMITED BY SPACE
                       " KEY IN THINGS" DELIMITED BY SIZE
                       INTO WS-MA-DESC
                   END-STRING
                   PERFORM MA-DEFECT
               END-IF
           END-IF

      *>   Generalized specials: the bits this engine can't honour
           IF WS-GL-CLASS > 0
               PERFORM GL-LIST-UNSUPPORTED
               IF WS-GL-UNSUP NOT = SPACES
                   MOVE "GENBITS" TO WS-MA-CODE
                   MOVE SPACES TO WS-MA-DESC
                   STRING WS-GL-CLASS-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-MA-SPECIAL DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-GL-UNSUP DELIMITED BY "  "
                       INTO WS-MA-DESC
                   END-STRING
                   PERFORM MA-DEFECT
               END-IF
           END-IF

      *>   Sidedef textures
           IF WS-MA-TEX-COUNT > 0
               IF WS-MA-RSIDE NOT = 65535
                   AND WS-MA-RSIDE < WS-SIDE-COUNT
                   MOVE WS-MA-RSIDE TO WS-MA-SIDE
                   MOVE "RIGHT" TO WS-MA-SIDE-LBL
                   PERFORM MA-CHECK-SIDE-TEX
               END-IF
               IF WS-MA-LSIDE NOT = 65535
                   AND WS-MA-LSIDE < WS-SIDE-COUNT
                   MOVE WS-MA-LSIDE TO WS-MA-SIDE
                   MOVE "LEFT" TO WS-MA-SIDE-LBL
                   PERFORM MA-CHECK-SIDE-TEX
               END-IF
           END-IF
           .

       MA-CHECK-TAG.
           MOVE 0 TO WS-MA-HIT
           PERFORM VARYING WS-MA-J FROM 1 BY 1
               UNTIL WS-MA-J > WS-MA-STAG-COUNT
               OR WS-MA-HIT = 1
               IF WS-MA-STAG(WS-MA-J) = WS-MA-TAG
                   MOVE 1 TO WS-MA-HIT
               END-IF
           END-PERFORM
           IF WS-MA-HIT = 0
               MOVE "TAGLESS" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING "SPECIAL " DELIMITED BY SIZE
                   WS-MA-SPECIAL DELIMITED BY SIZE
                   " TAG " DELIMITED BY SIZE
                   WS-MA-TAG DELIMITED BY SIZE
                   " - NO SECTOR CARRIES THE TAG" DELIMITED BY SIZE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
           END-IF
           .

       MA-CHECK-TELEPORT.
           IF WS-MA-TAG = 0
               MOVE "NOTELDST" TO WS-MA-CODE
               MOVE "TELEPORT LINE WITH NO TAG - NOWHERE TO LAND"
                   TO WS-MA-DESC
               PERFORM MA-DEFECT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MA-HIT
           PERFORM VARYING WS-MA-J FROM 1 BY 1
               UNTIL WS-MA-J > WS-MA-DEST-COUNT
               OR WS-MA-HIT = 1
               IF WS-MA-DEST-TAG(WS-MA-J) = WS-MA-TAG
                   MOVE 1 TO WS-MA-HIT
               END-IF
           END-PERFORM
           IF WS-MA-HIT = 0
               MOVE "NOTELDST" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING "TELEPORT TAG " DELIMITED BY SIZE
                   WS-MA-TAG DELIMITED BY SIZE
                   " - NO DESTINATION THING (TYPE 14) IN ITS SECTOR"
                       DELIMITED BY SIZE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
           END-IF
           .

      *> ============================================================
      *> MA-CHECK-EXIT-REACHED: Walk the exit line across the grid
      *> the way BUILD-MAP-GRID places it; reached when the flood
      *> touched any of its cells or a cell beside one (a switch
      *> exit is pressed from the next cell over).
      *> ============================================================
       MA-CHECK-EXIT-REACHED.
           IF WS-MA-V1 > WS-VERT-COUNT OR WS-MA-V2 > WS-VERT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MA-X0 =
               (WS-VTX-X(WS-MA-V1) - WS-MAP-MIN-X) / WS-MAP-SCALE + 2
           COMPUTE WS-MA-Y0 =
               (WS-VTX-Y(WS-MA-V1) - WS-MAP-MIN-Y) / WS-MAP-SCALE + 2
           COMPUTE WS-MA-X1 =
               (WS-VTX-X(WS-MA-V2) - WS-MAP-MIN-X) / WS-MAP-SCALE + 2
           COMPUTE WS-MA-Y1 =
               (WS-VTX-Y(WS-MA-V2) - WS-MAP-MIN-Y) / WS-MAP-SCALE + 2
           IF WS-MA-X0 < 2
               MOVE 2 TO WS-MA-X0
           END-IF
           IF WS-MA-X0 > 127
               MOVE 127 TO WS-MA-X0
           END-IF
           IF WS-MA-Y0 < 2
               MOVE 2 TO WS-MA-Y0
           END-IF
           IF WS-MA-Y0 > 127
               MOVE 127 TO WS-MA-Y0
           END-IF
           IF WS-MA-X1 < 2
               MOVE 2 TO WS-MA-X1
           END-IF
           IF WS-MA-X1 > 127
               MOVE 127 TO WS-MA-X1
           END-IF
           IF WS-MA-Y1 < 2
               MOVE 2 TO WS-MA-Y1
           END-IF
           IF WS-MA-Y1 > 127
               MOVE 127 TO WS-MA-Y1
           END-IF

           COMPUTE WS-MA-DX = WS-MA-X1 - WS-MA-X0
           COMPUTE WS-MA-DY = WS-MA-Y1 - WS-MA-Y0
           COMPUTE WS-MA-STEPS = FUNCTION MAX(
               FUNCTION ABS(WS-MA-DX) FUNCTION ABS(WS-MA-DY) 1)
           MOVE 0 TO WS-MA-HIT
           PERFORM VARYING WS-MA-K FROM 0 BY 1
               UNTIL WS-MA-K > WS-MA-STEPS OR WS-MA-HIT = 1
               COMPUTE WS-MA-C =
                   WS-MA-X0 + WS-MA-DX * WS-MA-K / WS-MA-STEPS
               COMPUTE WS-MA-R =
                   WS-MA-Y0 + WS-MA-DY * WS-MA-K / WS-MA-STEPS
               IF WS-MA-SEEN(WS-MA-R, WS-MA-C) = 1
                   OR WS-MA-SEEN(WS-MA-R - 1, WS-MA-C) = 1
                   OR WS-MA-SEEN(WS-MA-R + 1, WS-MA-C) = 1
                   OR WS-MA-SEEN(WS-MA-R, WS-MA-C - 1) = 1
                   OR WS-MA-SEEN(WS-MA-R, WS-MA-C + 1) = 1
                   MOVE 1 TO WS-MA-HIT
               END-IF
           END-PERFORM
           IF WS-MA-HIT = 0
               MOVE "EXITUNRC" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING "EXIT (SPECIAL " DELIMITED BY SIZE
                   WS-MA-SPECIAL DELIMITED BY SIZE
                   ") CAN'T BE REACHED FROM THE PLAYER 1 START"
                       DELIMITED BY SIZE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
           END-IF
           .

      *> ============================================================
      *> MA-CHECK-SIDE-TEX: Upper (+4), lower (+12) and middle (+20)
      *> of sidedef WS-MA-SIDE; "-" is no texture.
      *> ============================================================
       MA-CHECK-SIDE-TEX.
           MOVE "UPPER" TO WS-MA-PART
           MOVE 4 TO WS-MA-PART-OFF
           PERFORM MA-CHECK-TEX-SLOT
           MOVE "LOWER" TO WS-MA-PART
           MOVE 12 TO WS-MA-PART-OFF
           PERFORM MA-CHECK-TEX-SLOT
           MOVE "MIDDLE" TO WS-MA-PART
           MOVE 20 TO WS-MA-PART-OFF
           PERFORM MA-CHECK-TEX-SLOT
           .

       MA-CHECK-TEX-SLOT.
           COMPUTE WS-MA-OFF = WS-MA-SIDE * 30 + 1 + WS-MA-PART-OFF
           MOVE WS-SIDE-BUF(WS-MA-OFF:8) TO WS-MA-TEX
           INSPECT WS-MA-TEX REPLACING ALL X"00" BY SPACE
           MOVE FUNCTION UPPER-CASE(WS-MA-TEX) TO WS-MA-TEX
           IF WS-MA-TEX = "-" OR WS-MA-TEX = SPACES
               EXIT PARAGRAPH
           END-IF

      *>   This map's earlier answer for the name, else the table
           MOVE 2 TO WS-MA-HIT
           PERFORM VARYING WS-MA-J FROM 1 BY 1
               UNTIL WS-MA-J > WS-MA-TC-COUNT OR WS-MA-HIT < 2
               IF WS-MA-TC-NAME(WS-MA-J) = WS-MA-TEX
                   MOVE WS-MA-TC-OK(WS-MA-J) TO WS-MA-HIT
               END-IF
           END-PERFORM
           IF WS-MA-HIT = 2
               MOVE 0 TO WS-MA-HIT
               PERFORM VARYING WS-MA-J FROM 1 BY 1
                   UNTIL WS-MA-J > WS-MA-TEX-COUNT OR WS-MA-HIT = 1
                   IF WS-MA-TEX-NAME(WS-MA-J) = WS-MA-TEX
                       MOVE 1 TO WS-MA-HIT
                   END-IF
               END-PERFORM
               IF WS-MA-TC-COUNT < 400
                   ADD 1 TO WS-MA-TC-COUNT
                   MOVE WS-MA-TEX TO WS-MA-TC-NAME(WS-MA-TC-COUNT)
                   MOVE WS-MA-HIT TO WS-MA-TC-OK(WS-MA-TC-COUNT)
               END-IF
           END-IF

           IF WS-MA-HIT = 0
               MOVE "MISSTEX" TO WS-MA-CODE
               MOVE SPACES TO WS-MA-DESC
               STRING WS-MA-SIDE-LBL DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-MA-PART DELIMITED BY SPACE
                   " TEXTURE " DELIMITED BY SIZE
                   WS-MA-TEX DELIMITED BY SPACE
                   " IS NOT IN TEXTURE1/TEXTURE2" DELIMITED BY SIZE
                   INTO WS-MA-DESC
               END-STRING
               PERFORM MA-DEFECT
           END-IF
           .

      *> ============================================================
      *> MA-DEFECT: One report line -- map, item and number, code,
      *> description. WAD- and map-wide defects leave the number
      *> blank.
      *> ============================================================
       MA-DEFECT.
           MOVE SPACES TO WS-MA-LINE
           MOVE WS-MA-MAP TO WS-MA-LINE(1:8)
           MOVE WS-MA-ITEM TO WS-MA-LINE(10:8)
           IF WS-MA-ITEM NOT = "MAP" AND WS-MA-ITEM NOT = "WAD"
               MOVE WS-MA-ITEM-NO TO WS-MA-LINE(19:5)
           END-IF
           MOVE WS-MA-CODE TO WS-MA-LINE(26:8)
           MOVE WS-MA-DESC TO WS-MA-LINE(35:66)
           PERFORM MA-REPORT-LINE
           ADD 1 TO WS-MA-MAP-BAD
           ADD 1 TO WS-MA-BAD
           .

       MA-REPORT-LINE.
           MOVE WS-MA-LINE TO MAUDRPT-RECORD
           WRITE MAUDRPT-RECORD
           DISPLAY WS-MA-LINE
           .
