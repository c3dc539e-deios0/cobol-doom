      *> ============================================================
      *> pwadrpt-proc.cpy -- Patch WAD override and conflict report
      *> RUN-PWAD-REPORT:      DOOM_PWAD_REPORT=1 startup path --
      *>                       list the patch's lumps, then its risks
      *> PW-OPEN-WAD:          header check, directory and merge
      *> PW-LIST-LUMP:         one patch lump -- replaces, new, or
      *>                       part of a patch map
      *> PW-CHECK-MAP-LUMPS:   a patch map's sub-lumps, in order
      *> PW-CHECK-TEXTURES:    base textures the merged TEXTUREx
      *>                       lose that base maps still use
      *> PW-SCAN-BASE-MAP:     count a base map's uses of them
      *> PW-CHECK-PNAMES:      PNAMES size on each side
      *> PW-RISK:              write one risk
      *> PW-REPORT-LINE:       one line to pwad.rpt and the console
      *> ============================================================

      *> ============================================================
      *> RUN-PWAD-REPORT: Nothing is played. The merge is the one
      *> the game does (READ-WAD-DIRECTORY / MERGE-PATCH-WAD), so
      *> what's listed as shadowing is exactly what FIND-LUMP will
      *> hand the engine.
      *> ============================================================
       RUN-PWAD-REPORT.
           MOVE SPACES TO WS-PW-WAD-NAME
           ACCEPT WS-PW-WAD-NAME FROM ENVIRONMENT "DOOM_WAD"
           IF WS-PW-WAD-NAME = SPACES
               MOVE "freedoom2.wad" TO WS-PW-WAD-NAME
           END-IF
           MOVE SPACES TO WS-PW-PWAD-NAME
           ACCEPT WS-PW-PWAD-NAME FROM ENVIRONMENT "DOOM_PWAD"

           OPEN OUTPUT PWADRPT-FILE
           IF WS-PW-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-PW-RPT-FILENAME
                   ", status=" WS-PW-RPT-STATUS
               MOVE 8 TO WS-PW-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PW-LINE
           STRING "=== Patch WAD report: " DELIMITED BY SIZE
               WS-PW-PWAD-NAME DELIMITED BY SPACE
               " over " DELIMITED BY SIZE
               WS-PW-WAD-NAME DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO WS-PW-LINE
           END-STRING
           PERFORM PW-REPORT-LINE
           IF WS-PW-PWAD-NAME = SPACES
               MOVE "DOOM_PWAD names no patch WAD - nothing to report"
                   TO WS-PW-LINE
               PERFORM PW-REPORT-LINE
               CLOSE PWADRPT-FILE
               MOVE 8 TO WS-PW-WORST
               EXIT PARAGRAPH
           END-IF

           PERFORM PW-OPEN-WAD
           IF WS-PW-FIRST = 0
               CLOSE PWADRPT-FILE
               MOVE 8 TO WS-PW-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PW-LINE
           MOVE "no." TO WS-PW-LINE(3:3)
           MOVE "lump" TO WS-PW-LINE(7:4)
           MOVE "size" TO WS-PW-LINE(21:4)
           MOVE "action" TO WS-PW-LINE(26:6)
           MOVE "base size" TO WS-PW-LINE(35:9)
           MOVE "note" TO WS-PW-LINE(45:4)
           PERFORM PW-REPORT-LINE
           MOVE SPACES TO WS-PW-MAP
           MOVE 0 TO WS-PW-K
           PERFORM VARYING WS-PW-IDX FROM WS-PW-FIRST BY 1
               UNTIL WS-PW-IDX > WS-WAD-LUMP-COUNT
               PERFORM PW-LIST-LUMP
           END-PERFORM

           MOVE "--- Risks ---" TO WS-PW-LINE
           PERFORM PW-REPORT-LINE
           IF WS-W2-I <= WS-W2-NUMLUMPS
               MOVE "DIRFULL" TO WS-PW-CODE
               MOVE SPACES TO WS-PW-LUMP
               MOVE SPACES TO WS-PW-DESC
               STRING "LUMP DIRECTORY FULL (" DELIMITED BY SIZE
                   WS-WAD-LUMP-MAX DELIMITED BY SIZE
                   ") - PATCH ENTRIES " DELIMITED BY SIZE
                   "FROM " DELIMITED BY SIZE
                   WS-W2-I DELIMITED BY SIZE
                   " ON ARE NEVER SEEN" DELIMITED BY SIZE
                   INTO WS-PW-DESC
               END-STRING
               PERFORM PW-RISK
           END-IF
           PERFORM VARYING WS-PW-IDX FROM WS-PW-FIRST BY 1
               UNTIL WS-PW-IDX > WS-WAD-LUMP-COUNT
               PERFORM PW-MAP-NAME-CHECK
               IF WS-PW-IS-MAP = 1
                   PERFORM PW-CHECK-MAP-LUMPS
               END-IF
               IF WL-NAME(WS-PW-IDX) = "PLAYPAL"
                   MOVE "PALETTE" TO WS-PW-CODE
                   MOVE "PLAYPAL" TO WS-PW-LUMP
                   MOVE
                       "PALETTE REPLACED - ALL BASE GRAPHICS RECOLOURED"
                       TO WS-PW-DESC
                   PERFORM PW-RISK
               END-IF
               IF WL-NAME(WS-PW-IDX) = "COLORMAP"
                   MOVE "COLORMAP" TO WS-PW-CODE
                   MOVE "COLORMAP" TO WS-PW-LUMP
                   MOVE
                       "LIGHT COLORMAP REPLACED - ALL SHADING CHANGES"
                       TO WS-PW-DESC
                   PERFORM PW-RISK
               END-IF
           END-PERFORM
           PERFORM PW-CHECK-TEXTURES
           PERFORM PW-CHECK-PNAMES
           CALL "wad_close"

           MOVE SPACES TO WS-PW-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-PW-LUMPS DELIMITED BY SIZE
               " patch lumps: " DELIMITED BY SIZE
               WS-PW-REPLACED DELIMITED BY SIZE
               " replace, " DELIMITED BY SIZE
               WS-PW-NEW DELIMITED BY SIZE
               " new, " DELIMITED BY SIZE
               WS-PW-MAPDATA DELIMITED BY SIZE
               " map data; " DELIMITED BY SIZE
               WS-PW-RISKS DELIMITED BY SIZE
               " risks ===" DELIMITED BY SIZE
               INTO WS-PW-LINE
           END-STRING
           PERFORM PW-REPORT-LINE
           CLOSE PWADRPT-FILE
           DISPLAY "Patch WAD report written to " WS-PW-RPT-FILENAME

           IF WS-PW-RISKS > 0
               MOVE 4 TO WS-PW-WORST
           END-IF
           .

      *> ============================================================
      *> PW-OPEN-WAD: OPEN-WAD's checks without its STOP RUN, then
      *> the game's own directory read and merge. Leaves the first
      *> patch entry in WS-PW-FIRST, 0 when there's nothing merged.
      *> ============================================================
       PW-OPEN-WAD.
           MOVE 0 TO WS-PW-FIRST
           MOVE SPACES TO WS-WAD-FILENAME
           STRING WS-PW-WAD-NAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-WAD-FILENAME
           END-STRING
           CALL "wad_open" USING WS-WAD-FILENAME
               RETURNING WS-WAD-RC
           IF WS-WAD-RC NOT = 0
               MOVE SPACES TO WS-PW-LINE
               STRING "Cannot open base WAD " DELIMITED BY SIZE
                   WS-PW-WAD-NAME DELIMITED BY SPACE
                   INTO WS-PW-LINE
               END-STRING
               PERFORM PW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WAD-OFFSET
           MOVE 12 TO WS-WAD-RD-SIZE
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-WAD-HDR-BUF
           IF WH-NUM-LUMPS <= 0 OR WH-NUM-LUMPS > WS-WAD-LUMP-MAX
               OR WH-DIR-OFFSET <= 0
               MOVE SPACES TO WS-PW-LINE
               STRING WS-PW-WAD-NAME DELIMITED BY SPACE
                   " has an invalid or truncated header"
                       DELIMITED BY SIZE
                   INTO WS-PW-LINE
               END-STRING
               PERFORM PW-REPORT-LINE
               CALL "wad_close"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WAD-CUR-SRC
           PERFORM READ-WAD-DIRECTORY
           IF WS-WAD2-FILENAME = SPACES
               MOVE SPACES TO WS-PW-LINE
               STRING "Cannot merge " DELIMITED BY SIZE
                   WS-PW-PWAD-NAME DELIMITED BY SPACE
                   " - missing, or an invalid header"
                       DELIMITED BY SIZE
                   INTO WS-PW-LINE
               END-STRING
               PERFORM PW-REPORT-LINE
               CALL "wad_close"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PW-I FROM 1 BY 1
               UNTIL WS-PW-I > WS-WAD-LUMP-COUNT
               OR WS-PW-FIRST > 0
               IF WL-SOURCE(WS-PW-I) = 2
                   MOVE WS-PW-I TO WS-PW-FIRST
               END-IF
           END-PERFORM
           IF WS-PW-FIRST = 0
               MOVE "Patch WAD has an empty directory"
                   TO WS-PW-LINE
               PERFORM PW-REPORT-LINE
               CALL "wad_close"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PW-BASE-COUNT = WS-PW-FIRST - 1
           .

      *> ============================================================
      *> PW-LIST-LUMP: Entry WS-PW-IDX, numbered from 0 in the
      *> patch's own directory as WAD tools show it. A map's sub-
      *> lumps share their names with every other map's, so they
      *> are listed as that map's data rather than as replacements.
      *> ============================================================
       PW-LIST-LUMP.
           ADD 1 TO WS-PW-LUMPS
           COMPUTE WS-PW-NO = WS-PW-IDX - WS-PW-FIRST
           MOVE SPACES TO WS-PW-NOTE
           MOVE 0 TO WS-PW-BASE-IDX
           PERFORM PW-MAP-NAME-CHECK
           IF WS-PW-IS-MAP = 1
               MOVE WL-NAME(WS-PW-IDX) TO WS-PW-MAP
               MOVE WS-PW-IDX TO WS-PW-K
           END-IF

           MOVE 0 TO WS-PW-HIT
           IF WS-PW-IS-MAP = 0 AND WS-PW-K > 0
               AND WS-PW-IDX - WS-PW-K <= 10
               PERFORM VARYING WS-PW-J FROM 1 BY 1
                   UNTIL WS-PW-J > 10 OR WS-PW-HIT = 1
                   IF WL-NAME(WS-PW-IDX) = WS-PW-SUB-NAME(WS-PW-J)
                       MOVE 1 TO WS-PW-HIT
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PW-HIT = 1
               MOVE "MAPDATA" TO WS-PW-ACTION
               ADD 1 TO WS-PW-MAPDATA
               STRING "part of " DELIMITED BY SIZE
                   WS-PW-MAP DELIMITED BY SPACE
                   INTO WS-PW-NOTE
               END-STRING
           ELSE
               PERFORM VARYING WS-PW-J FROM WS-PW-BASE-COUNT BY -1
                   UNTIL WS-PW-J < 1 OR WS-PW-BASE-IDX > 0
                   IF WL-NAME(WS-PW-J) = WL-NAME(WS-PW-IDX)
                       MOVE WS-PW-J TO WS-PW-BASE-IDX
                   END-IF
               END-PERFORM
               IF WS-PW-BASE-IDX > 0
                   MOVE "REPLACES" TO WS-PW-ACTION
                   ADD 1 TO WS-PW-REPLACED
                   IF WS-PW-IS-MAP = 1
                       MOVE "map - the base's is no longer played"
                           TO WS-PW-NOTE
                   END-IF
               ELSE
                   MOVE "NEW" TO WS-PW-ACTION
                   ADD 1 TO WS-PW-NEW
                   IF WS-PW-IS-MAP = 1
                       MOVE "map" TO WS-PW-NOTE
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-PW-LINE
           MOVE WS-PW-NO TO WS-PW-LINE(1:5)
           MOVE WL-NAME(WS-PW-IDX) TO WS-PW-LINE(7:8)
           MOVE WL-SIZE(WS-PW-IDX) TO WS-PW-SIZE-ED
           MOVE WS-PW-SIZE-ED TO WS-PW-LINE(16:9)
           MOVE WS-PW-ACTION TO WS-PW-LINE(26:8)
           IF WS-PW-BASE-IDX > 0
               MOVE WL-SIZE(WS-PW-BASE-IDX) TO WS-PW-SIZE-ED
               MOVE WS-PW-SIZE-ED TO WS-PW-LINE(35:9)
           END-IF
           MOVE WS-PW-NOTE TO WS-PW-LINE(45:56)
           PERFORM PW-REPORT-LINE
           .

      *>   Is entry WS-PW-IDX a MAPxx or ExMy marker? (LIST-MAP-
      *>   LUMPS' test.) Sets WS-PW-IS-MAP.
       PW-MAP-NAME-CHECK.
           MOVE 0 TO WS-PW-IS-MAP
           IF (WL-NAME(WS-PW-IDX)(1:3) = "MAP"
                   AND WL-NAME(WS-PW-IDX)(4:2) IS NUMERIC
                   AND WL-NAME(WS-PW-IDX)(6:3) = SPACES)
               OR (WL-NAME(WS-PW-IDX)(1:1) = "E"
                   AND WL-NAME(WS-PW-IDX)(2:1) >= "1"
                   AND WL-NAME(WS-PW-IDX)(2:1) <= "9"
                   AND WL-NAME(WS-PW-IDX)(3:1) = "M"
                   AND WL-NAME(WS-PW-IDX)(4:1) >= "1"
                   AND WL-NAME(WS-PW-IDX)(4:1) <= "9"
                   AND WL-NAME(WS-PW-IDX)(5:4) = SPACES)
               MOVE 1 TO WS-PW-IS-MAP
           END-IF
           .

      *> ============================================================
      *> PW-CHECK-MAP-LUMPS: LOAD-MAP reads each sub-lump at a
      *> fixed distance from the marker, so a missing one shifts
      *> every lump after it -- anything not where it belongs is
      *> named.
      *> ============================================================
       PW-CHECK-MAP-LUMPS.
           MOVE SPACES TO WS-PW-MISSING
           MOVE 1 TO WS-PW-MISS-PTR
           PERFORM VARYING WS-PW-J FROM 1 BY 1 UNTIL WS-PW-J > 10
               COMPUTE WS-PW-I = WS-PW-IDX + WS-PW-J
               IF WS-PW-I > WS-WAD-LUMP-COUNT
                   STRING WS-PW-SUB-NAME(WS-PW-J) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-PW-MISSING
                       WITH POINTER WS-PW-MISS-PTR
                   END-STRING
               ELSE
                   IF WL-NAME(WS-PW-I) NOT = WS-PW-SUB-NAME(WS-PW-J)
                       STRING WS-PW-SUB-NAME(WS-PW-J)
                               DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-PW-MISSING
                           WITH POINTER WS-PW-MISS-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PW-MISSING NOT = SPACES
               MOVE "MAPLUMPS" TO WS-PW-CODE
               MOVE WL-NAME(WS-PW-IDX) TO WS-PW-LUMP
               MOVE SPACES TO WS-PW-DESC
               STRING "MISSING OR OUT OF ORDER: " DELIMITED BY SIZE
                   WS-PW-MISSING DELIMITED BY SIZE
                   INTO WS-PW-DESC
               END-STRING
               PERFORM PW-RISK
           END-IF
           .

      *> ============================================================
      *> PW-CHECK-TEXTURES: Only when the patch carries its own
      *> TEXTURE1 or TEXTURE2. Base names the merged pair doesn't
      *> define are looked for on the sidedefs of every base map
      *> the patch leaves in play; each one still used is a wall
      *> the engine can no longer draw.
      *> ============================================================
       PW-CHECK-TEXTURES.
           MOVE 0 TO WS-PW-TEX-CHANGED
           PERFORM VARYING WS-PW-I FROM WS-PW-FIRST BY 1
               UNTIL WS-PW-I > WS-WAD-LUMP-COUNT
               IF WL-NAME(WS-PW-I) = "TEXTURE1"
                   OR WL-NAME(WS-PW-I) = "TEXTURE2"
                   MOVE 1 TO WS-PW-TEX-CHANGED
               END-IF
           END-PERFORM
           IF WS-PW-TEX-CHANGED = 0
               EXIT PARAGRAPH
           END-IF

      *>   The base's own pair...
           MOVE 0 TO WS-PW-BASE-TEX-COUNT
           MOVE 1 TO WS-PW-TEX-TARGET
           MOVE "TEXTURE1" TO WS-PW-TEX
           PERFORM PW-FIND-BASE-LUMP
           PERFORM PW-INDEX-TEXTURES
           MOVE "TEXTURE2" TO WS-PW-TEX
           PERFORM PW-FIND-BASE-LUMP
           PERFORM PW-INDEX-TEXTURES
      *>   ...and the pair FIND-LUMP resolves once merged
           MOVE 0 TO WS-PW-EFF-TEX-COUNT
           MOVE 2 TO WS-PW-TEX-TARGET
           MOVE "TEXTURE1" TO WS-FIND-NAME
           PERFORM FIND-LUMP
           MOVE 0 TO WS-PW-BASE-IDX
           IF WS-FOUND = 1
               MOVE WS-FIND-IDX TO WS-PW-BASE-IDX
           END-IF
           PERFORM PW-INDEX-TEXTURES
           MOVE "TEXTURE2" TO WS-FIND-NAME
           PERFORM FIND-LUMP
           MOVE 0 TO WS-PW-BASE-IDX
           IF WS-FOUND = 1
               MOVE WS-FIND-IDX TO WS-PW-BASE-IDX
           END-IF
           PERFORM PW-INDEX-TEXTURES

           MOVE 0 TO WS-PW-DROP-COUNT
           MOVE 0 TO WS-PW-DROP-MORE
           PERFORM VARYING WS-PW-I FROM 1 BY 1
               UNTIL WS-PW-I > WS-PW-BASE-TEX-COUNT
               MOVE 0 TO WS-PW-HIT
               PERFORM VARYING WS-PW-J FROM 1 BY 1
                   UNTIL WS-PW-J > WS-PW-EFF-TEX-COUNT
                   OR WS-PW-HIT = 1
                   IF WS-PW-EFF-TEX(WS-PW-J) = WS-PW-BASE-TEX(WS-PW-I)
                       MOVE 1 TO WS-PW-HIT
                   END-IF
               END-PERFORM
               IF WS-PW-HIT = 0
                   IF WS-PW-DROP-COUNT < 500
                       ADD 1 TO WS-PW-DROP-COUNT
                       MOVE WS-PW-BASE-TEX(WS-PW-I)
                           TO WS-PW-DROP-NAME(WS-PW-DROP-COUNT)
                       MOVE SPACES
                           TO WS-PW-DROP-MAP(WS-PW-DROP-COUNT)
                       MOVE 0 TO WS-PW-DROP-USES(WS-PW-DROP-COUNT)
                   ELSE
                       ADD 1 TO WS-PW-DROP-MORE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PW-DROP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PW-IDX FROM 1 BY 1
               UNTIL WS-PW-IDX > WS-PW-BASE-COUNT
               PERFORM PW-MAP-NAME-CHECK
               IF WS-PW-IS-MAP = 1
                   PERFORM PW-SCAN-BASE-MAP
               END-IF
           END-PERFORM

           MOVE 0 TO WS-PW-K
           PERFORM VARYING WS-PW-I FROM 1 BY 1
               UNTIL WS-PW-I > WS-PW-DROP-COUNT
               IF WS-PW-DROP-USES(WS-PW-I) > 0
                   MOVE "DROPTEX" TO WS-PW-CODE
                   MOVE WS-PW-DROP-NAME(WS-PW-I) TO WS-PW-LUMP
                   MOVE SPACES TO WS-PW-DESC
                   STRING "NOT IN THE PATCH'S TEXTUREx - STILL ON "
                           DELIMITED BY SIZE
                       WS-PW-DROP-USES(WS-PW-I) DELIMITED BY SIZE
                       " BASE SIDEDEF SLOTS, FIRST IN "
                           DELIMITED BY SIZE
                       WS-PW-DROP-MAP(WS-PW-I) DELIMITED BY SPACE
                       INTO WS-PW-DESC
                   END-STRING
                   PERFORM PW-RISK
               ELSE
                   ADD 1 TO WS-PW-K
               END-IF
           END-PERFORM
           IF WS-PW-K > 0
               MOVE SPACES TO WS-PW-LINE
               STRING WS-PW-K DELIMITED BY SIZE
                   " more base textures dropped, none used by a base "
                       DELIMITED BY SIZE
                   "map" DELIMITED BY SIZE
                   INTO WS-PW-LINE
               END-STRING
               PERFORM PW-REPORT-LINE
           END-IF
           IF WS-PW-DROP-MORE > 0
               MOVE SPACES TO WS-PW-LINE
               STRING WS-PW-DROP-MORE DELIMITED BY SIZE
                   " more dropped past the first 500 - not checked"
                       DELIMITED BY SIZE
                   INTO WS-PW-LINE
               END-STRING
               PERFORM PW-REPORT-LINE
           END-IF
           .

      *>   Last base entry named WS-PW-TEX into WS-PW-BASE-IDX, 0 if
      *>   the base has none
       PW-FIND-BASE-LUMP.
           MOVE 0 TO WS-PW-BASE-IDX
           PERFORM VARYING WS-PW-J FROM WS-PW-BASE-COUNT BY -1
               UNTIL WS-PW-J < 1 OR WS-PW-BASE-IDX > 0
               IF WL-NAME(WS-PW-J) = WS-PW-TEX
                   MOVE WS-PW-J TO WS-PW-BASE-IDX
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> PW-INDEX-TEXTURES: Every name TEXTUREx entry WS-PW-BASE-IDX
      *> defines, onto the list WS-PW-TEX-TARGET picks. Read from
      *> whichever file holds it; names past the first 64K of the
      *> lump aren't reached.
      *> ============================================================
       PW-INDEX-TEXTURES.
           IF WS-PW-BASE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WL-SOURCE(WS-PW-BASE-IDX) TO WS-WAD-NEED-SRC
           PERFORM WAD-ENSURE-SOURCE
           MOVE WL-OFFSET(WS-PW-BASE-IDX) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-PW-BASE-IDX) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 65536
               MOVE 65536 TO WS-WAD-RD-SIZE
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-LUMP-BUF
           MOVE 0 TO WS-TXL-IN-BUF
           MOVE WS-LUMP-BUF(1:4) TO WS-BIN-BUF4
           IF WS-BIN-INT32 < 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIN-INT32 TO WS-PW-TEX-DEFS

           PERFORM VARYING WS-PW-I FROM 1 BY 1
               UNTIL WS-PW-I > WS-PW-TEX-DEFS
               COMPUTE WS-PW-OFF = (WS-PW-I - 1) * 4 + 5
               IF WS-PW-OFF > 65533
                   EXIT PERFORM
               END-IF
               MOVE WS-LUMP-BUF(WS-PW-OFF:4) TO WS-BIN-BUF4
               IF WS-BIN-INT32 >= 0 AND WS-BIN-INT32 <= 65527
                   COMPUTE WS-PW-OFF = WS-BIN-INT32 + 1
                   MOVE WS-LUMP-BUF(WS-PW-OFF:8) TO WS-PW-TEX
                   INSPECT WS-PW-TEX REPLACING ALL X"00" BY SPACE
                   MOVE FUNCTION UPPER-CASE(WS-PW-TEX) TO WS-PW-TEX
                   IF WS-PW-TEX-TARGET = 1
                       IF WS-PW-BASE-TEX-COUNT < 3000
                           ADD 1 TO WS-PW-BASE-TEX-COUNT
                           MOVE WS-PW-TEX
                               TO WS-PW-BASE-TEX(WS-PW-BASE-TEX-COUNT)
                       END-IF
                   ELSE
                       IF WS-PW-EFF-TEX-COUNT < 3000
                           ADD 1 TO WS-PW-EFF-TEX-COUNT
                           MOVE WS-PW-TEX
                               TO WS-PW-EFF-TEX(WS-PW-EFF-TEX-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> PW-SCAN-BASE-MAP: Base marker WS-PW-IDX. Skipped when the
      *> patch brings its own map of that name (the base's is never
      *> played) or the SIDEDEFS aren't where LOAD-MAP looks. The
      *> lump is read 2184 sidedefs at a time.
      *> ============================================================
       PW-SCAN-BASE-MAP.
           MOVE 0 TO WS-PW-HIT
           PERFORM VARYING WS-PW-J FROM WS-PW-FIRST BY 1
               UNTIL WS-PW-J > WS-WAD-LUMP-COUNT OR WS-PW-HIT = 1
               IF WL-NAME(WS-PW-J) = WL-NAME(WS-PW-IDX)
                   MOVE 1 TO WS-PW-HIT
               END-IF
           END-PERFORM
           IF WS-PW-HIT = 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PW-K = WS-PW-IDX + 3
           IF WS-PW-K > WS-PW-BASE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WL-NAME(WS-PW-K) NOT = "SIDEDEFS"
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-WAD-NEED-SRC
           PERFORM WAD-ENSURE-SOURCE
           MOVE WL-OFFSET(WS-PW-K) TO WS-PW-SIDE-OFF
           MOVE WL-SIZE(WS-PW-K) TO WS-PW-SIDE-LEFT
           PERFORM UNTIL WS-PW-SIDE-LEFT < 30
               MOVE WS-PW-SIDE-OFF TO WS-WAD-OFFSET
               IF WS-PW-SIDE-LEFT > 65520
                   MOVE 65520 TO WS-WAD-RD-SIZE
               ELSE
                   MOVE WS-PW-SIDE-LEFT TO WS-WAD-RD-SIZE
               END-IF
               CALL "wad_read" USING WS-WAD-OFFSET
                                     WS-WAD-RD-SIZE
                                     WS-LUMP-BUF
               COMPUTE WS-PW-SIDES = WS-WAD-RD-SIZE / 30
               PERFORM VARYING WS-PW-I FROM 1 BY 1
                   UNTIL WS-PW-I > WS-PW-SIDES
      *>           Upper, lower and middle names at +4, +12, +20
                   PERFORM VARYING WS-PW-OFF FROM 5 BY 8
                       UNTIL WS-PW-OFF > 21
                       COMPUTE WS-PW-J =
                           (WS-PW-I - 1) * 30 + WS-PW-OFF
                       MOVE WS-LUMP-BUF(WS-PW-J:8) TO WS-PW-TEX
                       INSPECT WS-PW-TEX
                           REPLACING ALL X"00" BY SPACE
                       MOVE FUNCTION UPPER-CASE(WS-PW-TEX)
                           TO WS-PW-TEX
                       IF WS-PW-TEX NOT = "-" AND WS-PW-TEX NOT = SPACES
                           PERFORM PW-COUNT-DROPPED-USE
                       END-IF
                   END-PERFORM
               END-PERFORM
               COMPUTE WS-PW-J = WS-PW-SIDES * 30
               ADD WS-PW-J TO WS-PW-SIDE-OFF
               SUBTRACT WS-PW-J FROM WS-PW-SIDE-LEFT
           END-PERFORM
           .

       PW-COUNT-DROPPED-USE.
           PERFORM VARYING WS-PW-J FROM 1 BY 1
               UNTIL WS-PW-J > WS-PW-DROP-COUNT
               IF WS-PW-DROP-NAME(WS-PW-J) = WS-PW-TEX
                   ADD 1 TO WS-PW-DROP-USES(WS-PW-J)
                   IF WS-PW-DROP-MAP(WS-PW-J) = SPACES
                       MOVE WL-NAME(WS-PW-IDX)
                           TO WS-PW-DROP-MAP(WS-PW-J)
                   END-IF
                   MOVE WS-PW-DROP-COUNT TO WS-PW-J
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> PW-CHECK-PNAMES: TEXTUREx patches are PNAMES indexes, so a
      *> PNAMES of another size renumbers every base texture's
      *> patches unless the patch's TEXTUREx came with it.
      *> ============================================================
       PW-CHECK-PNAMES.
           MOVE 0 TO WS-PW-IDX
           PERFORM VARYING WS-PW-I FROM WS-PW-FIRST BY 1
               UNTIL WS-PW-I > WS-WAD-LUMP-COUNT
               IF WL-NAME(WS-PW-I) = "PNAMES"
                   MOVE WS-PW-I TO WS-PW-IDX
               END-IF
           END-PERFORM
           MOVE "PNAMES" TO WS-PW-TEX
           PERFORM PW-FIND-BASE-LUMP
           IF WS-PW-IDX = 0 OR WS-PW-BASE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WL-SIZE(WS-PW-IDX) = WL-SIZE(WS-PW-BASE-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE 4 TO WS-WAD-RD-SIZE
           MOVE 1 TO WS-WAD-NEED-SRC
           PERFORM WAD-ENSURE-SOURCE
           MOVE WL-OFFSET(WS-PW-BASE-IDX) TO WS-WAD-OFFSET
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-BIN-BUF4
           MOVE 0 TO WS-PW-PN-BASE
           IF WS-BIN-INT32 > 0
               MOVE WS-BIN-INT32 TO WS-PW-PN-BASE
           END-IF
           MOVE 2 TO WS-WAD-NEED-SRC
           PERFORM WAD-ENSURE-SOURCE
           MOVE WL-OFFSET(WS-PW-IDX) TO WS-WAD-OFFSET
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-BIN-BUF4
           MOVE 0 TO WS-PW-PN-PATCH
           IF WS-BIN-INT32 > 0
               MOVE WS-BIN-INT32 TO WS-PW-PN-PATCH
           END-IF

           MOVE "PNAMES" TO WS-PW-CODE
           MOVE "PNAMES" TO WS-PW-LUMP
           MOVE SPACES TO WS-PW-DESC
           STRING "SIZE CHANGED - BASE LISTS " DELIMITED BY SIZE
               WS-PW-PN-BASE DELIMITED BY SIZE
               " PATCH NAMES, THE PATCH " DELIMITED BY SIZE
               WS-PW-PN-PATCH DELIMITED BY SIZE
               INTO WS-PW-DESC
           END-STRING
           IF WS-PW-TEX-CHANGED = 0
               MOVE " - BASE TEXTURES RENUMBERED" TO WS-PW-DESC(56:27)
           END-IF
           PERFORM PW-RISK
           .

      *> ============================================================
      *> PW-RISK: One line under "Risks" -- code, lump, what's
      *> wrong.
      *> ============================================================
       PW-RISK.
           MOVE SPACES TO WS-PW-LINE
           MOVE WS-PW-CODE TO WS-PW-LINE(1:8)
           MOVE WS-PW-LUMP TO WS-PW-LINE(10:8)
           MOVE WS-PW-DESC TO WS-PW-LINE(19:82)
           PERFORM PW-REPORT-LINE
           ADD 1 TO WS-PW-RISKS
           .

       PW-REPORT-LINE.
           MOVE WS-PW-LINE TO PWADRPT-RECORD
           WRITE PWADRPT-RECORD
           DISPLAY WS-PW-LINE
           .
