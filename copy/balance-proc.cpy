      *> ============================================================
      *> balance-proc.cpy -- Ammo / monster health balance report
      *> RUN-BALANCE:        DOOM_BALANCE=1 startup path -- every
      *>                    map in the WAD, one line per skill to
      *>                    balance.rpt
      *> BAL-OPEN-WAD:      header check, directory, DOOM_PWAD
      *> BAL-MAP:           read one map's THINGS and report it
      *> BAL-COUNT-AMMO:    rounds per pool the map's pickups give
      *> BAL-SKILL:         monster hit points one skill spawns,
      *>                    against the ammo's damage
      *> BAL-REPORT-LINE:   one line to balance.rpt and the console
      *>
      *> The damage side is an upper bound: every round placed is
      *> counted as picked up and on target, at the average roll.
      *> A ratio under 1.00 means that even so the map can't kill
      *> what it spawns on ammo alone -- the pistol's starting
      *> clip and the fist make up the rest, or the player doesn't.
      *> Pickups spawn on every skill (INIT-PICKUPS doesn't read
      *> the skill bits), so only the monster side varies.
      *> ============================================================

      *> ============================================================
      *> RUN-BALANCE: Nothing is played; the whole THINGS lump is
      *> read for each map, not just the part LOAD-THINGS keeps, so
      *> the figures are the level as built.
      *> ============================================================
       RUN-BALANCE.
           MOVE SPACES TO WS-BAL-WAD-NAME
           ACCEPT WS-BAL-WAD-NAME FROM ENVIRONMENT "DOOM_WAD"
           IF WS-BAL-WAD-NAME = SPACES
               MOVE "freedoom2.wad" TO WS-BAL-WAD-NAME
           END-IF
           MOVE SPACES TO WS-BAL-PWAD-NAME
           ACCEPT WS-BAL-PWAD-NAME FROM ENVIRONMENT "DOOM_PWAD"

           OPEN OUTPUT BALRPT-FILE
           IF WS-BAL-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-BAL-RPT-FILENAME
                   ", status=" WS-BAL-RPT-STATUS
               MOVE 8 TO WS-BAL-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BAL-LINE
           IF WS-BAL-PWAD-NAME = SPACES
               STRING "=== Ammo balance: " DELIMITED BY SIZE
                   WS-BAL-WAD-NAME DELIMITED BY SPACE
                   " ===" DELIMITED BY SIZE
                   INTO WS-BAL-LINE
               END-STRING
           ELSE
               STRING "=== Ammo balance: " DELIMITED BY SIZE
                   WS-BAL-PWAD-NAME DELIMITED BY SPACE
                   " over " DELIMITED BY SIZE
                   WS-BAL-WAD-NAME DELIMITED BY SPACE
                   " ===" DELIMITED BY SIZE
                   INTO WS-BAL-LINE
               END-STRING
           END-IF
           PERFORM BAL-REPORT-LINE
           MOVE SPACES TO WS-BAL-LINE
           STRING "Damage a round: bullet " DELIMITED BY SIZE
               WS-BAL-UNIT-DMG(1) DELIMITED BY SIZE
               ", shell " DELIMITED BY SIZE
               WS-BAL-UNIT-DMG(2) DELIMITED BY SIZE
               ", rocket " DELIMITED BY SIZE
               WS-BAL-UNIT-DMG(3) DELIMITED BY SIZE
               ", cell " DELIMITED BY SIZE
               WS-BAL-UNIT-DMG(4) DELIMITED BY SIZE
               INTO WS-BAL-LINE
           END-STRING
           PERFORM BAL-REPORT-LINE
           MOVE SPACES TO WS-BAL-LINE
           MOVE "map" TO WS-BAL-LINE(1:3)
           MOVE "skill" TO WS-BAL-LINE(10:5)
           MOVE "mons" TO WS-BAL-LINE(17:4)
           MOVE "mon-hp" TO WS-BAL-LINE(24:6)
           MOVE "bullets" TO WS-BAL-LINE(32:7)
           MOVE "shells" TO WS-BAL-LINE(42:6)
           MOVE "rockets" TO WS-BAL-LINE(50:7)
           MOVE "cells" TO WS-BAL-LINE(61:5)
           MOVE "ammo-dmg" TO WS-BAL-LINE(67:8)
           MOVE "ratio" TO WS-BAL-LINE(79:5)
           MOVE "verdict" TO WS-BAL-LINE(85:7)
           PERFORM BAL-REPORT-LINE

      *>   Health overrides, as the game would load them
           PERFORM LOAD-MONSTER-TUNING
           PERFORM BAL-OPEN-WAD
           IF WS-BAL-WAD-ON NOT = 1
               CLOSE BALRPT-FILE
               MOVE 8 TO WS-BAL-WORST
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-MAP-LUMPS
           PERFORM VARYING WS-BAL-M FROM 1 BY 1
               UNTIL WS-BAL-M > WS-MAP-CHOICE-COUNT
               MOVE WS-MAP-CHOICE(WS-BAL-M) TO WS-BAL-MAP
               PERFORM BAL-MAP
           END-PERFORM
           CALL "wad_close"

           IF WS-BAL-MAPS = 0
               MOVE "No map markers (MAPxx or ExMy) to report"
                   TO WS-BAL-LINE
               PERFORM BAL-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-BAL-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-BAL-MAPS DELIMITED BY SIZE
               " maps, " DELIMITED BY SIZE
               WS-BAL-SHORT DELIMITED BY SIZE
               " map/skill pairs short of ammo ===" DELIMITED BY SIZE
               INTO WS-BAL-LINE
           END-STRING
           PERFORM BAL-REPORT-LINE
           CLOSE BALRPT-FILE
           DISPLAY "Ammo balance written to " WS-BAL-RPT-FILENAME

           EVALUATE TRUE
               WHEN WS-BAL-MAPS = 0
                   MOVE 8 TO WS-BAL-WORST
               WHEN WS-BAL-SHORT > 0
                   MOVE 4 TO WS-BAL-WORST
           END-EVALUATE
           .

      *> ============================================================
      *> BAL-OPEN-WAD: OPEN-WAD's checks without its STOP RUN; a
      *> WAD that won't open is the report's one line.
      *> READ-WAD-DIRECTORY merges DOOM_PWAD itself.
      *> ============================================================
       BAL-OPEN-WAD.
           MOVE SPACES TO WS-WAD-FILENAME
           STRING WS-BAL-WAD-NAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-WAD-FILENAME
           END-STRING
           CALL "wad_open" USING WS-WAD-FILENAME
               RETURNING WS-WAD-RC
           IF WS-WAD-RC NOT = 0
               MOVE SPACES TO WS-BAL-LINE
               STRING "Cannot open " DELIMITED BY SIZE
                   WS-BAL-WAD-NAME DELIMITED BY SPACE
                   INTO WS-BAL-LINE
               END-STRING
               PERFORM BAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WAD-OFFSET
           MOVE 12 TO WS-WAD-RD-SIZE
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-WAD-HDR-BUF
           IF WH-NUM-LUMPS <= 0 OR WH-NUM-LUMPS > WS-WAD-LUMP-MAX
               OR WH-DIR-OFFSET <= 0
               MOVE SPACES TO WS-BAL-LINE
               STRING WS-BAL-WAD-NAME DELIMITED BY SPACE
                   " has an invalid or truncated header"
                       DELIMITED BY SIZE
                   INTO WS-BAL-LINE
               END-STRING
               PERFORM BAL-REPORT-LINE
               CALL "wad_close"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WAD-CUR-SRC
           PERFORM READ-WAD-DIRECTORY
           MOVE 1 TO WS-BAL-WAD-ON

           IF WS-BAL-PWAD-NAME NOT = SPACES
               IF WS-WAD2-FILENAME = SPACES
                   MOVE SPACES TO WS-BAL-LINE
                   STRING "Cannot merge " DELIMITED BY SIZE
                       WS-BAL-PWAD-NAME DELIMITED BY SPACE
                       " - base maps reported" DELIMITED BY SIZE
                       INTO WS-BAL-LINE
                   END-STRING
                   PERFORM BAL-REPORT-LINE
               ELSE
                   MOVE 1 TO WS-BAL-PWAD-ON
               END-IF
           END-IF
           .

      *> ============================================================
      *> BAL-MAP: One map, WS-BAL-MAP -- its ammo line, then one
      *> line per skill.
      *> ============================================================
       BAL-MAP.
           MOVE 0 TO WS-BAL-MAP-HIT
           PERFORM VARYING WS-BAL-J FROM 1 BY 1
               UNTIL WS-BAL-J > WS-BAL-DONE-COUNT
               IF WS-BAL-DONE-NAME(WS-BAL-J) = WS-BAL-MAP
                   MOVE 1 TO WS-BAL-MAP-HIT
               END-IF
           END-PERFORM
           IF WS-BAL-MAP-HIT = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-BAL-DONE-COUNT < 64
               ADD 1 TO WS-BAL-DONE-COUNT
               MOVE WS-BAL-MAP TO WS-BAL-DONE-NAME(WS-BAL-DONE-COUNT)
           END-IF

           MOVE WS-BAL-MAP TO WS-FIND-NAME
           PERFORM FIND-LUMP
           IF WS-FOUND NOT = 1
               EXIT PARAGRAPH
           END-IF
      *>   With a patch merged, only the patch's own maps
           IF WS-BAL-PWAD-ON = 1
               AND WL-SOURCE(WS-FIND-IDX) NOT = 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAL-MAPS
           COMPUTE WS-BAL-J = WS-FIND-IDX + 1
           IF WS-BAL-J > WS-WAD-LUMP-COUNT
               OR WL-NAME(WS-BAL-J) NOT = "THINGS"
               MOVE SPACES TO WS-BAL-LINE
               MOVE WS-BAL-MAP TO WS-BAL-LINE(1:8)
               MOVE "No THINGS lump after the marker - not checked"
                   TO WS-BAL-LINE(10:50)
               PERFORM BAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WL-OFFSET(WS-BAL-J) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-BAL-J) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 65530
               MOVE 65530 TO WS-WAD-RD-SIZE
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-LUMP-BUF
           COMPUTE WS-BAL-THINGS = WS-WAD-RD-SIZE / 10
           DISPLAY "Balancing " WS-BAL-MAP ": "
               WS-BAL-THINGS " things"

           PERFORM BAL-COUNT-AMMO
           MOVE SPACES TO WS-BAL-LINE
           MOVE WS-BAL-MAP TO WS-BAL-LINE(1:8)
           MOVE "ammo" TO WS-BAL-LINE(10:4)
           PERFORM VARYING WS-BAL-P FROM 1 BY 1 UNTIL WS-BAL-P > 4
               MOVE WS-BAL-AMMO(WS-BAL-P) TO WS-BAL-NUM-ED
               COMPUTE WS-BAL-J = WS-BAL-P * 9 + 22
               MOVE WS-BAL-NUM-ED TO WS-BAL-LINE(WS-BAL-J:8)
           END-PERFORM
           MOVE "rounds" TO WS-BAL-LINE(67:6)
           PERFORM BAL-REPORT-LINE

           PERFORM VARYING WS-BAL-SKILL FROM 1 BY 1
               UNTIL WS-BAL-SKILL > 5
               PERFORM BAL-SKILL
           END-PERFORM
           .

      *> ============================================================
      *> BAL-COUNT-AMMO: Rounds per pool, and the damage they can
      *> deal, from every pickup in WS-LUMP-BUF.
      *> ============================================================
       BAL-COUNT-AMMO.
           MOVE 0 TO WS-BAL-AMMO-DMG
           PERFORM VARYING WS-BAL-P FROM 1 BY 1 UNTIL WS-BAL-P > 4
               MOVE 0 TO WS-BAL-AMMO(WS-BAL-P)
           END-PERFORM
           PERFORM VARYING WS-BAL-I FROM 1 BY 1
               UNTIL WS-BAL-I > WS-BAL-THINGS
               COMPUTE WS-BAL-OFF = (WS-BAL-I - 1) * 10 + 7
               MOVE WS-LUMP-BUF(WS-BAL-OFF:2) TO WS-BIN-BUF2
               IF WS-BIN-INT16 < 0
                   COMPUTE WS-BAL-TYPE = WS-BIN-INT16 + 65536
               ELSE
                   MOVE WS-BIN-INT16 TO WS-BAL-TYPE
               END-IF
               PERFORM VARYING WS-BAL-J FROM 1 BY 1
                   UNTIL WS-BAL-J > 12
                   IF WS-BAL-AD-TYPE(WS-BAL-J) = WS-BAL-TYPE
                       PERFORM VARYING WS-BAL-P FROM 1 BY 1
                           UNTIL WS-BAL-P > 4
                           ADD WS-BAL-AD-POOL(WS-BAL-J, WS-BAL-P)
                               TO WS-BAL-AMMO(WS-BAL-P)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-BAL-P FROM 1 BY 1 UNTIL WS-BAL-P > 4
               COMPUTE WS-BAL-POOL-DMG(WS-BAL-P) =
                   WS-BAL-AMMO(WS-BAL-P) * WS-BAL-UNIT-DMG(WS-BAL-P)
               ADD WS-BAL-POOL-DMG(WS-BAL-P) TO WS-BAL-AMMO-DMG
           END-PERFORM
           .

      *> ============================================================
      *> BAL-SKILL: The monsters WS-BAL-SKILL spawns, by INIT-
      *> SPRITES' skill bit, each at the health EN-INIT-ONE-AI
      *> would give it -- monsters.cfg first, then the skill's
      *> WS-SKILL-HP-PCT, never under 1. The barrel shares the
      *> type table but isn't a monster.
      *> ============================================================
       BAL-SKILL.
           EVALUATE WS-BAL-SKILL
               WHEN 1
               WHEN 2
                   MOVE 1 TO WS-BAL-SKILL-BIT
               WHEN 3
                   MOVE 2 TO WS-BAL-SKILL-BIT
               WHEN OTHER
                   MOVE 4 TO WS-BAL-SKILL-BIT
           END-EVALUATE
           MOVE 0 TO WS-BAL-MONSTERS
           MOVE 0 TO WS-BAL-HP
           PERFORM VARYING WS-BAL-I FROM 1 BY 1
               UNTIL WS-BAL-I > WS-BAL-THINGS
               COMPUTE WS-BAL-OFF = (WS-BAL-I - 1) * 10 + 9
               MOVE WS-LUMP-BUF(WS-BAL-OFF:2) TO WS-BIN-BUF2
               IF WS-BIN-INT16 < 0
                   COMPUTE WS-BAL-FLAGS = WS-BIN-INT16 + 65536
               ELSE
                   MOVE WS-BIN-INT16 TO WS-BAL-FLAGS
               END-IF
               DIVIDE WS-BAL-FLAGS BY WS-BAL-SKILL-BIT
                   GIVING WS-BAL-SKILL-TEST
               IF FUNCTION MOD(WS-BAL-SKILL-TEST, 2) = 0
                   EXIT PERFORM CYCLE
               END-IF
               SUBTRACT 2 FROM WS-BAL-OFF
               MOVE WS-LUMP-BUF(WS-BAL-OFF:2) TO WS-BIN-BUF2
               IF WS-BIN-INT16 < 0
                   COMPUTE WS-BAL-TYPE = WS-BIN-INT16 + 65536
               ELSE
                   MOVE WS-BIN-INT16 TO WS-BAL-TYPE
               END-IF
               IF WS-BAL-TYPE = 2035
                   EXIT PERFORM CYCLE
               END-IF
               MOVE 0 TO WS-BAL-HEALTH
               PERFORM VARYING WS-BAL-J FROM 1 BY 1
                   UNTIL WS-BAL-J > WS-SP-MAP-COUNT
                   IF WS-SP-TM-TYPE(WS-BAL-J) = WS-BAL-TYPE
                       MOVE WS-SP-TM-HEALTH(WS-BAL-J)
                           TO WS-BAL-HEALTH
                   END-IF
               END-PERFORM
               IF WS-BAL-HEALTH = 0
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM VARYING WS-TN-I FROM 1 BY 1
                   UNTIL WS-TN-I > WS-TN-COUNT
                   IF WS-TN-TYPE(WS-TN-I) = WS-BAL-TYPE
                       AND WS-TN-HEALTH(WS-TN-I) > 0
                       MOVE WS-TN-HEALTH(WS-TN-I) TO WS-BAL-HEALTH
                   END-IF
               END-PERFORM
               COMPUTE WS-BAL-HEALTH =
                   WS-BAL-HEALTH
                   * WS-SKILL-HP-PCT(WS-BAL-SKILL) / 100
               IF WS-BAL-HEALTH < 1
                   MOVE 1 TO WS-BAL-HEALTH
               END-IF
               ADD 1 TO WS-BAL-MONSTERS
               ADD WS-BAL-HEALTH TO WS-BAL-HP
           END-PERFORM

           MOVE SPACES TO WS-BAL-LINE
           MOVE WS-BAL-MAP TO WS-BAL-LINE(1:8)
           MOVE WS-BAL-SKILL-NAME(WS-BAL-SKILL) TO WS-BAL-LINE(10:5)
           MOVE WS-BAL-MONSTERS TO WS-BAL-CNT-ED
           MOVE WS-BAL-CNT-ED TO WS-BAL-LINE(16:5)
           MOVE WS-BAL-HP TO WS-BAL-NUM-ED
           MOVE WS-BAL-NUM-ED TO WS-BAL-LINE(22:8)
           PERFORM VARYING WS-BAL-P FROM 1 BY 1 UNTIL WS-BAL-P > 4
               MOVE WS-BAL-POOL-DMG(WS-BAL-P) TO WS-BAL-NUM-ED
               COMPUTE WS-BAL-J = WS-BAL-P * 9 + 22
               MOVE WS-BAL-NUM-ED TO WS-BAL-LINE(WS-BAL-J:8)
           END-PERFORM
           MOVE WS-BAL-AMMO-DMG TO WS-BAL-NUM-ED
           MOVE WS-BAL-NUM-ED TO WS-BAL-LINE(67:8)

           IF WS-BAL-HP = 0
               MOVE "NOMONS" TO WS-BAL-VERDICT
           ELSE
               COMPUTE WS-BAL-RATIO = WS-BAL-AMMO-DMG / WS-BAL-HP
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-BAL-RATIO
               END-COMPUTE
               MOVE WS-BAL-RATIO TO WS-BAL-RATIO-ED
               MOVE WS-BAL-RATIO-ED TO WS-BAL-LINE(76:8)
               IF WS-BAL-RATIO < 1
                   MOVE "SHORT" TO WS-BAL-VERDICT
                   ADD 1 TO WS-BAL-SHORT
               ELSE
                   MOVE "OK" TO WS-BAL-VERDICT
               END-IF
           END-IF
           MOVE WS-BAL-VERDICT TO WS-BAL-LINE(85:8)
           PERFORM BAL-REPORT-LINE
           .

       BAL-REPORT-LINE.
           MOVE WS-BAL-LINE TO BALRPT-RECORD
           WRITE BALRPT-RECORD
           DISPLAY WS-BAL-LINE
           .
