      *> ============================================================
      *> cfgchk-proc.cpy -- Config pre-flight check
      *> RUN-CONFIG-CHECK:    DOOM_CONFIG_CHECK=1 startup path --
      *>                      check every config file, one line
      *>                      per problem to config.rpt
      *> CC-CHECK-KEYBINDS:   slot range and two actions sharing
      *>                      a slot
      *> CC-CHECK-SETTINGS:   digits and LOAD-SETTINGS' ranges
      *> CC-CHECK-STRINGS:    surplus lines, text too long for
      *>                      where the entry is drawn
      *> CC-CHECK-MONSTERS:   skipped lines, unknown or repeated
      *>                      types, out-of-range stats
      *> CC-CHECK-CAMPAIGN:   par digits, maps and lumps the WAD
      *>                      doesn't have
      *> CC-CHECK-OBJECTIVES: every campaign map's .obj goal codes
      *> CC-FAIL:             write one finding
      *> ============================================================

      *> ============================================================
      *> RUN-CONFIG-CHECK: Nothing is loaded into the engine -- the
      *> files are only read and judged, so a bad edit can be
      *> caught before a session rather than felt during one.
      *> ============================================================
       RUN-CONFIG-CHECK.
           OPEN OUTPUT CFGRPT-FILE
           IF WS-CC-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-CC-RPT-FILENAME
                   ", status=" WS-CC-RPT-STATUS
               MOVE 8 TO WS-CC-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE "=== Config pre-flight check ===" TO WS-CC-LINE
           PERFORM CC-REPORT-LINE
           MOVE SPACES TO WS-CC-LINE
           MOVE "file" TO WS-CC-LINE(1:4)
           MOVE "line" TO WS-CC-LINE(22:4)
           MOVE "field" TO WS-CC-LINE(28:5)
           MOVE "reason" TO WS-CC-LINE(45:6)
           PERFORM CC-REPORT-LINE

           PERFORM CC-CHECK-KEYBINDS
           PERFORM CC-CHECK-SETTINGS
           PERFORM CC-CHECK-STRINGS
           PERFORM CC-CHECK-MONSTERS
           PERFORM CC-CHECK-CAMPAIGN
           PERFORM CC-CHECK-OBJECTIVES
           IF WS-CC-WAD-ON = 1
               CALL "wad_close"
           END-IF

           MOVE SPACES TO WS-CC-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-CC-FILES DELIMITED BY SIZE
               " files checked, " DELIMITED BY SIZE
               WS-CC-PRESENT DELIMITED BY SIZE
               " present, " DELIMITED BY SIZE
               WS-CC-BAD DELIMITED BY SIZE
               " problems ===" DELIMITED BY SIZE
               INTO WS-CC-LINE
           END-STRING
           PERFORM CC-REPORT-LINE
           CLOSE CFGRPT-FILE
           DISPLAY "Config check written to " WS-CC-RPT-FILENAME

           IF WS-CC-BAD > 0
               MOVE 4 TO WS-CC-WORST
           END-IF
           .

      *> ============================================================
      *> CC-CHECK-KEYBINDS: One record. Every action needs a slot
      *> 01-21 (weapon5/weapon6/screenshot/annotate may stay blank
      *> or 00, unbound); a bad slot keeps that action's default,
      *> and two actions on one slot means one key does both.
      *> ============================================================
       CC-CHECK-KEYBINDS.
           MOVE WS-KEYBINDS-FILENAME TO WS-CC-FILE
           PERFORM CC-FILE-START
           OPEN INPUT KEYBINDS-FILE
           IF WS-KEYBINDS-STATUS NOT = "00"
               PERFORM CC-FILE-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CC-FOUND
           MOVE 1 TO WS-CC-LINE-NO
           READ KEYBINDS-FILE
               AT END
                   MOVE SPACES TO WS-CC-FIELD
                   MOVE "EMPTY FILE - EVERY DEFAULT KEPT"
                       TO WS-CC-REASON
                   PERFORM CC-FAIL
                   CLOSE KEYBINDS-FILE
                   PERFORM CC-FILE-DONE
                   EXIT PARAGRAPH
           END-READ
           MOVE KEYBINDS-RECORD TO WS-CC-KB-REC
           CLOSE KEYBINDS-FILE
           MOVE 1 TO WS-CC-LINES

           PERFORM VARYING WS-CC-I FROM 1 BY 1 UNTIL WS-CC-I > 25
               MOVE 0 TO WS-CC-KB-VAL(WS-CC-I)
               MOVE WS-CC-KB-NAME(WS-CC-I) TO WS-CC-FIELD
               EVALUATE TRUE
                   WHEN WS-CC-KB-SLOT(WS-CC-I) IS NUMERIC
                       MOVE WS-CC-KB-SLOT(WS-CC-I)
                           TO WS-CC-KB-VAL(WS-CC-I)
                       IF WS-CC-KB-VAL(WS-CC-I) > 21
                           OR (WS-CC-KB-VAL(WS-CC-I) = 0
                               AND WS-CC-I <= 21)
                           MOVE 0 TO WS-CC-KB-VAL(WS-CC-I)
                           MOVE "SLOT OUTSIDE 01-21 - DEFAULT KEPT"
                               TO WS-CC-REASON
                           PERFORM CC-FAIL
                       END-IF
                   WHEN WS-CC-KB-SLOT(WS-CC-I) = SPACES
                       AND WS-CC-I > 21
                       CONTINUE
                   WHEN OTHER
                       MOVE "NOT NUMERIC - DEFAULT KEPT"
                           TO WS-CC-REASON
                       PERFORM CC-FAIL
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-CC-I FROM 2 BY 1 UNTIL WS-CC-I > 25
               PERFORM VARYING WS-CC-J FROM 1 BY 1
                   UNTIL WS-CC-J >= WS-CC-I
                   IF WS-CC-KB-VAL(WS-CC-I) > 0
                       AND WS-CC-KB-VAL(WS-CC-I)
                           = WS-CC-KB-VAL(WS-CC-J)
                       MOVE WS-CC-KB-NAME(WS-CC-I) TO WS-CC-FIELD
                       MOVE SPACES TO WS-CC-REASON
                       STRING "SAME SLOT AS " DELIMITED BY SIZE
                           WS-CC-KB-NAME(WS-CC-J) DELIMITED BY SPACE
                           INTO WS-CC-REASON
                       END-STRING
                       PERFORM CC-FAIL
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM CC-FILE-DONE
           .

      *> ============================================================
      *> CC-CHECK-SETTINGS: One record. A blank field keeps its
      *> default on purpose (older files stop short of the trailing
      *> fields); anything else must be digits within the range
      *> LOAD-SETTINGS would accept.
      *> ============================================================
       CC-CHECK-SETTINGS.
           MOVE WS-SETTINGS-FILENAME TO WS-CC-FILE
           PERFORM CC-FILE-START
           OPEN INPUT SETTINGS-FILE
           IF WS-SETTINGS-STATUS NOT = "00"
               PERFORM CC-FILE-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CC-FOUND
           MOVE 1 TO WS-CC-LINE-NO
           READ SETTINGS-FILE
               AT END
                   MOVE SPACES TO WS-CC-FIELD
                   MOVE "EMPTY FILE - EVERY DEFAULT KEPT"
                       TO WS-CC-REASON
                   PERFORM CC-FAIL
                   CLOSE SETTINGS-FILE
                   PERFORM CC-FILE-DONE
                   EXIT PARAGRAPH
           END-READ
           MOVE SETTINGS-RECORD TO WS-CC-SET-REC
           CLOSE SETTINGS-FILE
           MOVE 1 TO WS-CC-LINES

           PERFORM VARYING WS-CC-I FROM 1 BY 1 UNTIL WS-CC-I > 17
               MOVE WS-CC-SET-NAME(WS-CC-I) TO WS-CC-FIELD
               MOVE SPACES TO WS-CC-REASON
               EVALUATE TRUE
                   WHEN WS-CC-SET-REC(WS-CC-SET-OFF(WS-CC-I):
                       WS-CC-SET-LEN(WS-CC-I)) = SPACES
                       CONTINUE
                   WHEN WS-CC-SET-REC(WS-CC-SET-OFF(WS-CC-I):
                       WS-CC-SET-LEN(WS-CC-I)) IS NUMERIC
                       PERFORM CC-SETTING-RANGE
                   WHEN OTHER
                       MOVE "NOT NUMERIC - DEFAULT KEPT"
                           TO WS-CC-REASON
               END-EVALUATE
               IF WS-CC-REASON NOT = SPACES
                   PERFORM CC-FAIL
               END-IF
           END-PERFORM
           PERFORM CC-FILE-DONE
           .

       CC-SETTING-RANGE.
           EVALUATE WS-CC-I
               WHEN 1
                   IF SET-MOVE-SPEED = 0
                       MOVE "ZERO - DEFAULT KEPT" TO WS-CC-REASON
                   END-IF
               WHEN 2
                   IF SET-TURN-SPEED = 0 OR SET-TURN-SPEED > 45
                       MOVE "OUTSIDE 1-45 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 3
                   IF SET-BOB-X > 20
                       MOVE "OUTSIDE 0-20 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 4
                   IF SET-BOB-Y > 20
                       MOVE "OUTSIDE 0-20 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 5
                   IF SET-FLAT-ANIM = 0
                       MOVE "ZERO - DEFAULT KEPT" TO WS-CC-REASON
                   END-IF
               WHEN 6
                   IF SET-AM-SCALE = 0 OR SET-AM-SCALE > 4
                       MOVE "OUTSIDE 1-4 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 7
                   IF SET-AM-RADIUS < 4 OR SET-AM-RADIUS > 40
                       MOVE "OUTSIDE 4-40 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 8
                   IF SET-SKILL = 0 OR SET-SKILL > 5
                       MOVE "OUTSIDE 1-5 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 9
                   IF SET-SOUND > 1
                       MOVE "NOT 0 OR 1 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 10
                   IF SET-MUSIC > 1
                       MOVE "NOT 0 OR 1 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 11
                   IF SET-MOUSE-SENS = 0
                       MOVE "ZERO - DEFAULT KEPT" TO WS-CC-REASON
                   END-IF
               WHEN 12
                   IF SET-CAPTIONS > 1
                       MOVE "NOT 0 OR 1 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 13
                   IF SET-PAD-DEADZONE = 0
                       OR SET-PAD-DEADZONE > 20000
                       MOVE "OUTSIDE 1-20000 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 14
                   IF SET-PAD-SENS = 0
                       MOVE "ZERO - DEFAULT KEPT" TO WS-CC-REASON
                   END-IF
               WHEN 15
                   IF SET-PAD-SWAP > 1
                       MOVE "NOT 0 OR 1 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 16
                   IF SET-CVD-MODE > 3
                       MOVE "OUTSIDE 0-3 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
               WHEN 17
                   IF SET-AIM-ASSIST > 2
                       MOVE "OUTSIDE 0-2 - DEFAULT KEPT"
                           TO WS-CC-REASON
                   END-IF
           END-EVALUATE
           .

      *> ============================================================
      *> CC-CHECK-STRINGS: Line N is table entry N. Lines past the
      *> table are never read; an entry longer than the field it
      *> is drawn in -- damage-log names 16, captions 24, goal
      *> labels 20 -- is cut off on screen.
      *> ============================================================
       CC-CHECK-STRINGS.
           MOVE WS-STR-FILENAME TO WS-CC-FILE
           PERFORM CC-FILE-START
           OPEN INPUT STRINGS-FILE
           IF WS-STR-STATUS NOT = "00"
               PERFORM CC-FILE-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CC-FOUND
           MOVE "STRINGS-RECORD" TO WS-CC-FIELD
           PERFORM UNTIL WS-STR-STATUS NOT = "00"
               READ STRINGS-FILE
                   AT END
                       MOVE "10" TO WS-STR-STATUS
                   NOT AT END
                       ADD 1 TO WS-CC-LINES
                       MOVE WS-CC-LINES TO WS-CC-LINE-NO
                       PERFORM CC-CHECK-STRING-LINE
               END-READ
           END-PERFORM
           CLOSE STRINGS-FILE
           PERFORM CC-FILE-DONE
           .

       CC-CHECK-STRING-LINE.
           IF WS-CC-LINES > WS-STR-COUNT
               MOVE SPACES TO WS-CC-REASON
               STRING "BEYOND THE " DELIMITED BY SIZE
                   WS-STR-COUNT DELIMITED BY SIZE
                   " ENTRIES - IGNORED" DELIMITED BY SIZE
                   INTO WS-CC-REASON
               END-STRING
               PERFORM CC-FAIL
               EXIT PARAGRAPH
           END-IF
           IF STRINGS-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-CC-LINES >= 34 AND WS-CC-LINES <= 58
                   MOVE 16 TO WS-CC-STR-MAX
               WHEN WS-CC-LINES >= 70 AND WS-CC-LINES <= 83
                   MOVE 24 TO WS-CC-STR-MAX
               WHEN WS-CC-LINES >= 84 AND WS-CC-LINES <= 90
                   MOVE 20 TO WS-CC-STR-MAX
               WHEN OTHER
                   MOVE 40 TO WS-CC-STR-MAX
           END-EVALUATE
           COMPUTE WS-CC-STR-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(STRINGS-RECORD TRAILING))
           IF WS-CC-STR-LEN > WS-CC-STR-MAX
               MOVE SPACES TO WS-CC-REASON
               STRING "LONGER THAN " DELIMITED BY SIZE
                   WS-CC-STR-MAX DELIMITED BY SIZE
                   " CHARACTERS - CUT OFF ON SCREEN" DELIMITED BY SIZE
                   INTO WS-CC-REASON
               END-STRING
               PERFORM CC-FAIL
           END-IF
           .

      *> ============================================================
      *> CC-CHECK-MONSTERS: The loader skips a line with a
      *> non-digit in any of the first six columns and stops after
      *> 20 good lines; a type no monster has, or one already
      *> given, is read but is dead weight or shadowed.
      *> ============================================================
       CC-CHECK-MONSTERS.
           MOVE WS-TN-FILENAME TO WS-CC-FILE
           PERFORM CC-FILE-START
           MOVE 0 TO WS-CC-TN-COUNT
           OPEN INPUT MONSTERS-FILE
           IF WS-TN-STATUS NOT = "00"
               PERFORM CC-FILE-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CC-FOUND
           PERFORM UNTIL WS-TN-STATUS NOT = "00"
               READ MONSTERS-FILE
                   AT END
                       MOVE "10" TO WS-TN-STATUS
                   NOT AT END
                       ADD 1 TO WS-CC-LINES
                       MOVE WS-CC-LINES TO WS-CC-LINE-NO
                       PERFORM CC-CHECK-MONSTER-LINE
               END-READ
           END-PERFORM
           CLOSE MONSTERS-FILE
           PERFORM CC-FILE-DONE
           .

       CC-CHECK-MONSTER-LINE.
           MOVE SPACES TO WS-CC-FIELD
           IF WS-CC-TN-COUNT >= 20
               MOVE "TN-TYPE" TO WS-CC-FIELD
               MOVE "BEYOND 20 TYPES - IGNORED" TO WS-CC-REASON
               PERFORM CC-FAIL
               EXIT PARAGRAPH
           END-IF
           IF MONSTERS-RECORD = SPACES
               MOVE "BLANK LINE - SKIPPED" TO WS-CC-REASON
               PERFORM CC-FAIL
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN TN-TYPE IS NOT NUMERIC
                   MOVE "TN-TYPE" TO WS-CC-FIELD
               WHEN TN-DAMAGE IS NOT NUMERIC
                   MOVE "TN-DAMAGE" TO WS-CC-FIELD
               WHEN TN-SPEED IS NOT NUMERIC
                   MOVE "TN-SPEED" TO WS-CC-FIELD
               WHEN TN-ALERT IS NOT NUMERIC
                   MOVE "TN-ALERT" TO WS-CC-FIELD
               WHEN TN-PAIN IS NOT NUMERIC
                   MOVE "TN-PAIN" TO WS-CC-FIELD
               WHEN TN-SCORE IS NOT NUMERIC
                   MOVE "TN-SCORE" TO WS-CC-FIELD
           END-EVALUATE
           IF WS-CC-FIELD NOT = SPACES
               MOVE "NOT NUMERIC - LINE SKIPPED" TO WS-CC-REASON
               PERFORM CC-FAIL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CC-TN-COUNT
           MOVE TN-TYPE TO WS-CC-TN-TYPE(WS-CC-TN-COUNT)
           MOVE WS-CC-LINES TO WS-CC-TN-LINE(WS-CC-TN-COUNT)

           MOVE "TN-TYPE" TO WS-CC-FIELD
           MOVE 0 TO WS-CC-HIT
           PERFORM VARYING WS-CC-I FROM 1 BY 1
               UNTIL WS-CC-I > 17 OR WS-CC-HIT = 1
               IF WS-CC-MON-TYPE(WS-CC-I) = TN-TYPE
                   MOVE 1 TO WS-CC-HIT
               END-IF
           END-PERFORM
           IF WS-CC-HIT = 0
               MOVE "NO MONSTER HAS THIS TYPE - NO EFFECT"
                   TO WS-CC-REASON
               PERFORM CC-FAIL
           END-IF
           PERFORM VARYING WS-CC-I FROM 1 BY 1
               UNTIL WS-CC-I >= WS-CC-TN-COUNT
               IF WS-CC-TN-TYPE(WS-CC-I) = TN-TYPE
                   MOVE SPACES TO WS-CC-REASON
                   STRING "SAME TYPE AS LINE " DELIMITED BY SIZE
                       WS-CC-TN-LINE(WS-CC-I) DELIMITED BY SIZE
                       " - THIS LINE WINS" DELIMITED BY SIZE
                       INTO WS-CC-REASON
                   END-STRING
                   PERFORM CC-FAIL
               END-IF
           END-PERFORM

           IF TN-PAIN > 100
               MOVE "TN-PAIN" TO WS-CC-FIELD
               MOVE "PAIN CHANCE OVER 100 PERCENT" TO WS-CC-REASON
               PERFORM CC-FAIL
           END-IF
      *>   The dodge column trails the original layout: blank is
      *>   fine, anything else must be 0-99
           MOVE "TN-DODGE" TO WS-CC-FIELD
           EVALUATE TRUE
               WHEN MONSTERS-RECORD(24:3) = SPACES
                   CONTINUE
               WHEN TN-DODGE IS NOT NUMERIC
                   MOVE "NOT NUMERIC - DODGE DEFAULT KEPT"
                       TO WS-CC-REASON
                   PERFORM CC-FAIL
               WHEN TN-DODGE > 99
                   MOVE "OVER 99 - DODGE DEFAULT KEPT" TO WS-CC-REASON
                   PERFORM CC-FAIL
           END-EVALUATE
      *>   Health trails the dodge column: blank or 000 keeps the
      *>   built-in value
           MOVE "TN-HEALTH" TO WS-CC-FIELD
           IF MONSTERS-RECORD(27:3) NOT = SPACES
               AND TN-HEALTH IS NOT NUMERIC
               MOVE "NOT NUMERIC - HEALTH DEFAULT KEPT"
                   TO WS-CC-REASON
               PERFORM CC-FAIL
           END-IF
           .

      *> ============================================================
      *> CC-CHECK-CAMPAIGN: Blank lines are skipped by the loader
      *> as well; past 32 maps nothing is read. Each map and any
      *> music or sky lump it names must be in the WAD, or the
      *> campaign breaks at that map. The map list left behind is
      *> what CC-CHECK-OBJECTIVES walks.
      *> ============================================================
       CC-CHECK-CAMPAIGN.
           MOVE WS-CMP-FILENAME TO WS-CC-FILE
           PERFORM CC-FILE-START
           MOVE 0 TO WS-CC-MAP-COUNT
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CMP-STATUS NOT = "00"
               PERFORM VARYING WS-CC-I FROM 1 BY 1
                   UNTIL WS-CC-I > WS-LEVEL-COUNT
                   ADD 1 TO WS-CC-MAP-COUNT
                   MOVE WS-LEVEL-MAP-NAME(WS-CC-I)
                       TO WS-CC-MAP(WS-CC-MAP-COUNT)
               END-PERFORM
               PERFORM CC-FILE-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CC-FOUND
           PERFORM UNTIL WS-CMP-STATUS NOT = "00"
               READ CAMPAIGN-FILE
                   AT END
                       MOVE "10" TO WS-CMP-STATUS
                   NOT AT END
                       ADD 1 TO WS-CC-LINES
                       MOVE WS-CC-LINES TO WS-CC-LINE-NO
                       PERFORM CC-CHECK-CAMPAIGN-LINE
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE
           PERFORM CC-FILE-DONE
           .

       CC-CHECK-CAMPAIGN-LINE.
           IF CF-MAP = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CC-MAP-COUNT >= 32
               MOVE "CF-MAP" TO WS-CC-FIELD
               MOVE "BEYOND 32 MAPS - IGNORED" TO WS-CC-REASON
               PERFORM CC-FAIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CC-MAP-COUNT
           MOVE CF-MAP TO WS-CC-MAP(WS-CC-MAP-COUNT)

           IF CAMPAIGN-RECORD(9:5) NOT = SPACES
               AND CF-PAR IS NOT NUMERIC
               MOVE "CF-PAR" TO WS-CC-FIELD
               MOVE "NOT NUMERIC - NO PAR TIME" TO WS-CC-REASON
               PERFORM CC-FAIL
           END-IF

           MOVE CF-MAP TO WS-FIND-NAME
           MOVE "CF-MAP" TO WS-CC-LUMP-FIELD
           PERFORM CC-FIND-IN-WAD
           IF CF-MUSIC NOT = SPACES
               MOVE CF-MUSIC TO WS-FIND-NAME
               MOVE "CF-MUSIC" TO WS-CC-LUMP-FIELD
               PERFORM CC-FIND-IN-WAD
           END-IF
           IF CF-SKY NOT = SPACES
               MOVE CF-SKY TO WS-FIND-NAME
               MOVE "CF-SKY" TO WS-CC-LUMP-FIELD
               PERFORM CC-FIND-IN-WAD
           END-IF
           IF CF-MUSIC2 NOT = SPACES
               MOVE CF-MUSIC2 TO WS-FIND-NAME
               MOVE "CF-MUSIC2" TO WS-CC-LUMP-FIELD
               PERFORM CC-FIND-IN-WAD
           END-IF
           .

      *> ============================================================
      *> CC-FIND-IN-WAD: Look WS-FIND-NAME up in the WAD, opening
      *> it (and merging DOOM_PWAD) on first use. A WAD that won't
      *> open is reported once and the lookups are skipped.
      *> ============================================================
       CC-FIND-IN-WAD.
           IF WS-CC-WAD-ON = 0
               PERFORM CC-OPEN-WAD
           END-IF
           IF WS-CC-WAD-ON NOT = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LUMP
           IF WS-FOUND = 0
               MOVE WS-CC-LUMP-FIELD TO WS-CC-FIELD
               MOVE SPACES TO WS-CC-REASON
               STRING WS-FIND-NAME DELIMITED BY SPACE
                   " IS NOT IN THE WAD" DELIMITED BY SIZE
                   INTO WS-CC-REASON
               END-STRING
               PERFORM CC-FAIL
           END-IF
           .

       CC-OPEN-WAD.
           MOVE 2 TO WS-CC-WAD-ON
           MOVE SPACES TO WS-CC-WAD-ENV
           ACCEPT WS-CC-WAD-ENV FROM ENVIRONMENT "DOOM_WAD"
           IF WS-CC-WAD-ENV = SPACES
               MOVE "freedoom2.wad" TO WS-CC-WAD-ENV
           END-IF
           MOVE SPACES TO WS-WAD-FILENAME
           STRING WS-CC-WAD-ENV DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-WAD-FILENAME
           END-STRING

           MOVE "DOOM_WAD" TO WS-CC-FIELD
           CALL "wad_open" USING WS-WAD-FILENAME
               RETURNING WS-WAD-RC
           IF WS-WAD-RC NOT = 0
               MOVE SPACES TO WS-CC-REASON
               STRING "CANNOT OPEN " DELIMITED BY SIZE
                   WS-CC-WAD-ENV DELIMITED BY SPACE
                   " - LUMPS NOT CHECKED" DELIMITED BY SIZE
                   INTO WS-CC-REASON
               END-STRING
               PERFORM CC-FAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WAD-OFFSET
           MOVE 12 TO WS-WAD-RD-SIZE
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-WAD-HDR-BUF
           IF WH-NUM-LUMPS <= 0 OR WH-NUM-LUMPS > WS-WAD-LUMP-MAX
               OR WH-DIR-OFFSET <= 0
               MOVE SPACES TO WS-CC-REASON
               STRING WS-CC-WAD-ENV DELIMITED BY SPACE
                   " HAS A BAD HEADER - LUMPS NOT CHECKED"
                       DELIMITED BY SIZE
                   INTO WS-CC-REASON
               END-STRING
               PERFORM CC-FAIL
               CALL "wad_close"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WAD-CUR-SRC
           PERFORM READ-WAD-DIRECTORY
           MOVE 1 TO WS-CC-WAD-ON
           .

      *> ============================================================
      *> CC-CHECK-OBJECTIVES: Each campaign map's <map>.obj, where
      *> one exists. Unknown goal codes are skipped by the loader,
      *> a non-digit target reads as 0, and past 8 goals nothing
      *> is read.
      *> ============================================================
       CC-CHECK-OBJECTIVES.
           PERFORM VARYING WS-CC-J FROM 1 BY 1
               UNTIL WS-CC-J > WS-CC-MAP-COUNT
               MOVE SPACES TO WS-OBJ-FILENAME
               STRING WS-CC-MAP(WS-CC-J) DELIMITED BY SPACE
                   ".obj" DELIMITED BY SIZE
                   INTO WS-OBJ-FILENAME
               END-STRING
               OPEN INPUT OBJECTIVES-FILE
               IF WS-OBJ-STATUS = "00"
                   MOVE WS-OBJ-FILENAME TO WS-CC-FILE
                   PERFORM CC-FILE-START
                   MOVE 1 TO WS-CC-FOUND
                   MOVE 0 TO WS-CC-I
                   PERFORM UNTIL WS-OBJ-STATUS NOT = "00"
                       READ OBJECTIVES-FILE
                           AT END
                               MOVE "10" TO WS-OBJ-STATUS
                           NOT AT END
                               ADD 1 TO WS-CC-LINES
                               MOVE WS-CC-LINES TO WS-CC-LINE-NO
                               PERFORM CC-CHECK-OBJECTIVE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE OBJECTIVES-FILE
                   PERFORM CC-FILE-DONE
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> CC-CHECK-OBJECTIVE-LINE: WS-CC-I counts the goals the
      *> loader would keep.
      *> ============================================================
       CC-CHECK-OBJECTIVE-LINE.
           MOVE "OB-TYPE" TO WS-CC-FIELD
           IF WS-CC-I >= 8
               MOVE "BEYOND 8 GOALS - IGNORED" TO WS-CC-REASON
               PERFORM CC-FAIL
               EXIT PARAGRAPH
           END-IF
           EVALUATE OB-TYPE
               WHEN "KILLS  "
               WHEN "ITEMS  "
               WHEN "SECRETS"
               WHEN "TIME   "
                   ADD 1 TO WS-CC-I
                   IF OB-VALUE IS NOT NUMERIC
                       MOVE "OB-VALUE" TO WS-CC-FIELD
                       MOVE "NOT NUMERIC - TARGET READS AS 0"
                           TO WS-CC-REASON
                       PERFORM CC-FAIL
                   END-IF
               WHEN "KEYB   "
               WHEN "KEYY   "
               WHEN "KEYR   "
                   ADD 1 TO WS-CC-I
               WHEN OTHER
                   MOVE "UNKNOWN GOAL CODE - LINE SKIPPED"
                       TO WS-CC-REASON
                   PERFORM CC-FAIL
           END-EVALUATE
           .

      *> ============================================================
      *> CC-FILE-START / CC-FILE-DONE: Per-file tallies, and the
      *> file's closing line -- its counts, or that it isn't there
      *> and the compiled defaults stand.
      *> ============================================================
       CC-FILE-START.
           MOVE 0 TO WS-CC-LINES
           MOVE 0 TO WS-CC-FILE-BAD
           MOVE 0 TO WS-CC-FOUND
           ADD 1 TO WS-CC-FILES
           .

       CC-FILE-DONE.
           MOVE SPACES TO WS-CC-LINE
           IF WS-CC-FOUND = 0
               STRING "    " DELIMITED BY SIZE
                   WS-CC-FILE DELIMITED BY SPACE
                   ": not present - compiled defaults stand"
                       DELIMITED BY SIZE
                   INTO WS-CC-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-CC-PRESENT
               STRING "    " DELIMITED BY SIZE
                   WS-CC-FILE DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   WS-CC-LINES DELIMITED BY SIZE
                   " lines, " DELIMITED BY SIZE
                   WS-CC-FILE-BAD DELIMITED BY SIZE
                   " problems" DELIMITED BY SIZE
                   INTO WS-CC-LINE
               END-STRING
           END-IF
           PERFORM CC-REPORT-LINE
           .

       CC-FAIL.
           ADD 1 TO WS-CC-BAD
           ADD 1 TO WS-CC-FILE-BAD
           MOVE SPACES TO WS-CC-LINE
           MOVE WS-CC-FILE TO WS-CC-LINE(1:20)
           MOVE WS-CC-LINE-NO TO WS-CC-LINE(22:5)
           MOVE WS-CC-FIELD TO WS-CC-LINE(28:16)
           MOVE WS-CC-REASON TO WS-CC-LINE(45:56)
           PERFORM CC-REPORT-LINE
           .

       CC-REPORT-LINE.
           MOVE WS-CC-LINE TO CFGRPT-RECORD
           WRITE CFGRPT-RECORD
           DISPLAY WS-CC-LINE
           .
