      *> ============================================================
      *> dehacked-proc.cpy -- DEHACKED patches
      *> LOAD-DEHACKED:       startup; the lump, then DOOM_DEH's file
      *> DH-READ-FILE:        a .deh file into WS-DH-BUF
      *> DH-ADD-RECORD:       one file record onto the buffer
      *> DH-APPLY-PATCH:      walk one source line by line
      *> DH-NEXT-LINE:        the next line into WS-DH-TEXT/-UP
      *> DH-ONE-LINE:         block header or field line
      *> DH-FIELD-LINE:       split "key = value", route by block
      *> DH-THING-FIELD:      Hit points, Speed, Pain chance,
      *>                      Missile damage
      *> DH-THING-ROWS:       apply to every map row of the thing
      *> DH-TN-FIND:          the thing type's tuning row, or a new
      *>                      one keeping every compiled value
      *> DH-WEAPON-FIELD:     Ammo type, Ammo per shot
      *> DH-AMMO-FIELD:       Max ammo, Per ammo
      *> DH-MISC-FIELD:       BFG Cells/Shot
      *> DH-TEXT-BLOCK:       replace a message string
      *> DH-TAKE-CHARS:       the next WS-DH-N characters
      *> DH-APPLIED:          report a field applied
      *> DH-SKIPPED:          report a field not supported
      *> DH-REPORT-ROW:       status, block, field, note in columns
      *> DH-REPORT-LINE:      write one report line
      *> ============================================================

      *> ============================================================
      *> LOAD-DEHACKED: After READ-WAD-DIRECTORY, before the first
      *> map. The WAD's DEHACKED lump (a patch WAD's shadowing the
      *> base's) applies first, then a .deh file named by DOOM_DEH,
      *> so the file has the last word. Neither present is normal
      *> and writes no report.
      *> ============================================================
       LOAD-DEHACKED.
           MOVE 0 TO WS-DH-APPLIED
           MOVE 0 TO WS-DH-SKIPPED

           MOVE "DEHACKED" TO WS-FIND-NAME
           PERFORM FIND-LUMP
           IF WS-FOUND = 1 AND WS-FOUND-SIZE > 0
               MOVE 0 TO WS-DH-CUT
               MOVE WS-FOUND-SIZE TO WS-WAD-RD-SIZE
               IF WS-WAD-RD-SIZE > WS-DH-BUF-MAX
                   MOVE WS-DH-BUF-MAX TO WS-WAD-RD-SIZE
                   MOVE 1 TO WS-DH-CUT
               END-IF
               MOVE WS-FOUND-OFFSET TO WS-WAD-OFFSET
               CALL "wad_read" USING WS-WAD-OFFSET
                                     WS-WAD-RD-SIZE
                                     WS-DH-BUF
               MOVE WS-WAD-RD-SIZE TO WS-DH-LEN
               MOVE "DEHACKED lump" TO WS-DH-SRC
               PERFORM DH-APPLY-PATCH
           END-IF

           MOVE SPACES TO WS-DH-FILENAME
           ACCEPT WS-DH-FILENAME FROM ENVIRONMENT "DOOM_DEH"
           IF WS-DH-FILENAME NOT = SPACES
               PERFORM DH-READ-FILE
               IF WS-DH-LEN > 0
                   MOVE WS-DH-FILENAME TO WS-DH-SRC
                   PERFORM DH-APPLY-PATCH
               END-IF
           END-IF

           IF WS-DH-RPT-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DH-LINE
           MOVE 1 TO WS-DH-NOTE-PTR
           MOVE WS-DH-APPLIED TO WS-DH-NUM-ED
           STRING "--- " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DH-NUM-ED) DELIMITED BY SIZE
               " applied, " DELIMITED BY SIZE
               INTO WS-DH-LINE WITH POINTER WS-DH-NOTE-PTR
           END-STRING
           MOVE WS-DH-SKIPPED TO WS-DH-NUM-ED
           STRING FUNCTION TRIM(WS-DH-NUM-ED) DELIMITED BY SIZE
               " not supported ---" DELIMITED BY SIZE
               INTO WS-DH-LINE WITH POINTER WS-DH-NOTE-PTR
           END-STRING
           PERFORM DH-REPORT-LINE
           IF WS-DH-RPT-OPEN = 1
               CLOSE DHRPT-FILE
           END-IF
           DISPLAY "DEHACKED: " WS-DH-APPLIED " applied, "
               WS-DH-SKIPPED " not supported -- see "
               FUNCTION TRIM(WS-DH-RPT-FILENAME)
           .

      *> ============================================================
      *> DH-READ-FILE: The DOOM_DEH file into WS-DH-BUF, each record
      *> stripped of its trailing spaces and ended by X"0A". A file
      *> that cannot be opened is warned about and skipped.
      *> ============================================================
       DH-READ-FILE.
           MOVE 0 TO WS-DH-LEN
           MOVE 0 TO WS-DH-CUT
           OPEN INPUT DEH-FILE
           IF WS-DH-STATUS NOT = "00"
               DISPLAY "WARN: cannot read "
                   FUNCTION TRIM(WS-DH-FILENAME)
                   " -- DEHACKED file skipped"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DH-STATUS NOT = "00"
               READ DEH-FILE
                   AT END
                       MOVE "10" TO WS-DH-STATUS
                   NOT AT END
                       PERFORM DH-ADD-RECORD
               END-READ
           END-PERFORM
           CLOSE DEH-FILE
           .

       DH-ADD-RECORD.
           PERFORM VARYING WS-DH-K FROM 256 BY -1
               UNTIL WS-DH-K < 1
               OR DEH-RECORD(WS-DH-K:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-DH-LEN + WS-DH-K + 1 > WS-DH-BUF-MAX
               MOVE 1 TO WS-DH-CUT
               EXIT PARAGRAPH
           END-IF
           IF WS-DH-K > 0
               MOVE DEH-RECORD(1:WS-DH-K)
                   TO WS-DH-BUF(WS-DH-LEN + 1:WS-DH-K)
               ADD WS-DH-K TO WS-DH-LEN
           END-IF
           ADD 1 TO WS-DH-LEN
           MOVE X"0A" TO WS-DH-BUF(WS-DH-LEN:1)
           .

      *> ============================================================
      *> DH-APPLY-PATCH: One source, WS-DH-BUF(1:WS-DH-LEN), applied
      *> in order; the report is opened by the first one.
      *> ============================================================
       DH-APPLY-PATCH.
           IF WS-DH-RPT-OPEN = 0
               OPEN OUTPUT DHRPT-FILE
               IF WS-DH-RPT-STATUS = "00"
                   MOVE 1 TO WS-DH-RPT-OPEN
               ELSE
                   DISPLAY "WARN: cannot write " WS-DH-RPT-FILENAME
                       ", status=" WS-DH-RPT-STATUS
                   MOVE 2 TO WS-DH-RPT-OPEN
               END-IF
           END-IF
           MOVE SPACES TO WS-DH-LINE
           STRING "=== DEHACKED patch: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DH-SRC) DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-DH-LINE
           END-STRING
           PERFORM DH-REPORT-LINE
           IF WS-DH-CUT = 1
               MOVE WS-DH-LEN TO WS-DH-NUM-ED
               MOVE SPACES TO WS-DH-LINE
               STRING "WARN: only the first " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DH-NUM-ED) DELIMITED BY SIZE
                   " bytes were read" DELIMITED BY SIZE
                   INTO WS-DH-LINE
               END-STRING
               PERFORM DH-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-DH-BLOCK
           MOVE SPACES TO WS-DH-WHERE
           MOVE 1 TO WS-DH-POS
           PERFORM UNTIL WS-DH-POS > WS-DH-LEN
               PERFORM DH-NEXT-LINE
               PERFORM DH-ONE-LINE
           END-PERFORM
           .

      *> ============================================================
      *> DH-NEXT-LINE: From WS-DH-POS to the next X"0A" (carriage
      *> returns dropped, tabs as spaces, anything past 256
      *> characters ignored); WS-DH-POS ends past the X"0A".
      *> ============================================================
       DH-NEXT-LINE.
           MOVE SPACES TO WS-DH-TEXT
           MOVE 0 TO WS-DH-TEXT-LEN
           PERFORM UNTIL WS-DH-POS > WS-DH-LEN
               OR WS-DH-BUF(WS-DH-POS:1) = X"0A"
               MOVE WS-DH-BUF(WS-DH-POS:1) TO WS-DH-CH
               IF WS-DH-CH NOT = X"0D"
                   AND WS-DH-TEXT-LEN < 256
                   ADD 1 TO WS-DH-TEXT-LEN
                   MOVE WS-DH-CH TO WS-DH-TEXT(WS-DH-TEXT-LEN:1)
               END-IF
               ADD 1 TO WS-DH-POS
           END-PERFORM
           ADD 1 TO WS-DH-POS
           INSPECT WS-DH-TEXT REPLACING ALL X"09" BY SPACE
           MOVE FUNCTION UPPER-CASE(WS-DH-TEXT) TO WS-DH-UP
           .

      *> ============================================================
      *> DH-ONE-LINE: A line with "=" is a field of the block being
      *> read; otherwise the first word names a new block.
      *> ============================================================
       DH-ONE-LINE.
           IF WS-DH-UP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-DH-UP) TO WS-DH-WORK
           IF WS-DH-WORK(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DH-K FROM 1 BY 1
               UNTIL WS-DH-K > 256
               OR WS-DH-UP(WS-DH-K:1) = "="
               CONTINUE
           END-PERFORM
           IF WS-DH-K <= 256
               PERFORM DH-FIELD-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DH-WORD1
           MOVE SPACES TO WS-DH-WORD2
           MOVE SPACES TO WS-DH-WORD3
           UNSTRING WS-DH-WORK DELIMITED BY ALL SPACE
               INTO WS-DH-WORD1 WS-DH-WORD2 WS-DH-WORD3
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-DH-TEXT) TO WS-DH-WHERE
           EVALUATE WS-DH-WORD1
               WHEN "THING"
               WHEN "WEAPON"
               WHEN "AMMO"
                   IF FUNCTION TRIM(WS-DH-WORD2) IS NUMERIC
                       MOVE WS-DH-WORD1 TO WS-DH-BLOCK
                       COMPUTE WS-DH-NO =
                           FUNCTION NUMVAL(WS-DH-WORD2)
                   ELSE
                       MOVE "OTHER" TO WS-DH-BLOCK
                       MOVE SPACES TO WS-DH-FIELD
                       MOVE "block number unreadable" TO WS-DH-NOTE
                       PERFORM DH-SKIPPED
                   END-IF
               WHEN "MISC"
                   MOVE "MISC" TO WS-DH-BLOCK
               WHEN "TEXT"
                   MOVE SPACES TO WS-DH-BLOCK
                   PERFORM DH-TEXT-BLOCK
               WHEN "PATCH"
      *>           "Patch File for DeHackEd v3.0"
                   MOVE SPACES TO WS-DH-BLOCK
               WHEN OTHER
      *>           Frame, Pointer, Sound, Sprite, Cheat and the BEX
      *>           [SECTIONS]: nothing here to patch
                   MOVE "OTHER" TO WS-DH-BLOCK
                   MOVE SPACES TO WS-DH-FIELD
                   MOVE "block not supported" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
           END-EVALUATE
           .

      *> ============================================================
      *> DH-FIELD-LINE: Split at the "=" in column WS-DH-K; the
      *> value must be a whole number for any field used here.
      *> ============================================================
       DH-FIELD-LINE.
           MOVE SPACES TO WS-DH-KEY
           MOVE SPACES TO WS-DH-KEY-TXT
           MOVE SPACES TO WS-DH-VAL-TXT
           IF WS-DH-K > 1
               MOVE FUNCTION TRIM(WS-DH-UP(1:WS-DH-K - 1))
                   TO WS-DH-KEY
               MOVE FUNCTION TRIM(WS-DH-TEXT(1:WS-DH-K - 1))
                   TO WS-DH-KEY-TXT
           END-IF
           IF WS-DH-K < 256
               MOVE FUNCTION TRIM(WS-DH-TEXT(WS-DH-K + 1:))
                   TO WS-DH-VAL-TXT
           END-IF
           MOVE 0 TO WS-DH-VAL
           MOVE 0 TO WS-DH-VAL-OK
           IF WS-DH-VAL-TXT NOT = SPACES
               AND FUNCTION TRIM(WS-DH-VAL-TXT) IS NUMERIC
               COMPUTE WS-DH-VAL = FUNCTION NUMVAL(WS-DH-VAL-TXT)
               MOVE 1 TO WS-DH-VAL-OK
           END-IF
           MOVE SPACES TO WS-DH-FIELD
           STRING WS-DH-KEY-TXT DELIMITED BY "  "
               " = " DELIMITED BY SIZE
               WS-DH-VAL-TXT DELIMITED BY "  "
               INTO WS-DH-FIELD
           END-STRING

           EVALUATE WS-DH-BLOCK
               WHEN SPACES
      *>           Preamble: Doom version, Patch format
                   CONTINUE
               WHEN "OTHER"
      *>           Already reported at the block header
                   CONTINUE
               WHEN "THING"
                   PERFORM DH-THING-FIELD
               WHEN "WEAPON"
                   PERFORM DH-WEAPON-FIELD
               WHEN "AMMO"
                   PERFORM DH-AMMO-FIELD
               WHEN "MISC"
                   PERFORM DH-MISC-FIELD
           END-EVALUATE
           .

      *> ============================================================
      *> DH-THING-FIELD: Hit points, Speed and Pain chance go to the
      *> monster's own row, Missile damage to the shooter of that
      *> projectile; the rest of a Thing block (frames, sounds,
      *> size, flags) is not supported.
      *> ============================================================
       DH-THING-FIELD.
           EVALUATE WS-DH-KEY
               WHEN "HIT POINTS"
               WHEN "SPEED"
               WHEN "PAIN CHANCE"
                   MOVE "M" TO WS-DH-KIND
               WHEN "MISSILE DAMAGE"
                   MOVE "P" TO WS-DH-KIND
               WHEN OTHER
                   MOVE "field not supported" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-DH-VAL-OK = 0
               MOVE "value not a whole number" TO WS-DH-NOTE
               PERFORM DH-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM DH-THING-ROWS
           EVALUATE TRUE
               WHEN WS-DH-FULL = 1
                   MOVE "monster tuning table full" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN WS-DH-HITS = 0
                   MOVE "no such monster here" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN OTHER
                   PERFORM DH-APPLIED
           END-EVALUATE
           .

      *> ============================================================
      *> DH-THING-ROWS: Every WS-DH-TM-ROW of thing WS-DH-NO and
      *> kind WS-DH-KIND gets the value, scaled to the engine's
      *> units; WS-DH-NOTE lists the thing types changed.
      *> ============================================================
       DH-THING-ROWS.
           MOVE 0 TO WS-DH-HITS
           MOVE 0 TO WS-DH-FULL
           MOVE SPACES TO WS-DH-NOTE
           MOVE 1 TO WS-DH-NOTE-PTR
           STRING "type" DELIMITED BY SIZE
               INTO WS-DH-NOTE WITH POINTER WS-DH-NOTE-PTR
           END-STRING
           PERFORM VARYING WS-DH-R FROM 1 BY 1
               UNTIL WS-DH-R > WS-DH-TM-COUNT
               IF WS-DH-TM-NO(WS-DH-R) = WS-DH-NO
                   AND WS-DH-TM-KIND(WS-DH-R) = WS-DH-KIND
                   PERFORM DH-TN-FIND
                   IF WS-DH-T = 0
                       MOVE 1 TO WS-DH-FULL
                   ELSE
                       ADD 1 TO WS-DH-HITS
                       STRING " " DELIMITED BY SIZE
                           WS-DH-TM-TYPE(WS-DH-R) DELIMITED BY SIZE
                           INTO WS-DH-NOTE
                           WITH POINTER WS-DH-NOTE-PTR
                       END-STRING
                       EVALUATE WS-DH-KEY
                           WHEN "HIT POINTS"
      *>                       Health is PIC 9(3), 000 = compiled
                               IF WS-DH-VAL > 999
                                   MOVE 999 TO WS-DH-VAL
                               END-IF
                               IF WS-DH-VAL < 1
                                   MOVE 1 TO WS-DH-VAL
                               END-IF
                               MOVE WS-DH-VAL
                                   TO WS-TN-HEALTH(WS-DH-T)
                           WHEN "SPEED"
                               IF WS-DH-VAL > 99
                                   MOVE 99 TO WS-DH-VAL
                               END-IF
                               COMPUTE WS-TN-SPEED(WS-DH-T) ROUNDED =
                                   WS-DH-TM-OURS(WS-DH-R) * WS-DH-VAL
                                   / WS-DH-TM-STOCK(WS-DH-R)
                               IF WS-TN-SPEED(WS-DH-T) > 0.9999
                                   MOVE 0.9999 TO WS-TN-SPEED(WS-DH-T)
                               END-IF
                           WHEN "PAIN CHANCE"
      *>                       Out of 256 there, per cent here
                               IF WS-DH-VAL > 256
                                   MOVE 256 TO WS-DH-VAL
                               END-IF
                               COMPUTE WS-TN-PAIN(WS-DH-T) ROUNDED =
                                   WS-DH-VAL * 100 / 256
                           WHEN "MISSILE DAMAGE"
                               IF WS-DH-VAL > 99
                                   MOVE 99 TO WS-DH-VAL
                               END-IF
                               COMPUTE WS-TN-DAMAGE(WS-DH-T) ROUNDED =
                                   WS-DH-TM-OURS(WS-DH-R) * WS-DH-VAL
                                   / WS-DH-TM-STOCK(WS-DH-R)
                               IF WS-TN-DAMAGE(WS-DH-T) > 998
                                   MOVE 998 TO WS-TN-DAMAGE(WS-DH-T)
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> DH-TN-FIND: WS-DH-T = the tuning row for the type of map
      *> row WS-DH-R, adding one that keeps every compiled value
      *> when there is none; 0 when the table is full.
      *> ============================================================
       DH-TN-FIND.
           MOVE 0 TO WS-DH-T
           PERFORM VARYING WS-TN-I FROM 1 BY 1
               UNTIL WS-TN-I > WS-TN-COUNT
               OR WS-DH-T > 0
               IF WS-TN-TYPE(WS-TN-I) = WS-DH-TM-TYPE(WS-DH-R)
                   MOVE WS-TN-I TO WS-DH-T
               END-IF
           END-PERFORM
           IF WS-DH-T > 0 OR WS-TN-COUNT >= WS-TN-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TN-COUNT
           MOVE WS-TN-COUNT TO WS-DH-T
           MOVE WS-DH-TM-TYPE(WS-DH-R) TO WS-TN-TYPE(WS-DH-T)
           MOVE 999 TO WS-TN-DAMAGE(WS-DH-T)
           MOVE 9.9999 TO WS-TN-SPEED(WS-DH-T)
           MOVE 999 TO WS-TN-ALERT(WS-DH-T)
           MOVE 999 TO WS-TN-PAIN(WS-DH-T)
           MOVE 9999 TO WS-TN-SCORE(WS-DH-T)
           MOVE 999 TO WS-TN-DODGE(WS-DH-T)
           MOVE 0 TO WS-TN-HEALTH(WS-DH-T)
           .

      *> ============================================================
      *> DH-WEAPON-FIELD: Ammo type re-points the weapon's pool (5 =
      *> none), Ammo per shot its cost; frames are not supported.
      *> ============================================================
       DH-WEAPON-FIELD.
           MOVE 0 TO WS-DH-W
           IF WS-DH-NO <= 8
               MOVE WS-DH-WPN-MAP(WS-DH-NO + 1) TO WS-DH-W
           END-IF
           EVALUATE TRUE
               WHEN WS-DH-KEY NOT = "AMMO TYPE"
                   AND WS-DH-KEY NOT = "AMMO PER SHOT"
                   MOVE "field not supported" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN WS-DH-W = 0
                   MOVE "no such weapon here" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN WS-DH-VAL-OK = 0
                   MOVE "value not a whole number" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN WS-DH-KEY = "AMMO TYPE"
                   EVALUATE WS-DH-VAL
                       WHEN 0 THRU 3
                           COMPUTE WS-WP-POOL(WS-DH-W) = WS-DH-VAL + 1
                           MOVE "pool set" TO WS-DH-NOTE
                           PERFORM DH-APPLIED
                       WHEN 5
                           MOVE 0 TO WS-WP-POOL(WS-DH-W)
                           MOVE "needs no ammo" TO WS-DH-NOTE
                           PERFORM DH-APPLIED
                       WHEN OTHER
                           MOVE "no such ammo type" TO WS-DH-NOTE
                           PERFORM DH-SKIPPED
                   END-EVALUATE
               WHEN OTHER
                   IF WS-DH-VAL > 400
                       MOVE 400 TO WS-DH-VAL
                       MOVE "capped at 400" TO WS-DH-NOTE
                   ELSE
                       MOVE "cost set" TO WS-DH-NOTE
                   END-IF
                   MOVE WS-DH-VAL TO WS-WP-SHOT-COST(WS-DH-W)
                   PERFORM DH-APPLIED
           END-EVALUATE
           .

      *> ============================================================
      *> DH-AMMO-FIELD: Max ammo and Per ammo of pools 0-3, capped
      *> so a backpack and a box still fit WS-AMMO-BULLETS & co.
      *> ============================================================
       DH-AMMO-FIELD.
           EVALUATE TRUE
               WHEN WS-DH-KEY NOT = "MAX AMMO"
                   AND WS-DH-KEY NOT = "PER AMMO"
                   MOVE "field not supported" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN WS-DH-NO > 3
                   MOVE "no such ammo type" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN WS-DH-VAL-OK = 0
                   MOVE "value not a whole number" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN WS-DH-KEY = "MAX AMMO"
                   COMPUTE WS-DH-P = WS-DH-NO + 1
                   IF WS-DH-VAL > 400
                       MOVE 400 TO WS-DH-VAL
                       MOVE "capped at 400" TO WS-DH-NOTE
                   ELSE
                       MOVE "capacity set" TO WS-DH-NOTE
                   END-IF
                   MOVE WS-DH-VAL TO WS-AMMO-CAP(WS-DH-P)
                   PERFORM SET-AMMO-CAPACITY
                   PERFORM DH-APPLIED
               WHEN OTHER
                   COMPUTE WS-DH-P = WS-DH-NO + 1
                   IF WS-DH-VAL > 39
                       MOVE 39 TO WS-DH-VAL
                       MOVE "capped at 39" TO WS-DH-NOTE
                   ELSE
                       MOVE "clip set" TO WS-DH-NOTE
                   END-IF
                   MOVE WS-DH-VAL TO WS-AMMO-CLIP(WS-DH-P)
                   PERFORM DH-APPLIED
           END-EVALUATE
           .

      *> ============================================================
      *> DH-MISC-FIELD: Only the BFG's charge has a counterpart.
      *> ============================================================
       DH-MISC-FIELD.
           EVALUATE TRUE
               WHEN WS-DH-KEY NOT = "BFG CELLS/SHOT"
                   MOVE "field not supported" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN WS-DH-VAL-OK = 0
                   MOVE "value not a whole number" TO WS-DH-NOTE
                   PERFORM DH-SKIPPED
               WHEN OTHER
                   IF WS-DH-VAL > 400
                       MOVE 400 TO WS-DH-VAL
                       MOVE "capped at 400" TO WS-DH-NOTE
                   ELSE
                       MOVE "cost set" TO WS-DH-NOTE
                   END-IF
                   MOVE WS-DH-VAL TO WS-WP-SHOT-COST(7)
                   PERFORM DH-APPLIED
           END-EVALUATE
           .

      *> ============================================================
      *> DH-TEXT-BLOCK: "Text <old length> <new length>" and then
      *> both texts back to back, newlines counting. Every message
      *> string equal to the old text (upper-cased, as the table
      *> holds them) takes the new one, cut to 40 characters;
      *> sprite and sound renames match nothing and are reported.
      *> ============================================================
       DH-TEXT-BLOCK.
           MOVE "Text" TO WS-DH-WHERE
           IF FUNCTION TRIM(WS-DH-WORD2) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-DH-WORD3) IS NOT NUMERIC
               MOVE SPACES TO WS-DH-FIELD
               MOVE "lengths unreadable" TO WS-DH-NOTE
               PERFORM DH-SKIPPED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DH-OLD-LEN = FUNCTION NUMVAL(WS-DH-WORD2)
           COMPUTE WS-DH-NEW-LEN = FUNCTION NUMVAL(WS-DH-WORD3)
           MOVE WS-DH-OLD-LEN TO WS-DH-N
           PERFORM DH-TAKE-CHARS
           MOVE FUNCTION UPPER-CASE(WS-DH-PIECE) TO WS-DH-OLD
           MOVE WS-DH-NEW-LEN TO WS-DH-N
           PERFORM DH-TAKE-CHARS
           MOVE FUNCTION UPPER-CASE(WS-DH-PIECE) TO WS-DH-NEW

           MOVE SPACES TO WS-DH-FIELD
           STRING QUOTE DELIMITED BY SIZE
               WS-DH-OLD(1:29) DELIMITED BY "  "
               QUOTE DELIMITED BY SIZE
               INTO WS-DH-FIELD
           END-STRING
           IF WS-DH-OLD = SPACES
               MOVE "no old text" TO WS-DH-NOTE
               PERFORM DH-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-DH-OLD(41:) NOT = SPACES
               MOVE "no message this long" TO WS-DH-NOTE
               PERFORM DH-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DH-HITS
           MOVE SPACES TO WS-DH-NOTE
           MOVE 1 TO WS-DH-NOTE-PTR
           IF WS-DH-NEW(41:) NOT = SPACES
               STRING "cut to 40, " DELIMITED BY SIZE
                   INTO WS-DH-NOTE WITH POINTER WS-DH-NOTE-PTR
               END-STRING
           END-IF
           STRING "message" DELIMITED BY SIZE
               INTO WS-DH-NOTE WITH POINTER WS-DH-NOTE-PTR
           END-STRING
           PERFORM VARYING WS-STR-I FROM 1 BY 1
               UNTIL WS-STR-I > WS-STR-COUNT
               IF WS-STR-TXT(WS-STR-I) = WS-DH-OLD(1:40)
                   MOVE WS-DH-NEW(1:40) TO WS-STR-TXT(WS-STR-I)
                   ADD 1 TO WS-DH-HITS
                   IF WS-DH-NOTE-PTR < 28
                       STRING " " DELIMITED BY SIZE
                           WS-STR-I DELIMITED BY SIZE
                           INTO WS-DH-NOTE
                           WITH POINTER WS-DH-NOTE-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DH-HITS = 0
               MOVE "no message has this text" TO WS-DH-NOTE
               PERFORM DH-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM DH-APPLIED
           .

      *> ============================================================
      *> DH-TAKE-CHARS: The next WS-DH-N characters from WS-DH-POS
      *> into WS-DH-PIECE (carriage returns not counted, newlines
      *> and tabs kept as spaces, the first 256 kept).
      *> ============================================================
       DH-TAKE-CHARS.
           MOVE SPACES TO WS-DH-PIECE
           MOVE 0 TO WS-DH-GOT
           MOVE 0 TO WS-DH-TAKE
           PERFORM UNTIL WS-DH-TAKE >= WS-DH-N
               OR WS-DH-POS > WS-DH-LEN
               MOVE WS-DH-BUF(WS-DH-POS:1) TO WS-DH-CH
               ADD 1 TO WS-DH-POS
               IF WS-DH-CH NOT = X"0D"
                   ADD 1 TO WS-DH-TAKE
                   IF WS-DH-CH = X"0A" OR WS-DH-CH = X"09"
                       MOVE SPACE TO WS-DH-CH
                   END-IF
                   IF WS-DH-GOT < 256
                       ADD 1 TO WS-DH-GOT
                       MOVE WS-DH-CH TO WS-DH-PIECE(WS-DH-GOT:1)
                   END-IF
               END-IF
           END-PERFORM
           .

       DH-APPLIED.
           MOVE "APPLIED" TO WS-DH-STAT
           ADD 1 TO WS-DH-APPLIED
           PERFORM DH-REPORT-ROW
           .

       DH-SKIPPED.
           MOVE "SKIPPED" TO WS-DH-STAT
           ADD 1 TO WS-DH-SKIPPED
           PERFORM DH-REPORT-ROW
           .

       DH-REPORT-ROW.
           MOVE SPACES TO WS-DH-LINE
           MOVE WS-DH-STAT TO WS-DH-LINE(1:8)
           MOVE WS-DH-WHERE TO WS-DH-LINE(10:26)
           MOVE WS-DH-FIELD TO WS-DH-LINE(37:32)
           MOVE WS-DH-NOTE TO WS-DH-LINE(70:31)
           PERFORM DH-REPORT-LINE
           .

       DH-REPORT-LINE.
           IF WS-DH-RPT-OPEN = 1
               MOVE WS-DH-LINE TO DHRPT-RECORD
               WRITE DHRPT-RECORD
           END-IF
           .
