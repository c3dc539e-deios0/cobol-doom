      *> ============================================================
      *> annot-proc.cpy -- Automap notes
      *> AN-LOAD-MAP:         this map's markers back from annot.dat
      *>                      (INIT-PLAYER-POSITION, every spawn)
      *> AN-WAD-KEY:          the WAD name the notes are filed under
      *> CHECK-ANNOTATE-KEY:  edge-detect the annotate binding and
      *>                      start a note at the player's spot
      *> AN-READ-NOTE:        one typed character; Enter files it
      *> AN-SAVE-NOTE:        append the note to annot.dat
      *> AN-DRAW-MARKERS:     the markers and their numbers on the
      *>                      automap radar (RENDER-AUTOMAP)
      *> RUN-ANNOT-REPORT:    DOOM_ANNOT_REPORT=1 startup path --
      *>                      annot.dat sorted to annot.rpt
      *> ============================================================

      *> ============================================================
      *> AN-LOAD-MAP: Keep the file's notes for this WAD and map.
      *> Numbering carries on from the highest marker on file, so a
      *> note never takes a number a designer has already seen.
      *> ============================================================
       AN-LOAD-MAP.
           MOVE 0 TO WS-AN-COUNT
           MOVE 1 TO WS-AN-NEXT
           PERFORM AN-WAD-KEY
           OPEN INPUT ANNOT-FILE
           IF WS-AN-STATUS NOT = "00"
               IF WS-AN-STATUS = "05"
                   CLOSE ANNOT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AN-STATUS NOT = "00"
               READ ANNOT-FILE
                   AT END
                       MOVE "10" TO WS-AN-STATUS
                   NOT AT END
                       IF AN-WAD = WS-AN-WAD
                           AND AN-MAP = WS-MAP-NAME
                           PERFORM AN-TAKE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANNOT-FILE
           IF WS-AN-COUNT > 0
               DISPLAY "Notes: " WS-AN-COUNT " markers loaded from "
                   WS-AN-FILENAME
           END-IF
           .

       AN-TAKE-ONE.
           IF AN-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF AN-NUM >= WS-AN-NEXT
               COMPUTE WS-AN-NEXT = AN-NUM + 1
           END-IF
           IF WS-AN-COUNT >= WS-AN-MAX
               IF WS-AN-OVFL-WARNED = 0
                   DISPLAY "WARN: more than " WS-AN-MAX
                       " notes on " WS-MAP-NAME
                       ", the rest are not drawn"
                   MOVE 1 TO WS-AN-OVFL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AN-COUNT
           MOVE AN-NUM TO WS-AN-NUM(WS-AN-COUNT)
           MOVE AN-X TO WS-AN-X(WS-AN-COUNT)
           MOVE AN-Y TO WS-AN-Y(WS-AN-COUNT)
           .

      *> ============================================================
      *> AN-WAD-KEY: A PWAD's notes are about the PWAD, not the base
      *> WAD it happens to be merged over.
      *> ============================================================
       AN-WAD-KEY.
           IF WS-WAD2-FILENAME NOT = SPACES
               MOVE WS-WAD2-FILENAME(1:40) TO WS-AN-WAD
           ELSE
               MOVE WS-WAD-FILENAME(1:40) TO WS-AN-WAD
           END-IF
           .

      *> ============================================================
      *> CHECK-ANNOTATE-KEY: Edge-detect the annotate binding. The
      *> marker's spot is taken now; the terminal then goes raw for
      *> the note, as the cheat console's does, and gameplay holds
      *> until Enter. Unbound by default, and never in a kiosk or
      *> a demo playback (the viewer has bookmarks for that).
      *> ============================================================
       CHECK-ANNOTATE-KEY.
           IF WS-KB-ANNOTATE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY(WS-KB-ANNOTATE) NOT = 0
               IF WS-AN-KEY-PREV = 0
                   AND WS-KSK-ON = 0
                   AND WS-DEMO-MODE NOT = 2
                   PERFORM AN-BEGIN-NOTE
               END-IF
               MOVE 1 TO WS-AN-KEY-PREV
           ELSE
               MOVE 0 TO WS-AN-KEY-PREV
           END-IF
           .

       AN-BEGIN-NOTE.
           IF WS-AN-COUNT >= WS-AN-MAX OR WS-AN-NEXT > 999
               MOVE WS-STR-TXT(173) TO WS-GMSG-TEXT
               PERFORM SHOW-GAME-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PX TO WS-AN-MARK-X
           MOVE WS-PY TO WS-AN-MARK-Y
      *>   Map units as the editor shows them, the inverse of the
      *>   loader's grid_x = (map_x - WS-MAP-MIN-X) / scale + 1.5
           IF WS-USE-WAD-MAP = 1
               COMPUTE WS-AN-MAP-X ROUNDED =
                   (WS-PX - 1.5) * WS-MAP-SCALE + WS-MAP-MIN-X
               COMPUTE WS-AN-MAP-Y ROUNDED =
                   (WS-PY - 1.5) * WS-MAP-SCALE + WS-MAP-MIN-Y
           ELSE
               MOVE 0 TO WS-AN-MAP-X
               MOVE 0 TO WS-AN-MAP-Y
           END-IF
           MOVE 1 TO WS-AN-TYPING
           MOVE SPACES TO WS-AN-LINE
           MOVE 0 TO WS-AN-POS
           CALL "SYSTEM" USING WS-CONSOLE-STTY-RAW
           MOVE WS-AN-NEXT TO WS-AN-NUM-ED
           DISPLAY "-- note for marker " FUNCTION TRIM(WS-AN-NUM-ED)
               " on " WS-MAP-NAME ": type it, Enter to save, "
               "Enter alone to cancel --"
           MOVE WS-STR-TXT(171) TO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> AN-READ-NOTE: One character via getchar, as
      *> READ-CONSOLE-LINE reads the console's. Backspace takes the
      *> last character back; Enter files the note, or drops it
      *> when nothing was typed.
      *> ============================================================
       AN-READ-NOTE.
           CALL "getchar" RETURNING WS-AN-CHAR-CODE
           IF WS-AN-CHAR-CODE = -1
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-AN-CHAR-CODE
               WHEN 10
               WHEN 13
                   IF WS-AN-LINE = SPACES
                       DISPLAY "-- note dropped --"
                   ELSE
                       PERFORM AN-SAVE-NOTE
                   END-IF
                   MOVE 0 TO WS-AN-TYPING
                   CALL "SYSTEM" USING WS-CONSOLE-STTY-SANE
               WHEN 8
               WHEN 127
                   IF WS-AN-POS > 0
                       MOVE SPACE TO WS-AN-LINE(WS-AN-POS:1)
                       SUBTRACT 1 FROM WS-AN-POS
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION CHAR(WS-AN-CHAR-CODE + 1)
                       TO WS-AN-CHAR
                   IF WS-AN-POS < 60
                       ADD 1 TO WS-AN-POS
                       MOVE WS-AN-CHAR TO WS-AN-LINE(WS-AN-POS:1)
                   END-IF
           END-EVALUATE
           .

      *> ============================================================
      *> AN-SAVE-NOTE: Append the note, then add its marker to the
      *> radar straight away.
      *> ============================================================
       AN-SAVE-NOTE.
           OPEN EXTEND ANNOT-FILE
           IF WS-AN-STATUS NOT = "00"
               AND WS-AN-STATUS NOT = "05"
               DISPLAY "WARN: could not write " WS-AN-FILENAME
                   ", status=" WS-AN-STATUS
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-AN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO ANNOT-RECORD
           MOVE WS-AN-WAD TO AN-WAD
           MOVE WS-MAP-NAME TO AN-MAP
           MOVE WS-AN-NEXT TO AN-NUM
           MOVE WS-AN-MARK-X TO AN-X
           MOVE WS-AN-MARK-Y TO AN-Y
           MOVE WS-AN-MAP-X TO AN-MAP-X
           MOVE WS-AN-MAP-Y TO AN-MAP-Y
           MOVE WS-AN-DATE TO AN-DATE
           MOVE WS-PLR-ID TO AN-PLAYER
           MOVE WS-AN-LINE TO AN-TEXT
           MOVE WS-AN-NEXT TO WS-AN-NUM-ED
           PERFORM AN-TAKE-ONE
           WRITE ANNOT-RECORD
           CLOSE ANNOT-FILE

           DISPLAY "Note " FUNCTION TRIM(WS-AN-NUM-ED) " on "
               WS-MAP-NAME " saved to " WS-AN-FILENAME
           MOVE SPACES TO WS-GMSG-TEXT
           STRING WS-STR-TXT(172) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AN-NUM-ED) DELIMITED BY SIZE
               INTO WS-GMSG-TEXT
           END-STRING
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> AN-DRAW-MARKERS: Each marker within the radar radius as a
      *> cell in the marker colour, its number beside it where the
      *> digits fit inside the panel.
      *> ============================================================
       AN-DRAW-MARKERS.
           IF WS-AN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AN-BOX-X2 = WS-AM-BOX-X + WS-AM-BOX-DIM - 1
           COMPUTE WS-AN-BOX-Y2 = WS-AM-BOX-Y + WS-AM-BOX-DIM - 1
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-COUNT
               COMPUTE WS-AM-DR = FUNCTION INTEGER-PART(
                   WS-AN-Y(WS-AN-I)) + 1 - WS-AM-PLAYER-ROW
               COMPUTE WS-AM-DC = FUNCTION INTEGER-PART(
                   WS-AN-X(WS-AN-I)) + 1 - WS-AM-PLAYER-COL
               IF WS-AM-DR >= WS-AM-NEG-RADIUS
                   AND WS-AM-DR <= WS-AM-RADIUS
                   AND WS-AM-DC >= WS-AM-NEG-RADIUS
                   AND WS-AM-DC <= WS-AM-RADIUS
                   PERFORM AN-DRAW-ONE
               END-IF
           END-PERFORM
           .

       AN-DRAW-ONE.
           MOVE WS-AN-R TO WS-HUD-CUR-R
           MOVE WS-AN-G TO WS-HUD-CUR-G
           MOVE WS-AN-B TO WS-HUD-CUR-B
           PERFORM DRAW-AUTOMAP-CELL
           COMPUTE WS-HUD-NUM-X = WS-HUD-RECT-X + WS-AM-SCALE + 1
           MOVE WS-HUD-RECT-Y TO WS-HUD-NUM-Y
           IF WS-HUD-NUM-X + 17 <= WS-AN-BOX-X2
               AND WS-HUD-NUM-Y + 6 <= WS-AN-BOX-Y2
               MOVE WS-AN-NUM(WS-AN-I) TO WS-HUD-NUM-VAL
               PERFORM DRAW-HUD-NUMBER
           END-IF
           .

      *> ============================================================
      *> RUN-ANNOT-REPORT: Every note in annot.dat, sorted by WAD,
      *> map and marker number, one line each -- marker, map units,
      *> grid position, date, who wrote it and the note itself.
      *> ============================================================
       RUN-ANNOT-REPORT.
           OPEN OUTPUT ANNRPT-FILE
           IF WS-AN-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-AN-RPT-FILENAME
                   ", status=" WS-AN-RPT-STATUS
               MOVE 8 TO WS-AN-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AN-LINE-OUT
           STRING "=== Automap notes: " DELIMITED BY SIZE
               WS-AN-FILENAME DELIMITED BY SPACE
               " -- every note, WAD by WAD and map by map ==="
                   DELIMITED BY SIZE
               INTO WS-AN-LINE-OUT
           END-STRING
           PERFORM AN-REPORT-LINE
           MOVE "  mark   map x  map y  grid x/y" TO WS-AN-LINE-OUT
           MOVE "date" TO WS-AN-LINE-OUT(44:4)
           MOVE "by" TO WS-AN-LINE-OUT(56:2)
           MOVE "note" TO WS-AN-LINE-OUT(66:4)
           PERFORM AN-REPORT-LINE

           OPEN INPUT ANNOT-FILE
           IF WS-AN-STATUS NOT = "00"
               MOVE SPACES TO WS-AN-LINE-OUT
               STRING "No notes at " DELIMITED BY SIZE
                   WS-AN-FILENAME DELIMITED BY SPACE
                   " -- the annotate key files them" DELIMITED BY SIZE
                   INTO WS-AN-LINE-OUT
               END-STRING
               PERFORM AN-REPORT-LINE
               IF WS-AN-STATUS = "05"
                   CLOSE ANNOT-FILE
               END-IF
               CLOSE ANNRPT-FILE
               MOVE 4 TO WS-AN-WORST
               EXIT PARAGRAPH
           END-IF
           CLOSE ANNOT-FILE

           MOVE 0 TO WS-AN-NOTES
           MOVE 0 TO WS-AN-MAPS
           MOVE SPACES TO WS-AN-PREV-WAD
           MOVE SPACES TO WS-AN-PREV-MAP
           SORT ANSORT-FILE
               ON ASCENDING KEY AS-WAD AS-MAP AS-NUM AS-DATE
               USING ANNOT-FILE
               OUTPUT PROCEDURE IS AN-REPORT-OUT

           MOVE SPACES TO WS-AN-LINE-OUT
           PERFORM AN-REPORT-LINE
           MOVE WS-AN-NOTES TO WS-AN-CNT-ED
           MOVE WS-AN-MAPS TO WS-AN-MAPS-ED
           MOVE SPACES TO WS-AN-LINE-OUT
           STRING "=== " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AN-CNT-ED) DELIMITED BY SIZE
               " notes on " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AN-MAPS-ED) DELIMITED BY SIZE
               " maps ===" DELIMITED BY SIZE
               INTO WS-AN-LINE-OUT
           END-STRING
           PERFORM AN-REPORT-LINE
           CLOSE ANNRPT-FILE
           IF WS-AN-NOTES = 0
               MOVE 4 TO WS-AN-WORST
           END-IF
           DISPLAY "Notes report written to " WS-AN-RPT-FILENAME
           .

       AN-REPORT-OUT.
           MOVE 0 TO WS-AN-EOF
           PERFORM UNTIL WS-AN-EOF = 1
               RETURN ANSORT-FILE
                   AT END
                       MOVE 1 TO WS-AN-EOF
                   NOT AT END
                       PERFORM AN-REPORT-NOTE
               END-RETURN
           END-PERFORM
           .

      *> ============================================================
      *> AN-REPORT-NOTE: A heading line whenever the WAD or map
      *> changes, then the note's own line.
      *> ============================================================
       AN-REPORT-NOTE.
           IF AS-WAD NOT = WS-AN-PREV-WAD
               OR AS-MAP NOT = WS-AN-PREV-MAP
               MOVE AS-WAD TO WS-AN-PREV-WAD
               MOVE AS-MAP TO WS-AN-PREV-MAP
               ADD 1 TO WS-AN-MAPS
               MOVE SPACES TO WS-AN-LINE-OUT
               PERFORM AN-REPORT-LINE
               STRING FUNCTION TRIM(AS-WAD) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AS-MAP DELIMITED BY SPACE
                   INTO WS-AN-LINE-OUT
               END-STRING
               PERFORM AN-REPORT-LINE
           END-IF
           ADD 1 TO WS-AN-NOTES

           MOVE SPACES TO WS-AN-LINE-OUT
           MOVE AS-NUM TO WS-AN-NUM-ED
           MOVE "#" TO WS-AN-LINE-OUT(3:1)
           MOVE WS-AN-NUM-ED TO WS-AN-LINE-OUT(4:3)
           IF AS-MAP-X IS NUMERIC AND AS-MAP-Y IS NUMERIC
               MOVE AS-MAP-X TO WS-AN-MU-ED
               MOVE WS-AN-MU-ED TO WS-AN-LINE-OUT(9:6)
               MOVE AS-MAP-Y TO WS-AN-MU-ED
               MOVE WS-AN-MU-ED TO WS-AN-LINE-OUT(16:6)
           END-IF
           IF AS-X IS NUMERIC AND AS-Y IS NUMERIC
               MOVE "grid" TO WS-AN-LINE-OUT(24:4)
               MOVE AS-X TO WS-AN-XY-ED
               MOVE WS-AN-XY-ED TO WS-AN-LINE-OUT(29:6)
               MOVE AS-Y TO WS-AN-XY-ED
               MOVE WS-AN-XY-ED TO WS-AN-LINE-OUT(36:6)
           END-IF
           IF AS-DATE IS NUMERIC
               MOVE AS-DATE TO WS-AN-DATE-ED
               MOVE WS-AN-DATE-ED TO WS-AN-LINE-OUT(44:10)
           END-IF
           MOVE AS-PLAYER TO WS-AN-LINE-OUT(56:8)
           MOVE AS-TEXT TO WS-AN-LINE-OUT(66:60)
           PERFORM AN-REPORT-LINE
           .

       AN-REPORT-LINE.
           MOVE WS-AN-LINE-OUT TO ANNRPT-RECORD
           WRITE ANNRPT-RECORD
           DISPLAY FUNCTION TRIM(WS-AN-LINE-OUT TRAILING)
           .
