      *> ============================================================
      *> hof-proc.cpy -- Hall-of-fame screen
      *> HOF-ATTRACT-TURN:   the idle title's timeout -- the attract
      *>                     demo or this page, turn about
      *> SHOW-HALL-OF-FAME:  read the ledger, draw the page and hold
      *>                     it until a key or the hold time is up
      *> HOF-LOAD:           the ledger's clean rows into the tables
      *> HOF-TAKE-ROW:       one row to the map, horde or drill
      *>                     standings
      *> HOF-NOTE-RECORD:    a new best, onto the newest-records list
      *> DRAW-HOF-FRAME:     the page, in the STCFN font
      *> HOF-TIME-TEXT:      seconds as M:SS
      *> ============================================================

      *> ============================================================
      *> HOF-ATTRACT-TURN: The demo's turn rolls attract.rec as
      *> before; the page's turn, or any turn once attract.rec has
      *> turned out to be missing, puts up the hall of fame and then
      *> the title again with its idle timer re-armed.
      *> ============================================================
       HOF-ATTRACT-TURN.
           IF WS-HOF-TURN = 0 AND WS-ATTRACT-MODE = 0
               MOVE 1 TO WS-HOF-TURN
               PERFORM START-ATTRACT-CYCLE
               IF WS-ATTRACT-MODE = 1
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-HOF-TURN
           PERFORM SHOW-HALL-OF-FAME
           PERFORM DRAW-TITLE-FRAME
           CALL "get_ticks_ms" RETURNING WS-TTL-IDLE-START
           .

      *> ============================================================
      *> SHOW-HALL-OF-FAME: Any key hands back to the title, as it
      *> does from the attract demo; the key is waited out first so
      *> the title doesn't take it as a confirm.
      *> ============================================================
       SHOW-HALL-OF-FAME.
           PERFORM HOF-LOAD
           PERFORM DRAW-HOF-FRAME

           IF WS-HEADLESS-MODE = 1
               EXIT PARAGRAPH
           END-IF

           CALL "get_ticks_ms" RETURNING WS-HOF-START
           MOVE 0 TO WS-HOF-PRESSED
           PERFORM UNTIL WS-HOF-PRESSED = 1
               CALL "sdl_input" USING WS-KEYS
               PERFORM VARYING WS-HOF-K FROM 1 BY 1
                   UNTIL WS-HOF-K > 21
                   IF WS-KEY(WS-HOF-K) NOT = 0
                       MOVE 1 TO WS-HOF-PRESSED
                   END-IF
               END-PERFORM
               CALL "get_ticks_ms" RETURNING WS-HOF-NOW
               IF WS-HOF-NOW - WS-HOF-START > WS-HOF-HOLD-MS
                   MOVE 1 TO WS-HOF-PRESSED
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-KEY(WS-KB-FIRE) = 0
               OR WS-KEY(WS-KB-QUIT) = -1
               CALL "sdl_input" USING WS-KEYS
           END-PERFORM
           .

      *> ============================================================
      *> HOF-LOAD: The whole ledger, oldest row first, so each new
      *> best lands on the records list in the order it was set.
      *> ============================================================
       HOF-LOAD.
           MOVE 0 TO WS-HOF-MAP-COUNT
           MOVE 0 TO WS-HOF-WAVE-COUNT
           MOVE 0 TO WS-HOF-DRILL-COUNT
           MOVE 0 TO WS-HOF-REC-COUNT
           MOVE 0 TO WS-HOF-SET-COUNT
           MOVE 0 TO WS-HOF-BEST-DRILL
           MOVE 0 TO WS-HOF-ROWS
           OPEN INPUT LEDGER-FILE
           IF WS-LG-STATUS NOT = "00"
               IF WS-LG-STATUS = "05"
                   CLOSE LEDGER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LG-STATUS NOT = "00"
               READ LEDGER-FILE
                   AT END
                       MOVE "10" TO WS-LG-STATUS
                   NOT AT END
                       PERFORM HOF-TAKE-ROW
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .

      *> ============================================================
      *> HOF-TAKE-ROW: Assisted and adapted rows never set a best,
      *> the same rule the results master keeps. Horde rows count
      *> however the run ended -- the wave reached is the result.
      *> ============================================================
       HOF-TAKE-ROW.
           IF (LG-FLAG NOT = SPACE AND LG-FLAG NOT = LOW-VALUE)
               OR (LG-ADAPT NOT = SPACES
                   AND LG-ADAPT NOT = LOW-VALUES)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOF-ROWS
           IF LG-PLAYER = SPACES
               MOVE WS-PLR-GUEST TO WS-HOF-PLAYER
           ELSE
               MOVE LG-PLAYER TO WS-HOF-PLAYER
           END-IF
           EVALUATE TRUE
               WHEN LG-MAP-NAME = "HORDE"
                   PERFORM HOF-NOTE-WAVE
               WHEN LG-RTYPE = "D" OR LG-RTYPE = "A"
                   CONTINUE
               WHEN LG-MAP-NAME = "DRILL"
                   PERFORM HOF-NOTE-DRILL
               WHEN OTHER
                   PERFORM HOF-NOTE-MAP
           END-EVALUATE
           .

      *> ============================================================
      *> HOF-NOTE-MAP: A completion -- the map's first, or faster
      *> than the one standing. New maps are slotted in name order.
      *> ============================================================
       HOF-NOTE-MAP.
           MOVE 0 TO WS-HOF-FOUND
           PERFORM VARYING WS-HOF-I FROM 1 BY 1
               UNTIL WS-HOF-I > WS-HOF-MAP-COUNT OR WS-HOF-FOUND > 0
               IF WS-HOF-MAP(WS-HOF-I) = LG-MAP-NAME
                   MOVE WS-HOF-I TO WS-HOF-FOUND
               END-IF
           END-PERFORM

           IF WS-HOF-FOUND > 0
               IF LG-TIME < WS-HOF-MAP-TIME(WS-HOF-FOUND)
                   MOVE LG-SKILL TO WS-HOF-MAP-SKILL(WS-HOF-FOUND)
                   MOVE LG-TIME TO WS-HOF-MAP-TIME(WS-HOF-FOUND)
                   MOVE WS-HOF-PLAYER
                       TO WS-HOF-MAP-PLAYER(WS-HOF-FOUND)
                   MOVE "M" TO WS-HOF-NEW-KIND
                   MOVE LG-TIME TO WS-HOF-NEW-VALUE
                   PERFORM HOF-NOTE-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-HOF-MAP-COUNT >= WS-HOF-MAP-MAX
               IF WS-HOF-OVFL-WARNED = 0
                   DISPLAY "WARN: hall of fame map table full at "
                       WS-HOF-MAP-MAX " maps"
                   MOVE 1 TO WS-HOF-OVFL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOF-I FROM 1 BY 1
               UNTIL WS-HOF-I > WS-HOF-MAP-COUNT
               OR WS-HOF-MAP(WS-HOF-I) > LG-MAP-NAME
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-HOF-J FROM WS-HOF-MAP-COUNT BY -1
               UNTIL WS-HOF-J < WS-HOF-I
               MOVE WS-HOF-MAP-ENTRY(WS-HOF-J)
                   TO WS-HOF-MAP-ENTRY(WS-HOF-J + 1)
           END-PERFORM
           ADD 1 TO WS-HOF-MAP-COUNT
           MOVE LG-MAP-NAME TO WS-HOF-MAP(WS-HOF-I)
           MOVE LG-SKILL TO WS-HOF-MAP-SKILL(WS-HOF-I)
           MOVE LG-TIME TO WS-HOF-MAP-TIME(WS-HOF-I)
           MOVE WS-HOF-PLAYER TO WS-HOF-MAP-PLAYER(WS-HOF-I)
           MOVE "M" TO WS-HOF-NEW-KIND
           MOVE LG-TIME TO WS-HOF-NEW-VALUE
           PERFORM HOF-NOTE-RECORD
           .

      *> ============================================================
      *> HOF-NOTE-WAVE / HOF-NOTE-DRILL: Slot the result into its
      *> top three; an equal result stays behind the one that got
      *> there first. Beating the standing best is a record -- for
      *> a horde wave, the best on the same wave set.
      *> ============================================================
       HOF-NOTE-WAVE.
           IF LG-WAVE = 0
               EXIT PARAGRAPH
           END-IF
           IF LG-WAVESET = SPACES OR LG-WAVESET = LOW-VALUES
               MOVE "HORDE" TO WS-HOF-WAVE-KEY
           ELSE
               MOVE LG-WAVESET TO WS-HOF-WAVE-KEY
           END-IF
           PERFORM HOF-NOTE-SET-BEST
           PERFORM VARYING WS-HOF-I FROM 1 BY 1
               UNTIL WS-HOF-I > WS-HOF-WAVE-COUNT
               OR LG-WAVE > WS-HOF-WAVE(WS-HOF-I)
               CONTINUE
           END-PERFORM
           IF WS-HOF-I > WS-HOF-TOP-MAX
               EXIT PARAGRAPH
           END-IF
           IF WS-HOF-WAVE-COUNT < WS-HOF-TOP-MAX
               ADD 1 TO WS-HOF-WAVE-COUNT
           END-IF
           PERFORM VARYING WS-HOF-J FROM WS-HOF-WAVE-COUNT BY -1
               UNTIL WS-HOF-J <= WS-HOF-I
               MOVE WS-HOF-WAVE-ENTRY(WS-HOF-J - 1)
                   TO WS-HOF-WAVE-ENTRY(WS-HOF-J)
           END-PERFORM
           MOVE LG-WAVE TO WS-HOF-WAVE(WS-HOF-I)
           MOVE WS-HOF-WAVE-KEY TO WS-HOF-WAVE-SET(WS-HOF-I)
           MOVE WS-HOF-PLAYER TO WS-HOF-WAVE-PLAYER(WS-HOF-I)
           .

      *> ============================================================
      *> HOF-NOTE-SET-BEST: The wave against WS-HOF-WAVE-KEY's
      *> standing best -- a set's first wave, or a better one, is
      *> a record. A set that finds the table full sets none.
      *> ============================================================
       HOF-NOTE-SET-BEST.
           MOVE 0 TO WS-HOF-FOUND
           PERFORM VARYING WS-HOF-I FROM 1 BY 1
               UNTIL WS-HOF-I > WS-HOF-SET-COUNT OR WS-HOF-FOUND > 0
               IF WS-HOF-SET-NAME(WS-HOF-I) = WS-HOF-WAVE-KEY
                   MOVE WS-HOF-I TO WS-HOF-FOUND
               END-IF
           END-PERFORM
           IF WS-HOF-FOUND = 0
               IF WS-HOF-SET-COUNT >= WS-HOF-SET-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HOF-SET-COUNT
               MOVE WS-HOF-SET-COUNT TO WS-HOF-FOUND
               MOVE WS-HOF-WAVE-KEY TO WS-HOF-SET-NAME(WS-HOF-FOUND)
               MOVE 0 TO WS-HOF-SET-BEST(WS-HOF-FOUND)
           END-IF
           IF LG-WAVE > WS-HOF-SET-BEST(WS-HOF-FOUND)
               MOVE LG-WAVE TO WS-HOF-SET-BEST(WS-HOF-FOUND)
               MOVE "H" TO WS-HOF-NEW-KIND
               MOVE LG-WAVE TO WS-HOF-NEW-VALUE
               PERFORM HOF-NOTE-RECORD
           END-IF
           .

       HOF-NOTE-DRILL.
           IF LG-SCORE = 0
               EXIT PARAGRAPH
           END-IF
           IF LG-SCORE > WS-HOF-BEST-DRILL
               MOVE LG-SCORE TO WS-HOF-BEST-DRILL
               MOVE "D" TO WS-HOF-NEW-KIND
               MOVE LG-SCORE TO WS-HOF-NEW-VALUE
               PERFORM HOF-NOTE-RECORD
           END-IF
           PERFORM VARYING WS-HOF-I FROM 1 BY 1
               UNTIL WS-HOF-I > WS-HOF-DRILL-COUNT
               OR LG-SCORE > WS-HOF-DRILL(WS-HOF-I)
               CONTINUE
           END-PERFORM
           IF WS-HOF-I > WS-HOF-TOP-MAX
               EXIT PARAGRAPH
           END-IF
           IF WS-HOF-DRILL-COUNT < WS-HOF-TOP-MAX
               ADD 1 TO WS-HOF-DRILL-COUNT
           END-IF
           PERFORM VARYING WS-HOF-J FROM WS-HOF-DRILL-COUNT BY -1
               UNTIL WS-HOF-J <= WS-HOF-I
               MOVE WS-HOF-DRILL-ENTRY(WS-HOF-J - 1)
                   TO WS-HOF-DRILL-ENTRY(WS-HOF-J)
           END-PERFORM
           MOVE LG-SCORE TO WS-HOF-DRILL(WS-HOF-I)
           MOVE WS-HOF-PLAYER TO WS-HOF-DRILL-PLAYER(WS-HOF-I)
           .

      *> ============================================================
      *> HOF-NOTE-RECORD: WS-HOF-NEW-KIND/VALUE set by this row,
      *> onto the end of the list; a full list drops its oldest.
      *> ============================================================
       HOF-NOTE-RECORD.
           IF WS-HOF-REC-COUNT >= WS-HOF-REC-MAX
               PERFORM VARYING WS-HOF-J FROM 1 BY 1
                   UNTIL WS-HOF-J >= WS-HOF-REC-MAX
                   MOVE WS-HOF-REC-ENTRY(WS-HOF-J + 1)
                       TO WS-HOF-REC-ENTRY(WS-HOF-J)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HOF-REC-COUNT
           END-IF
           MOVE WS-HOF-NEW-KIND TO WS-HOF-REC-KIND(WS-HOF-REC-COUNT)
           IF WS-HOF-NEW-KIND = "H"
               MOVE WS-HOF-WAVE-KEY
                   TO WS-HOF-REC-MAP(WS-HOF-REC-COUNT)
           ELSE
               MOVE LG-MAP-NAME TO WS-HOF-REC-MAP(WS-HOF-REC-COUNT)
           END-IF
           MOVE WS-HOF-NEW-VALUE
               TO WS-HOF-REC-VALUE(WS-HOF-REC-COUNT)
           MOVE WS-HOF-PLAYER TO WS-HOF-REC-PLAYER(WS-HOF-REC-COUNT)
           .

      *> ============================================================
      *> DRAW-HOF-FRAME: Heading across the top, the map times down
      *> the left, horde, drill and the newest records (newest
      *> first) down the right. A bench with no clean rows yet
      *> gets the heading and a line saying so.
      *> ============================================================
       DRAW-HOF-FRAME.
           MOVE LOW-VALUES TO WS-FRAMEBUFFER

           MOVE WS-STR-TXT(174) TO WS-HUD-STR-TEXT
           MOVE 120 TO WS-HUD-STR-X
           MOVE 008 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           IF WS-HOF-ROWS = 0
               MOVE WS-STR-TXT(179) TO WS-HUD-STR-TEXT
               MOVE 112 TO WS-HUD-STR-X
               MOVE 096 TO WS-HUD-STR-Y
               PERFORM DRAW-HUD-STRING
               CALL "sdl_frame" USING WS-FRAMEBUFFER
                                      WS-SCREEN-W
                                      WS-SCREEN-H
               EXIT PARAGRAPH
           END-IF

      *>   Fastest time on each map: map, skill, time, player
           MOVE WS-STR-TXT(175) TO WS-HUD-STR-TEXT
           MOVE 010 TO WS-HUD-STR-X
           MOVE 026 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           MOVE 040 TO WS-HOF-Y
           PERFORM VARYING WS-HOF-I FROM 1 BY 1
               UNTIL WS-HOF-I > WS-HOF-MAP-COUNT
               OR WS-HOF-I > WS-HOF-MAP-SHOWN
               MOVE WS-HOF-MAP-TIME(WS-HOF-I) TO WS-HOF-TIME-IN
               PERFORM HOF-TIME-TEXT
               MOVE SPACES TO WS-HOF-LINE
               STRING WS-HOF-MAP(WS-HOF-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-HOF-MAP-SKILL(WS-HOF-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HOF-TIME-TXT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-HOF-MAP-PLAYER(WS-HOF-I) DELIMITED BY SPACE
                   INTO WS-HOF-LINE
               END-STRING
               MOVE 010 TO WS-HUD-STR-X
               PERFORM HOF-DRAW-LINE
           END-PERFORM
           IF WS-HOF-MAP-COUNT = 0
               MOVE WS-STR-TXT(179) TO WS-HOF-LINE
               MOVE 010 TO WS-HUD-STR-X
               PERFORM HOF-DRAW-LINE
           END-IF

      *>   Best horde waves
           MOVE WS-STR-TXT(176) TO WS-HUD-STR-TEXT
           MOVE 168 TO WS-HUD-STR-X
           MOVE 026 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           MOVE 040 TO WS-HOF-Y
           PERFORM VARYING WS-HOF-I FROM 1 BY 1
               UNTIL WS-HOF-I > WS-HOF-WAVE-COUNT
               MOVE WS-HOF-WAVE(WS-HOF-I) TO WS-HOF-NUM-ED
               MOVE SPACES TO WS-HOF-LINE
               STRING WS-HOF-WAVE-SET(WS-HOF-I) DELIMITED BY SPACE
                   " W" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOF-NUM-ED) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HOF-WAVE-PLAYER(WS-HOF-I) DELIMITED BY SPACE
                   INTO WS-HOF-LINE
               END-STRING
               MOVE 168 TO WS-HUD-STR-X
               PERFORM HOF-DRAW-LINE
           END-PERFORM
           IF WS-HOF-WAVE-COUNT = 0
               MOVE WS-STR-TXT(179) TO WS-HOF-LINE
               MOVE 168 TO WS-HUD-STR-X
               PERFORM HOF-DRAW-LINE
           END-IF

      *>   Best drill scores
           MOVE WS-STR-TXT(177) TO WS-HUD-STR-TEXT
           MOVE 168 TO WS-HUD-STR-X
           MOVE 070 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           MOVE 084 TO WS-HOF-Y
           PERFORM VARYING WS-HOF-I FROM 1 BY 1
               UNTIL WS-HOF-I > WS-HOF-DRILL-COUNT
               MOVE WS-HOF-DRILL(WS-HOF-I) TO WS-HOF-NUM-ED
               MOVE SPACES TO WS-HOF-LINE
               STRING FUNCTION TRIM(WS-HOF-NUM-ED) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HOF-DRILL-PLAYER(WS-HOF-I) DELIMITED BY SPACE
                   INTO WS-HOF-LINE
               END-STRING
               MOVE 168 TO WS-HUD-STR-X
               PERFORM HOF-DRAW-LINE
           END-PERFORM
           IF WS-HOF-DRILL-COUNT = 0
               MOVE WS-STR-TXT(179) TO WS-HOF-LINE
               MOVE 168 TO WS-HUD-STR-X
               PERFORM HOF-DRAW-LINE
           END-IF

      *>   Newest records, newest first
           MOVE WS-STR-TXT(178) TO WS-HUD-STR-TEXT
           MOVE 168 TO WS-HUD-STR-X
           MOVE 114 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           MOVE 128 TO WS-HOF-Y
           PERFORM VARYING WS-HOF-I FROM WS-HOF-REC-COUNT BY -1
               UNTIL WS-HOF-I < 1
               PERFORM HOF-RECORD-LINE
               MOVE 168 TO WS-HUD-STR-X
               PERFORM HOF-DRAW-LINE
           END-PERFORM

           CALL "sdl_frame" USING WS-FRAMEBUFFER
                                  WS-SCREEN-W
                                  WS-SCREEN-H
           .

      *> ============================================================
      *> HOF-RECORD-LINE: Record WS-HOF-I as text -- the map and its
      *> time, the wave set and its wave, or the drill score, then
      *> who set it.
      *> ============================================================
       HOF-RECORD-LINE.
           MOVE SPACES TO WS-HOF-LINE
           MOVE WS-HOF-REC-VALUE(WS-HOF-I) TO WS-HOF-NUM-ED
           EVALUATE WS-HOF-REC-KIND(WS-HOF-I)
               WHEN "M"
                   MOVE WS-HOF-REC-VALUE(WS-HOF-I) TO WS-HOF-TIME-IN
                   PERFORM HOF-TIME-TEXT
                   STRING WS-HOF-REC-MAP(WS-HOF-I) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-HOF-TIME-TXT DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-HOF-REC-PLAYER(WS-HOF-I) DELIMITED BY SPACE
                       INTO WS-HOF-LINE
                   END-STRING
               WHEN "H"
                   STRING WS-HOF-REC-MAP(WS-HOF-I) DELIMITED BY SPACE
                       " W" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOF-NUM-ED) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HOF-REC-PLAYER(WS-HOF-I) DELIMITED BY SPACE
                       INTO WS-HOF-LINE
                   END-STRING
               WHEN OTHER
                   STRING "DRILL " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOF-NUM-ED) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HOF-REC-PLAYER(WS-HOF-I) DELIMITED BY SPACE
                       INTO WS-HOF-LINE
                   END-STRING
           END-EVALUATE
           .

      *> ============================================================
      *> HOF-DRAW-LINE: WS-HOF-LINE at (WS-HUD-STR-X, WS-HOF-Y),
      *> then down a row.
      *> ============================================================
       HOF-DRAW-LINE.
           MOVE WS-HOF-LINE TO WS-HUD-STR-TEXT
           MOVE WS-HOF-Y TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           ADD 8 TO WS-HOF-Y
           .

      *> ============================================================
      *> HOF-TIME-TEXT: WS-HOF-TIME-IN seconds as M:SS in
      *> WS-HOF-TIME-TXT.
      *> ============================================================
       HOF-TIME-TEXT.
           DIVIDE WS-HOF-TIME-IN BY 60 GIVING WS-HOF-MIN
               REMAINDER WS-HOF-SEC
           MOVE WS-HOF-MIN TO WS-HOF-MIN-ED
           MOVE SPACES TO WS-HOF-TIME-TXT
           STRING FUNCTION TRIM(WS-HOF-MIN-ED) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-HOF-SEC DELIMITED BY SIZE
               INTO WS-HOF-TIME-TXT
           END-STRING
           .
