      *> ============================================================
      *> practice-proc.cpy -- Practice segments
      *> PRC-CONSOLE:       the console's practice command
      *> PRC-MARK-START:    snapshot the game as the segment's start
      *> PRC-SET-END:       the end just chosen -- first attempt
      *> PRC-RELOAD:        the start snapshot back, a new attempt
      *> PRC-TICK:          per-tic clock and end-condition test
      *> PRC-PLAYER-DIED:   a death ends the attempt (from
      *>                    CHECK-PLAYER-DEATH)
      *> PRC-RESET:         the load binding or "practice reset"
      *> PRC-END-ATTEMPT:   count the attempt, log it
      *> PRC-LOAD-STATS / PRC-WRITE-STATS: the practice log
      *> PRC-NOTE-HIT:      damage taken, from the damage path
      *> PRC-SPAWN:         level spawn -- practice off lets the
      *>                    ledger have the next attempt again
      *> PRC-STOP:          practice off (and at session end)
      *> DRAW-PRACTICE-HUD: attempt clock and number over the view
      *> ============================================================

      *> ============================================================
      *> PRC-CONSOLE: practice [start | cell [<row> <col>] |
      *> sector [<n>] | time <secs> | reset | off]. A bare
      *> "practice" says where things stand. Campaign play only --
      *> horde, drill, match and co-op runs score themselves, and a
      *> reload nobody recorded would throw a demo out of step.
      *> ============================================================
       PRC-CONSOLE.
           MOVE SPACES TO WS-PRC-ARG
           MOVE SPACES TO WS-PRC-ARG1
           MOVE SPACES TO WS-PRC-ARG2
           UNSTRING WS-CONSOLE-LINE(10:31) DELIMITED BY ALL SPACE
               INTO WS-PRC-ARG WS-PRC-ARG1 WS-PRC-ARG2
           END-UNSTRING

           IF WS-DEMO-MODE NOT = 0 OR WS-NET-ON = 1
               OR WS-MR-ON = 1 OR WS-HORDE-ON = 1 OR WS-DRL-ON = 1
               OR WS-DLY-ON = 1
               DISPLAY "Practice is for campaign play only."
               EXIT PARAGRAPH
           END-IF

           IF WS-PRC-ARG NOT = SPACES AND WS-PRC-ARG NOT = "start"
               AND WS-PRC-ARG NOT = "off" AND WS-PRC-ON = 0
               DISPLAY "No practice start marked -- practice start"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-PRC-ARG
               WHEN SPACES
                   PERFORM PRC-SHOW-STATUS

               WHEN "start"
                   PERFORM PRC-MARK-START

               WHEN "cell"
                   IF FUNCTION TRIM(WS-PRC-ARG1) IS NUMERIC
                       AND FUNCTION TRIM(WS-PRC-ARG2) IS NUMERIC
                       COMPUTE WS-PRC-ROW = FUNCTION NUMVAL(WS-PRC-ARG1)
                       COMPUTE WS-PRC-COL = FUNCTION NUMVAL(WS-PRC-ARG2)
                   ELSE
                       COMPUTE WS-PRC-ROW =
                           FUNCTION INTEGER-PART(WS-PY) + 1
                       COMPUTE WS-PRC-COL =
                           FUNCTION INTEGER-PART(WS-PX) + 1
                   END-IF
                   IF WS-PRC-ROW < 1 OR WS-PRC-ROW > WS-MAP-SIZE
                       OR WS-PRC-COL < 1 OR WS-PRC-COL > WS-MAP-SIZE
                       DISPLAY "No such cell on this map."
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PRC-ROW = WS-PRC-START-ROW
                       AND WS-PRC-COL = WS-PRC-START-COL
                       DISPLAY "That is the start cell -- walk to "
                           "the end first, or give its row and column"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "C" TO WS-PRC-KIND
                   MOVE WS-PRC-ROW TO WS-PRC-TGT-ROW
                   MOVE WS-PRC-COL TO WS-PRC-TGT-COL
                   MOVE 0 TO WS-PRC-TGT-SECT
                   MOVE 0 TO WS-PRC-TGT-SECS
                   PERFORM PRC-SET-END

               WHEN "sector"
                   IF FUNCTION TRIM(WS-PRC-ARG1) IS NUMERIC
                       COMPUTE WS-PRC-I = FUNCTION NUMVAL(WS-PRC-ARG1)
                   ELSE
                       COMPUTE WS-PRC-ROW =
                           FUNCTION INTEGER-PART(WS-PY) + 1
                       COMPUTE WS-PRC-COL =
                           FUNCTION INTEGER-PART(WS-PX) + 1
                       MOVE 0 TO WS-PRC-I
                       IF WS-PRC-ROW >= 1 AND WS-PRC-ROW <= WS-MAP-SIZE
                           AND WS-PRC-COL >= 1
                           AND WS-PRC-COL <= WS-MAP-SIZE
                           MOVE MC-SECTOR-NUM(WS-PRC-ROW, WS-PRC-COL)
                               TO WS-PRC-I
                       END-IF
                   END-IF
                   IF WS-PRC-I = 0
                       DISPLAY "No sector to clear there."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "S" TO WS-PRC-KIND
                   MOVE 0 TO WS-PRC-TGT-ROW
                   MOVE 0 TO WS-PRC-TGT-COL
                   MOVE WS-PRC-I TO WS-PRC-TGT-SECT
                   MOVE 0 TO WS-PRC-TGT-SECS
                   PERFORM PRC-SET-END

               WHEN "time"
                   IF FUNCTION TRIM(WS-PRC-ARG1) IS NOT NUMERIC
                       DISPLAY "practice time <seconds>"
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION NUMVAL(WS-PRC-ARG1) < 1
                       OR FUNCTION NUMVAL(WS-PRC-ARG1) > 9999
                       DISPLAY "practice time <seconds>"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "T" TO WS-PRC-KIND
                   MOVE 0 TO WS-PRC-TGT-ROW
                   MOVE 0 TO WS-PRC-TGT-COL
                   MOVE 0 TO WS-PRC-TGT-SECT
                   COMPUTE WS-PRC-TGT-SECS =
                       FUNCTION NUMVAL(WS-PRC-ARG1)
                   PERFORM PRC-SET-END

               WHEN "reset"
                   PERFORM PRC-RESET

               WHEN "off"
                   PERFORM PRC-STOP

               WHEN OTHER
                   DISPLAY "practice [start | cell [<row> <col>] | "
                       "sector [<n>] | time <secs> | reset | off]"
           END-EVALUATE
           .

      *> ============================================================
      *> PRC-SHOW-STATUS: The segment and its log record so far.
      *> ============================================================
       PRC-SHOW-STATUS.
           IF WS-PRC-ON = 0
               DISPLAY "Practice is off."
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PRC-KIND
               WHEN "C"
                   DISPLAY "Practice on " WS-PRC-MAP ": cell "
                       WS-PRC-START-ROW "," WS-PRC-START-COL
                       " to cell " WS-PRC-TGT-ROW "," WS-PRC-TGT-COL
               WHEN "S"
                   DISPLAY "Practice on " WS-PRC-MAP ": cell "
                       WS-PRC-START-ROW "," WS-PRC-START-COL
                       " to clear sector " WS-PRC-TGT-SECT
               WHEN "T"
                   DISPLAY "Practice on " WS-PRC-MAP ": cell "
                       WS-PRC-START-ROW "," WS-PRC-START-COL
                       " to survive " WS-PRC-TGT-SECS " seconds"
               WHEN OTHER
                   DISPLAY "Practice start marked on " WS-PRC-MAP
                       " at cell " WS-PRC-START-ROW ","
                       WS-PRC-START-COL " -- no end set yet"
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "  attempts " WS-PRC-ATTEMPTS
               ", clears " WS-PRC-CLEARS
               ", damage taken " WS-PRC-TOTAL-DAMAGE
           IF WS-PRC-BEST-TICS > 0
               COMPUTE WS-PRC-SECS = WS-PRC-BEST-TICS / 35
               MOVE WS-PRC-SECS TO WS-PRC-SECS-ED
               DISPLAY "  best " FUNCTION TRIM(WS-PRC-SECS-ED)
                   " s, taking " WS-PRC-BEST-DAMAGE " damage"
           END-IF
           .

      *> ============================================================
      *> PRC-MARK-START: The game as it stands right now becomes the
      *> start. Marking again moves the start and drops the end.
      *> Switching practice on flags the attempt (P), which keeps
      *> its kills, deaths and shots out of the career.
      *> ============================================================
       PRC-MARK-START.
           IF WS-GAME-STATE NOT = 1
               DISPLAY "Practice needs a level in play."
               EXIT PARAGRAPH
           END-IF

           PERFORM PRC-SWAP-IN
           PERFORM SAVE-GAME
           PERFORM PRC-SWAP-OUT
           IF WS-SAVE-OK = 0
               DISPLAY "WARN: practice start not marked"
               EXIT PARAGRAPH
           END-IF

           IF WS-PRC-ON = 0
               MOVE WS-PROF-PLAY-SECONDS TO WS-PRC-START-SECONDS
               MOVE 1 TO WS-PRC-ON
           END-IF
           MOVE 1 TO WS-PRC-LEVEL
           MOVE "P" TO WS-RFL-NEW-HOW
           PERFORM RFL-NOTE-USE

           MOVE WS-MAP-NAME TO WS-PRC-MAP
           COMPUTE WS-PRC-START-ROW = FUNCTION INTEGER-PART(WS-PY) + 1
           COMPUTE WS-PRC-START-COL = FUNCTION INTEGER-PART(WS-PX) + 1
           MOVE SPACE TO WS-PRC-KIND
           MOVE 0 TO WS-PRC-ATTEMPTS
           MOVE 0 TO WS-PRC-CLEARS
           MOVE 0 TO WS-PRC-BEST-TICS
           MOVE 0 TO WS-PRC-BEST-DAMAGE
           MOVE 0 TO WS-PRC-TOTAL-DAMAGE
           MOVE 0 TO WS-PRC-TICS
           MOVE 0 TO WS-PRC-DAMAGE

           DISPLAY "Practice start marked on " WS-PRC-MAP
               " at cell " WS-PRC-START-ROW "," WS-PRC-START-COL
           DISPLAY "  now set the end: practice cell | sector | "
               "time <secs>"
           MOVE WS-STR-TXT(180) TO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> PRC-SET-END: WS-PRC-KIND and its target are set. Go back to
      *> the start for attempt one, picking the segment's record up
      *> from the log where an earlier session left it.
      *> ============================================================
       PRC-SET-END.
           PERFORM PRC-RELOAD
           IF WS-PRC-ON = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PRC-KIND = "S" AND WS-PRC-QUARRY-COUNT = 0
               DISPLAY "No monsters in sector " WS-PRC-TGT-SECT
                   " at the start -- nothing to clear"
               MOVE SPACE TO WS-PRC-KIND
               EXIT PARAGRAPH
           END-IF
           PERFORM PRC-LOAD-STATS
           PERFORM PRC-SHOW-STATUS
           MOVE WS-STR-TXT(181) TO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> PRC-RELOAD: The start snapshot back in place and a new
      *> attempt's clock and damage from zero. A snapshot that
      *> won't load ends practice -- the player is left where they
      *> stand rather than stuck on a start that isn't there.
      *> ============================================================
       PRC-RELOAD.
           PERFORM PRC-SWAP-IN
           PERFORM LOAD-GAME
           PERFORM PRC-SWAP-OUT
           IF WS-SAVE-OK = 0
               DISPLAY "WARN: practice start could not be reloaded"
               PERFORM PRC-STOP
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-GAME-STATE
      *>   Nothing still flying at the marine from the last attempt
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > 20
               MOVE 0 TO WS-PROJ-ACTIVE(WS-PROJ-IDX)
           END-PERFORM
           MOVE 0 TO WS-PRC-TICS
           MOVE 0 TO WS-PRC-DAMAGE
           MOVE 0 TO WS-DL-COUNT
           IF WS-PRC-KIND = "S"
               PERFORM PRC-TAKE-QUARRY
           END-IF
           .

      *> ============================================================
      *> PRC-SWAP-IN / PRC-SWAP-OUT: Point SAVE-GAME and LOAD-GAME at
      *> the practice snapshot, then back at the player's own.
      *> ============================================================
       PRC-SWAP-IN.
           MOVE WS-SAVE-FILENAME TO WS-PRC-HOLD-SAVE
           MOVE WS-SVB-FILENAME TO WS-PRC-HOLD-BAK
           MOVE WS-PRC-SAVE-FILENAME TO WS-SAVE-FILENAME
           MOVE WS-PRC-BAK-FILENAME TO WS-SVB-FILENAME
           .

       PRC-SWAP-OUT.
           MOVE WS-PRC-HOLD-SAVE TO WS-SAVE-FILENAME
           MOVE WS-PRC-HOLD-BAK TO WS-SVB-FILENAME
           .

      *> ============================================================
      *> PRC-TAKE-QUARRY: The monsters standing in the target sector
      *> as the attempt starts; the sector is cleared when none of
      *> them is left alive, wherever they have wandered since.
      *> ============================================================
       PRC-TAKE-QUARRY.
           MOVE 0 TO WS-PRC-QUARRY-COUNT
           PERFORM VARYING WS-PRC-I FROM 1 BY 1
               UNTIL WS-PRC-I > WS-SP-MAX
               MOVE 0 TO WS-PRC-QUARRY(WS-PRC-I)
           END-PERFORM
           PERFORM VARYING WS-PRC-I FROM 1 BY 1
               UNTIL WS-PRC-I > WS-SP-COUNT
               IF WS-SP-STATE(WS-PRC-I) = 0
                   AND WS-SP-DECOR(WS-PRC-I) = 0
                   AND WS-SP-THING-TYPE(WS-PRC-I) NOT = 02035
                   COMPUTE WS-PRC-ROW = FUNCTION INTEGER-PART(
                       WS-SP-WORLD-Y(WS-PRC-I)) + 1
                   COMPUTE WS-PRC-COL = FUNCTION INTEGER-PART(
                       WS-SP-WORLD-X(WS-PRC-I)) + 1
                   IF WS-PRC-ROW >= 1 AND WS-PRC-ROW <= WS-MAP-SIZE
                       AND WS-PRC-COL >= 1
                       AND WS-PRC-COL <= WS-MAP-SIZE
                       IF MC-SECTOR-NUM(WS-PRC-ROW, WS-PRC-COL)
                           = WS-PRC-TGT-SECT
                           MOVE 1 TO WS-PRC-QUARRY(WS-PRC-I)
                           ADD 1 TO WS-PRC-QUARRY-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> PRC-TICK: Called once per simulation tic while the player
      *> is alive. Runs the attempt clock and tests the end.
      *> ============================================================
       PRC-TICK.
           IF WS-PRC-ON = 0 OR WS-PRC-KIND = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRC-TICS
           MOVE 0 TO WS-PRC-CLEARED
           EVALUATE WS-PRC-KIND
               WHEN "C"
                   COMPUTE WS-PRC-ROW =
                       FUNCTION INTEGER-PART(WS-PY) + 1
                   COMPUTE WS-PRC-COL =
                       FUNCTION INTEGER-PART(WS-PX) + 1
                   IF WS-PRC-ROW = WS-PRC-TGT-ROW
                       AND WS-PRC-COL = WS-PRC-TGT-COL
                       MOVE 1 TO WS-PRC-CLEARED
                   END-IF
               WHEN "S"
                   MOVE 1 TO WS-PRC-CLEARED
                   PERFORM VARYING WS-PRC-I FROM 1 BY 1
                       UNTIL WS-PRC-I > WS-SP-COUNT
                       OR WS-PRC-CLEARED = 0
                       IF WS-PRC-QUARRY(WS-PRC-I) = 1
                           AND WS-SP-STATE(WS-PRC-I) = 0
                           MOVE 0 TO WS-PRC-CLEARED
                       END-IF
                   END-PERFORM
               WHEN "T"
                   IF WS-PRC-TICS >= WS-PRC-TGT-SECS * 35
                       MOVE 1 TO WS-PRC-CLEARED
                   END-IF
           END-EVALUATE
           IF WS-PRC-CLEARED = 1
               PERFORM PRC-END-ATTEMPT
               PERFORM PRC-RELOAD
           END-IF
           .

      *> ============================================================
      *> PRC-PLAYER-DIED: No death screen, no death counted -- the
      *> attempt is logged as failed and the start comes straight
      *> back.
      *> ============================================================
       PRC-PLAYER-DIED.
           MOVE "PRACTICE DEATH" TO WS-JN-TEXT
           PERFORM JOURNAL-EVENT
           MOVE 0 TO WS-PRC-CLEARED
           PERFORM PRC-END-ATTEMPT
           PERFORM PRC-RELOAD
           .

      *> ============================================================
      *> PRC-RESET: Given up on this attempt -- it counts, the same
      *> as a death.
      *> ============================================================
       PRC-RESET.
           MOVE 0 TO WS-PRC-CLEARED
           PERFORM PRC-END-ATTEMPT
           PERFORM PRC-RELOAD
           .

      *> ============================================================
      *> PRC-END-ATTEMPT: WS-PRC-CLEARED says how it went. Nothing
      *> is counted until an end has been set.
      *> ============================================================
       PRC-END-ATTEMPT.
           IF WS-PRC-KIND = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRC-ATTEMPTS
           ADD WS-PRC-DAMAGE TO WS-PRC-TOTAL-DAMAGE
           COMPUTE WS-PRC-SECS = WS-PRC-TICS / 35
           MOVE WS-PRC-SECS TO WS-PRC-SECS-ED
           MOVE WS-PRC-ATTEMPTS TO WS-PRC-NUM-ED

           IF WS-PRC-CLEARED = 1
               ADD 1 TO WS-PRC-CLEARS
               DISPLAY "Practice attempt " FUNCTION TRIM(WS-PRC-NUM-ED)
                   ": cleared in " FUNCTION TRIM(WS-PRC-SECS-ED)
                   " s, " WS-PRC-DAMAGE " damage taken"
               MOVE SPACES TO WS-GMSG-TEXT
               IF WS-PRC-BEST-TICS = 0
                   OR WS-PRC-TICS < WS-PRC-BEST-TICS
                   MOVE WS-PRC-TICS TO WS-PRC-BEST-TICS
                   MOVE WS-PRC-DAMAGE TO WS-PRC-BEST-DAMAGE
                   DISPLAY "  new best for this segment"
                   STRING WS-STR-TXT(183) DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PRC-SECS-ED) DELIMITED BY SIZE
                       INTO WS-GMSG-TEXT
                   END-STRING
               ELSE
                   STRING WS-STR-TXT(182) DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PRC-SECS-ED) DELIMITED BY SIZE
                       INTO WS-GMSG-TEXT
                   END-STRING
               END-IF
           ELSE
               DISPLAY "Practice attempt " FUNCTION TRIM(WS-PRC-NUM-ED)
                   ": failed after " FUNCTION TRIM(WS-PRC-SECS-ED)
                   " s, " WS-PRC-DAMAGE " damage taken"
               COMPUTE WS-PRC-NUM-ED = WS-PRC-ATTEMPTS + 1
               MOVE SPACES TO WS-GMSG-TEXT
               STRING WS-STR-TXT(184) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PRC-NUM-ED) DELIMITED BY SIZE
                   INTO WS-GMSG-TEXT
               END-STRING
           END-IF
           PERFORM SHOW-GAME-MESSAGE
           PERFORM PRC-WRITE-STATS
           .

      *> ============================================================
      *> PRC-CHECK-MINE: WS-PRC-MINE = 1 when the log record just
      *> read is the signed-in player's record of this segment.
      *> ============================================================
       PRC-CHECK-MINE.
           MOVE 0 TO WS-PRC-MINE
           IF PT-PLAYER = WS-PLR-ID
               AND PT-MAP = WS-PRC-MAP
               AND PT-START-ROW = WS-PRC-START-ROW
               AND PT-START-COL = WS-PRC-START-COL
               AND PT-KIND = WS-PRC-KIND
               AND PT-TGT-ROW = WS-PRC-TGT-ROW
               AND PT-TGT-COL = WS-PRC-TGT-COL
               AND PT-TGT-SECT = WS-PRC-TGT-SECT
               AND PT-TGT-SECS = WS-PRC-TGT-SECS
               MOVE 1 TO WS-PRC-MINE
           END-IF
           .

      *> ============================================================
      *> PRC-LOAD-STATS: This segment's record from the log, or a
      *> clean slate for a segment never practised before.
      *> ============================================================
       PRC-LOAD-STATS.
           MOVE 0 TO WS-PRC-ATTEMPTS
           MOVE 0 TO WS-PRC-CLEARS
           MOVE 0 TO WS-PRC-BEST-TICS
           MOVE 0 TO WS-PRC-BEST-DAMAGE
           MOVE 0 TO WS-PRC-TOTAL-DAMAGE

           OPEN INPUT PRACTICE-FILE
      *>   05 = the optional file isn't there yet; it still counts
      *>   as open, so it still gets its CLOSE
           IF WS-PRC-STATUS = "00" OR WS-PRC-STATUS = "05"
               PERFORM UNTIL WS-PRC-STATUS NOT = "00"
                   READ PRACTICE-FILE
                       AT END
                           MOVE "10" TO WS-PRC-STATUS
                       NOT AT END
                           PERFORM PRC-CHECK-MINE
                           IF WS-PRC-MINE = 1
                               MOVE PT-ATTEMPTS TO WS-PRC-ATTEMPTS
                               MOVE PT-CLEARS TO WS-PRC-CLEARS
                               MOVE PT-BEST-TICS TO WS-PRC-BEST-TICS
                               MOVE PT-BEST-DAMAGE
                                   TO WS-PRC-BEST-DAMAGE
                               MOVE PT-TOTAL-DAMAGE
                                   TO WS-PRC-TOTAL-DAMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRACTICE-FILE
           END-IF
           .

      *> ============================================================
      *> PRC-WRITE-STATS: Rewrite the log -- every other record as
      *> it stood, then this segment's (the CAREER-SAVE pattern).
      *> A log with more records than can be held is left as it
      *> stands rather than rewritten without them.
      *> ============================================================
       PRC-WRITE-STATS.
           MOVE 0 TO WS-PRC-HOLD-COUNT
           MOVE 0 TO WS-PRC-OVFL
           OPEN INPUT PRACTICE-FILE
           IF WS-PRC-STATUS = "00" OR WS-PRC-STATUS = "05"
               PERFORM UNTIL WS-PRC-STATUS NOT = "00"
                   READ PRACTICE-FILE
                       AT END
                           MOVE "10" TO WS-PRC-STATUS
                       NOT AT END
                           PERFORM PRC-CHECK-MINE
                           IF WS-PRC-MINE = 0
                               PERFORM PRC-HOLD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRACTICE-FILE
           END-IF
           IF WS-PRC-OVFL = 1
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PRACTICE-FILE
           IF WS-PRC-STATUS NOT = "00"
               DISPLAY "WARN: could not write " WS-PRC-FILENAME
                   ", status=" WS-PRC-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRC-H FROM 1 BY 1
               UNTIL WS-PRC-H > WS-PRC-HOLD-COUNT
               MOVE WS-PRC-HOLD(WS-PRC-H) TO PRACTICE-RECORD
               WRITE PRACTICE-RECORD
           END-PERFORM
           MOVE SPACES TO PRACTICE-RECORD
           MOVE WS-PLR-ID TO PT-PLAYER
           MOVE WS-PRC-MAP TO PT-MAP
           MOVE WS-PRC-START-ROW TO PT-START-ROW
           MOVE WS-PRC-START-COL TO PT-START-COL
           MOVE WS-PRC-KIND TO PT-KIND
           MOVE WS-PRC-TGT-ROW TO PT-TGT-ROW
           MOVE WS-PRC-TGT-COL TO PT-TGT-COL
           MOVE WS-PRC-TGT-SECT TO PT-TGT-SECT
           MOVE WS-PRC-TGT-SECS TO PT-TGT-SECS
           MOVE WS-PRC-ATTEMPTS TO PT-ATTEMPTS
           MOVE WS-PRC-CLEARS TO PT-CLEARS
           MOVE WS-PRC-BEST-TICS TO PT-BEST-TICS
           MOVE WS-PRC-BEST-DAMAGE TO PT-BEST-DAMAGE
           MOVE WS-PRC-TOTAL-DAMAGE TO PT-TOTAL-DAMAGE
           ACCEPT PT-DATE FROM DATE YYYYMMDD
           WRITE PRACTICE-RECORD
           CLOSE PRACTICE-FILE
           .

       PRC-HOLD-RECORD.
           IF WS-PRC-HOLD-COUNT >= WS-PRC-HOLD-MAX
               MOVE 1 TO WS-PRC-OVFL
               IF WS-PRC-OVFL-WARNED = 0
                   DISPLAY "WARN: practice log over "
                       WS-PRC-HOLD-MAX " segments -- not rewritten,"
                       " this segment's results are not saved"
                   MOVE 1 TO WS-PRC-OVFL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRC-HOLD-COUNT
           MOVE PRACTICE-RECORD TO WS-PRC-HOLD(WS-PRC-HOLD-COUNT)
           .

      *> ============================================================
      *> PRC-NOTE-HIT: Health a hit takes off (after armor, no more
      *> than the player had left) onto the attempt's damage.
      *> ============================================================
       PRC-NOTE-HIT.
           IF WS-PRC-ON = 0 OR WS-PRC-KIND = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAYER-DMG-AMT > WS-HEALTH
               ADD WS-HEALTH TO WS-PRC-DAMAGE
           ELSE
               ADD WS-PLAYER-DMG-AMT TO WS-PRC-DAMAGE
           END-IF
           .

      *> ============================================================
      *> PRC-SPAWN: Called from INIT-PLAYER-POSITION, ahead of
      *> RFL-START-ATTEMPT. A spawn on any map but the segment's
      *> ends practice (the segment's start and end mean nothing
      *> there), and a spawn with practice off is an honest attempt
      *> again.
      *> ============================================================
       PRC-SPAWN.
           IF WS-PRC-ON = 1 AND WS-MAP-NAME NOT = WS-PRC-MAP
               PERFORM PRC-STOP
           END-IF
           IF WS-PRC-ON = 0
               MOVE 0 TO WS-PRC-LEVEL
           END-IF
           .

      *> ============================================================
      *> PRC-STOP: Practice off. The session seconds it took are
      *> handed back out of the career's play time; the level
      *> itself stays off the ledger until the next spawn.
      *> ============================================================
       PRC-STOP.
           IF WS-PRC-ON = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PROF-PLAY-SECONDS > WS-PRC-START-SECONDS
               COMPUTE WS-CAR-SECS-OFFSET = WS-CAR-SECS-OFFSET
                   + WS-PROF-PLAY-SECONDS - WS-PRC-START-SECONDS
           END-IF
           MOVE 0 TO WS-PRC-ON
           MOVE SPACE TO WS-PRC-KIND
           DISPLAY "Practice off."
           MOVE WS-STR-TXT(185) TO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> DRAW-PRACTICE-HUD: The attempt's seconds and its number,
      *> top-center under where the drill clock sits.
      *> ============================================================
       DRAW-PRACTICE-HUD.
           IF WS-PRC-ON = 0 OR WS-PRC-KIND = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE X"FF" TO WS-HUD-CUR-R
           MOVE X"FF" TO WS-HUD-CUR-G
           MOVE X"40" TO WS-HUD-CUR-B
           COMPUTE WS-PRC-HUD-VAL = WS-PRC-TICS / 35
           IF WS-PRC-HUD-VAL > 999
               MOVE 999 TO WS-PRC-HUD-VAL
           END-IF
           MOVE WS-PRC-HUD-VAL TO WS-HUD-NUM-VAL
           MOVE 140 TO WS-HUD-NUM-X
           MOVE 012 TO WS-HUD-NUM-Y
           PERFORM DRAW-HUD-NUMBER
           MOVE X"40" TO WS-HUD-CUR-R
           MOVE X"E0" TO WS-HUD-CUR-G
           MOVE X"FF" TO WS-HUD-CUR-B
           COMPUTE WS-PRC-HUD-VAL = WS-PRC-ATTEMPTS + 1
           IF WS-PRC-HUD-VAL > 999
               MOVE 999 TO WS-PRC-HUD-VAL
           END-IF
           MOVE WS-PRC-HUD-VAL TO WS-HUD-NUM-VAL
           MOVE 170 TO WS-HUD-NUM-X
           MOVE 012 TO WS-HUD-NUM-Y
           PERFORM DRAW-HUD-NUMBER
           .
