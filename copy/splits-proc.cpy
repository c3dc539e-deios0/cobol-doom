      *> ============================================================
      *> splits-proc.cpy -- Speedrun split timer
      *> SPL-START-LEVEL:    start the clock and read the map's
      *>                     stored splits at every spawn
      *> SPL-TAKE:           split WS-SPL-ID reached -- show it
      *>                     against the PB and best segment
      *> SPL-TAKE-NUMBERED:  the same, for a word plus the number
      *>                     in WS-SPL-NUM-ED (SECRET 12, DOOR 3)
      *> SPL-FINISH:         the exit split, then fold the run into
      *>                     the stored splits
      *> DRAW-SPLITS-LINE:   PB and sum of best on the intermission
      *> ============================================================

      *> ============================================================
      *> SPL-START-LEVEL: A fresh life is a fresh attempt. Playback
      *> and netplay time nothing -- a recorded run isn't the
      *> player's own, and peers' pickups would split the local
      *> clock.
      *> ============================================================
       SPL-START-LEVEL.
           MOVE 0 TO WS-SPL-ON
           MOVE 0 TO WS-SPL-R-COUNT
           MOVE 0 TO WS-SPL-B-COUNT
           MOVE 0 TO WS-SPL-LAST
           MOVE 0 TO WS-SPL-PB
           MOVE 0 TO WS-SPL-SOB
           IF WS-DEMO-MODE = 2 OR WS-NET-REC-MODE = 2
               OR WS-NET-ON = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SPL-ON
           MOVE WS-PROF-TOTAL-MS TO WS-SPL-START-MS

      *>   No file yet is just a map never finished
           PERFORM SPL-BUILD-FILENAME
           OPEN INPUT SPLITS-FILE
           IF WS-SPL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SPL-STATUS NOT = "00"
               READ SPLITS-FILE
                   AT END
                       MOVE "10" TO WS-SPL-STATUS
                   NOT AT END
                       IF WS-SPL-B-COUNT < 48
                           AND SP-ID NOT = SPACES
                           AND SP-ORDER IS NUMERIC
                           AND SP-PB IS NUMERIC
                           AND SP-SEG IS NUMERIC
                           ADD 1 TO WS-SPL-B-COUNT
                           MOVE SP-ID TO WS-SPL-B-ID(WS-SPL-B-COUNT)
                           MOVE SP-ORDER
                               TO WS-SPL-B-ORDER(WS-SPL-B-COUNT)
                           MOVE SP-PB TO WS-SPL-B-PB(WS-SPL-B-COUNT)
                           MOVE SP-SEG
                               TO WS-SPL-B-SEG(WS-SPL-B-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPLITS-FILE

           PERFORM SPL-SUM-OF-BEST
           IF WS-SPL-PB > 0
               MOVE WS-SPL-PB TO WS-SPL-T
               PERFORM SPL-FORMAT-TIME
               MOVE WS-SPL-TIME-TXT TO WS-SPL-TIME2-TXT
               MOVE WS-SPL-SOB TO WS-SPL-T
               PERFORM SPL-FORMAT-TIME
               DISPLAY "Splits: " FUNCTION TRIM(WS-SPL-FILENAME)
                   " -- PB " FUNCTION TRIM(WS-SPL-TIME2-TXT)
                   ", sum of best " FUNCTION TRIM(WS-SPL-TIME-TXT)
           END-IF
           .

      *> ============================================================
      *> SPL-BUILD-FILENAME: splits_<map>.spl for GUEST, else
      *> splits_<map>_<id>.spl -- the BR-BUILD-FILENAME scheme
      *> without its skill digit.
      *> ============================================================
       SPL-BUILD-FILENAME.
           MOVE SPACES TO WS-SPL-FILENAME
           IF WS-PLR-ID = WS-PLR-GUEST
               STRING "splits_" DELIMITED BY SIZE
                   WS-MAP-NAME DELIMITED BY SPACE
                   ".spl" DELIMITED BY SIZE
                   INTO WS-SPL-FILENAME
               END-STRING
           ELSE
               STRING "splits_" DELIMITED BY SIZE
                   WS-MAP-NAME DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-PLR-ID DELIMITED BY SPACE
                   ".spl" DELIMITED BY SIZE
                   INTO WS-SPL-FILENAME
               END-STRING
           END-IF
           .

       SPL-TAKE-NUMBERED.
           MOVE WS-SPL-ID TO WS-SPL-TXT
           MOVE SPACES TO WS-SPL-ID
           STRING WS-SPL-TXT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPL-NUM-ED) DELIMITED BY SIZE
               INTO WS-SPL-ID
           END-STRING
           PERFORM SPL-TAKE
           .

      *> ============================================================
      *> SPL-TAKE: Split WS-SPL-ID reached. Each point splits once
      *> per run (a repeatable switch splits the first time). The
      *> message reads: point, live time, gain or loss against the
      *> PB at this point, and this segment against the best one --
      *> minus is faster.
      *> ============================================================
       SPL-TAKE.
           IF WS-SPL-ON = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-R-COUNT
               IF WS-SPL-R-ID(WS-SPL-I) = WS-SPL-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SPL-R-COUNT >= 48
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SPL-NOW =
               (WS-PROF-TOTAL-MS - WS-SPL-START-MS) / 100
           COMPUTE WS-SPL-SEG = WS-SPL-NOW - WS-SPL-LAST
           MOVE WS-SPL-NOW TO WS-SPL-LAST
           ADD 1 TO WS-SPL-R-COUNT
           MOVE WS-SPL-ID TO WS-SPL-R-ID(WS-SPL-R-COUNT)
           MOVE WS-SPL-NOW TO WS-SPL-R-TIME(WS-SPL-R-COUNT)
           MOVE WS-SPL-SEG TO WS-SPL-R-SEG(WS-SPL-R-COUNT)

           MOVE WS-SPL-NOW TO WS-SPL-T
           PERFORM SPL-FORMAT-TIME
           MOVE SPACES TO WS-SPL-TXT
           STRING WS-SPL-ID DELIMITED BY "  "
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPL-TIME-TXT) DELIMITED BY SIZE
               INTO WS-SPL-TXT
           END-STRING

           PERFORM SPL-FIND-BEST
           IF WS-SPL-FOUND = 0
      *>       A point the stored runs never reached
               MOVE SPACES TO WS-GMSG-TEXT
               STRING FUNCTION TRIM(WS-SPL-TXT) DELIMITED BY SIZE
                   " NEW" DELIMITED BY SIZE
                   INTO WS-GMSG-TEXT
               END-STRING
               MOVE WS-GMSG-TEXT TO WS-SPL-TXT
           ELSE
               IF WS-SPL-B-ORDER(WS-SPL-FOUND) > 0
                   COMPUTE WS-SPL-DELTA =
                       WS-SPL-NOW - WS-SPL-B-PB(WS-SPL-FOUND)
                   PERFORM SPL-FORMAT-DELTA
                   MOVE SPACES TO WS-GMSG-TEXT
                   STRING FUNCTION TRIM(WS-SPL-TXT) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SPL-DELTA-ED)
                           DELIMITED BY SIZE
                       INTO WS-GMSG-TEXT
                   END-STRING
                   MOVE WS-GMSG-TEXT TO WS-SPL-TXT
               END-IF
               IF WS-SPL-B-SEG(WS-SPL-FOUND) > 0
                   COMPUTE WS-SPL-DELTA =
                       WS-SPL-SEG - WS-SPL-B-SEG(WS-SPL-FOUND)
                   PERFORM SPL-FORMAT-DELTA
                   MOVE SPACES TO WS-GMSG-TEXT
                   STRING FUNCTION TRIM(WS-SPL-TXT) DELIMITED BY SIZE
                       " SEG " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SPL-DELTA-ED)
                           DELIMITED BY SIZE
                       INTO WS-GMSG-TEXT
                   END-STRING
                   MOVE WS-GMSG-TEXT TO WS-SPL-TXT
               END-IF
           END-IF
           MOVE WS-SPL-TXT TO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> SPL-FINISH: The exit is the last split. Any segment run
      *> faster than its best becomes the new best; a whole run
      *> faster than the PB (or the first one) becomes the new PB
      *> route. The file is only rewritten when something improved.
      *> ============================================================
       SPL-FINISH.
           IF WS-SPL-ON = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "EXIT" TO WS-SPL-ID
           PERFORM SPL-TAKE
           MOVE 0 TO WS-SPL-ON
           MOVE 0 TO WS-SPL-CHANGED
      *>   An assisted or adapted run's splits are shown but never
      *>   stored
           IF WS-RFL-ON = 1 OR WS-ADP-STEP NOT = 0
               EXIT PARAGRAPH
           END-IF

      *>   Best segments, point by point
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-R-COUNT
               MOVE WS-SPL-R-ID(WS-SPL-I) TO WS-SPL-ID
               PERFORM SPL-FIND-BEST
               IF WS-SPL-FOUND = 0 AND WS-SPL-B-COUNT < 48
                   ADD 1 TO WS-SPL-B-COUNT
                   MOVE WS-SPL-B-COUNT TO WS-SPL-FOUND
                   MOVE WS-SPL-ID TO WS-SPL-B-ID(WS-SPL-FOUND)
                   MOVE 0 TO WS-SPL-B-ORDER(WS-SPL-FOUND)
                   MOVE 0 TO WS-SPL-B-PB(WS-SPL-FOUND)
                   MOVE 0 TO WS-SPL-B-SEG(WS-SPL-FOUND)
               END-IF
               IF WS-SPL-FOUND > 0
                   IF WS-SPL-B-SEG(WS-SPL-FOUND) = 0
                       OR WS-SPL-R-SEG(WS-SPL-I)
                           < WS-SPL-B-SEG(WS-SPL-FOUND)
                       MOVE WS-SPL-R-SEG(WS-SPL-I)
                           TO WS-SPL-B-SEG(WS-SPL-FOUND)
                       MOVE 1 TO WS-SPL-CHANGED
                   END-IF
               END-IF
           END-PERFORM

      *>   The whole run: a new PB replaces the route outright
           IF WS-SPL-PB = 0
               OR WS-SPL-R-TIME(WS-SPL-R-COUNT) < WS-SPL-PB
               PERFORM VARYING WS-SPL-I FROM 1 BY 1
                   UNTIL WS-SPL-I > WS-SPL-B-COUNT
                   MOVE 0 TO WS-SPL-B-ORDER(WS-SPL-I)
                   MOVE 0 TO WS-SPL-B-PB(WS-SPL-I)
               END-PERFORM
               PERFORM VARYING WS-SPL-I FROM 1 BY 1
                   UNTIL WS-SPL-I > WS-SPL-R-COUNT
                   MOVE WS-SPL-R-ID(WS-SPL-I) TO WS-SPL-ID
                   PERFORM SPL-FIND-BEST
                   IF WS-SPL-FOUND > 0
                       MOVE WS-SPL-I TO WS-SPL-B-ORDER(WS-SPL-FOUND)
                       MOVE WS-SPL-R-TIME(WS-SPL-I)
                           TO WS-SPL-B-PB(WS-SPL-FOUND)
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-SPL-CHANGED
               MOVE WS-STR-TXT(168) TO WS-GMSG-TEXT
               PERFORM SHOW-GAME-MESSAGE
           END-IF

           PERFORM SPL-SUM-OF-BEST
           IF WS-SPL-CHANGED = 1
               PERFORM SPL-WRITE-FILE
           END-IF
           .

       SPL-WRITE-FILE.
           PERFORM SPL-BUILD-FILENAME
           OPEN OUTPUT SPLITS-FILE
           IF WS-SPL-STATUS NOT = "00"
               DISPLAY "WARN: cannot write " WS-SPL-FILENAME
                   ", status=" WS-SPL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-B-COUNT
               MOVE WS-SPL-B-ID(WS-SPL-I) TO SP-ID
               MOVE WS-SPL-B-ORDER(WS-SPL-I) TO SP-ORDER
               MOVE WS-SPL-B-PB(WS-SPL-I) TO SP-PB
               MOVE WS-SPL-B-SEG(WS-SPL-I) TO SP-SEG
               WRITE SPLITS-RECORD
           END-PERFORM
           CLOSE SPLITS-FILE
           .

      *> ============================================================
      *> SPL-SUM-OF-BEST: The PB is the exit's time on the PB
      *> route; the sum of best adds up the best segments along
      *> that route -- the run with every stretch at its fastest.
      *> ============================================================
       SPL-SUM-OF-BEST.
           MOVE 0 TO WS-SPL-PB
           MOVE 0 TO WS-SPL-SOB
           PERFORM VARYING WS-SPL-I FROM 1 BY 1
               UNTIL WS-SPL-I > WS-SPL-B-COUNT
               IF WS-SPL-B-ORDER(WS-SPL-I) > 0
                   ADD WS-SPL-B-SEG(WS-SPL-I) TO WS-SPL-SOB
                   IF WS-SPL-B-ID(WS-SPL-I) = "EXIT"
                       MOVE WS-SPL-B-PB(WS-SPL-I) TO WS-SPL-PB
                   END-IF
               END-IF
           END-PERFORM
           .

       SPL-FIND-BEST.
           MOVE 0 TO WS-SPL-FOUND
           PERFORM VARYING WS-SPL-K FROM 1 BY 1
               UNTIL WS-SPL-K > WS-SPL-B-COUNT OR WS-SPL-FOUND > 0
               IF WS-SPL-B-ID(WS-SPL-K) = WS-SPL-ID
                   MOVE WS-SPL-K TO WS-SPL-FOUND
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> SPL-FORMAT-TIME: WS-SPL-T tenths as m:ss.t in
      *> WS-SPL-TIME-TXT.
      *> ============================================================
       SPL-FORMAT-TIME.
           DIVIDE WS-SPL-T BY 600 GIVING WS-SPL-MINS
               REMAINDER WS-SPL-REM
           DIVIDE WS-SPL-REM BY 10 GIVING WS-SPL-SECS
               REMAINDER WS-SPL-TENTH
           MOVE WS-SPL-MINS TO WS-SPL-MINS-ED
           MOVE SPACES TO WS-SPL-TIME-TXT
           STRING FUNCTION TRIM(WS-SPL-MINS-ED) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-SPL-SECS DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-SPL-TENTH DELIMITED BY SIZE
               INTO WS-SPL-TIME-TXT
           END-STRING
           .

       SPL-FORMAT-DELTA.
           COMPUTE WS-SPL-DELTA-SECS = WS-SPL-DELTA / 10
           MOVE WS-SPL-DELTA-SECS TO WS-SPL-DELTA-ED
           .

      *> ============================================================
      *> DRAW-SPLITS-LINE: Under the intermission title, the map's
      *> PB and sum of best as they stand after this run.
      *> ============================================================
       DRAW-SPLITS-LINE.
           IF WS-SPL-SOB = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPL-PB TO WS-SPL-T
           PERFORM SPL-FORMAT-TIME
           MOVE WS-SPL-TIME-TXT TO WS-SPL-TIME2-TXT
           MOVE WS-SPL-SOB TO WS-SPL-T
           PERFORM SPL-FORMAT-TIME
           MOVE SPACES TO WS-HUD-STR-TEXT
           STRING "PB " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPL-TIME2-TXT) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-STR-TXT(167) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPL-TIME-TXT) DELIMITED BY SIZE
               INTO WS-HUD-STR-TEXT
           END-STRING
           MOVE 090 TO WS-HUD-STR-X
           MOVE 060 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           .
