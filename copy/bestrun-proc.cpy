      *>                      spawn
      *> RECORD-LASTRUN-TICK: one per-tic record, demo format
      *> LR-FINISH-LEVEL:     on completion, promote the tee to
      *>                      the player's best_<map>_<skill>.rec
      *>                      when the time beats their results
      *>                      master best
      *> GHOST-AUTO-LOAD:     put the map's best run at this skill
      *>                      into the ghost racer whenever the map
      *>                      starts
      *> ============================================================

      *> ============================================================

      *> ============================================================
      *> LR-FINISH-LEVEL: The level completed in
      *> WS-IMS-TIME-ELAPSED seconds, and WRITE-LEDGER-ENTRY has
      *> just posted it to the player's results master record for
      *> this map and skill: a first or faster run there replaces
      *> the player's best-run recording the ghost races.
      *> ============================================================
       LR-FINISH-LEVEL.
           IF WS-LR-OPEN = 0
           CLOSE LASTRUN-FILE
           MOVE 0 TO WS-LR-OPEN

           IF WS-RM-NEW-BEST = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM BR-BUILD-FILENAME
           OPEN INPUT LASTRUN-FILE
           IF WS-LR-STATUS NOT = "00"
           .

      *> ============================================================
      *> BR-BUILD-FILENAME: best_<map>_<skill>.rec for the current
      *> map and skill -- the key the results master keeps bests
      *> under, so a run is only ever promoted over, and raced
      *> against, its own skill. GUEST's name carries no player;
      *> every other player gets best_<map>_<id>_<skill>.rec.
      *> ============================================================
       BR-BUILD-FILENAME.
           MOVE SPACES TO WS-BR-FILENAME
           IF WS-PLR-ID = WS-PLR-GUEST
               STRING "best_" DELIMITED BY SIZE
                   WS-MAP-NAME DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-SKILL-LEVEL DELIMITED BY SIZE
                   ".rec" DELIMITED BY SIZE
                   INTO WS-BR-FILENAME
               END-STRING
           ELSE
               STRING "best_" DELIMITED BY SIZE
                   WS-MAP-NAME DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-PLR-ID DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-SKILL-LEVEL DELIMITED BY SIZE
                   ".rec" DELIMITED BY SIZE
                   INTO WS-BR-FILENAME
               END-STRING
           END-IF
           .

      *> ============================================================
      *> GHOST-AUTO-LOAD: Whenever a map starts, put the player's
      *> stored best run at this skill into the ghost racer --
      *> unless the operator is already racing an explicit
      *> DOOM_GHOST recording, which stays theirs. A missing best
      *> file just means no ghost yet.
      *> ============================================================
       GHOST-AUTO-LOAD.
           IF WS-GH-MANUAL = 1
