      *> ============================================================
      *> status-proc.cpy -- Live game-status feed
      *> STATUS-FEED-INIT:  DOOM_STATUS_FEED / DOOM_STATUS_FILE, at
      *>                    startup
      *> STATUS-FEED-TICK:  end of every frame -- writes when the
      *>                    play clock's second or the game state
      *>                    has moved on since the last copy
      *> STATUS-FEED-WRITE: one record to the work file, renamed
      *>                    over status.dat
      *> STATUS-FEED-END:   removes the file at shutdown, so a
      *>                    stale copy never outlives the engine
      *> ============================================================

       STATUS-FEED-INIT.
           MOVE 0 TO WS-STF-ON
           IF WS-HEADLESS-MODE = 0
               MOVE 1 TO WS-STF-ON
           END-IF
           MOVE SPACES TO WS-STF-ENV
           ACCEPT WS-STF-ENV FROM ENVIRONMENT "DOOM_STATUS_FEED"
           IF WS-STF-ENV(1:1) = "0"
               MOVE 0 TO WS-STF-ON
           END-IF
           IF WS-STF-ENV(1:1) = "1"
               MOVE 1 TO WS-STF-ON
           END-IF
           MOVE SPACES TO WS-STF-ENV
           ACCEPT WS-STF-ENV FROM ENVIRONMENT "DOOM_STATUS_FILE"
           IF WS-STF-ENV NOT = SPACES
               MOVE WS-STF-ENV TO WS-STF-FILENAME
           END-IF
           MOVE SPACES TO WS-STF-TMP-FILENAME
           STRING WS-STF-FILENAME DELIMITED BY SPACE
               ".tmp" DELIMITED BY SIZE
               INTO WS-STF-TMP-FILENAME
           END-STRING
           MOVE 0 TO WS-STF-WRITTEN
           IF WS-STF-ON = 1
               DISPLAY "Status feed: " WS-STF-FILENAME
           END-IF
           .

      *> ============================================================
      *> STATUS-FEED-TICK: About once a second while the engine
      *> runs. WS-PROF-PLAY-SECONDS only moves while the game is
      *> being played, so a paused or dead player costs one write
      *> on the way in and none after.
      *> ============================================================
       STATUS-FEED-TICK.
           IF WS-STF-ON = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-STF-WRITTEN = 1
               AND WS-PROF-PLAY-SECONDS = WS-STF-LAST-SEC
               AND WS-GAME-STATE = WS-STF-LAST-STATE
               EXIT PARAGRAPH
           END-IF
           PERFORM STATUS-FEED-WRITE
           .

      *> ============================================================
      *> STATUS-FEED-WRITE: The record is built whole, written to
      *> the work file and renamed into place. A failed write only
      *> costs this second's copy -- the feed is for the screens,
      *> not the game.
      *> ============================================================
       STATUS-FEED-WRITE.
           IF WS-STF-ON = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROF-PLAY-SECONDS TO WS-STF-LAST-SEC
           MOVE WS-GAME-STATE TO WS-STF-LAST-STATE
           MOVE 1 TO WS-STF-WRITTEN
           ADD 1 TO WS-STF-SEQ
           PERFORM STATUS-FEED-MODE

           MOVE SPACES TO STATUS-RECORD
           MOVE WS-STF-SEQ TO ST-SEQ
           ACCEPT ST-DATE FROM DATE YYYYMMDD
           ACCEPT ST-TIME FROM TIME
           MOVE WS-GAME-STATE TO ST-GAME-STATE
           MOVE WS-MAP-NAME TO ST-MAP
           MOVE WS-SKILL-LEVEL TO ST-SKILL
           MOVE WS-STF-MODE TO ST-MODE
           MOVE WS-PLR-ID TO ST-PLAYER
           IF WS-PLR-CUR > 0
               MOVE WS-PLR-TAB-NAME(WS-PLR-CUR) TO ST-PLAYER-NAME
           ELSE
               MOVE WS-PLR-ID TO ST-PLAYER-NAME
           END-IF
           MOVE WS-HEALTH TO ST-HEALTH
           MOVE WS-ARMOR TO ST-ARMOR
           MOVE WS-AMMO-BULLETS TO ST-BULLETS
           MOVE WS-AMMO-SHELLS TO ST-SHELLS
           MOVE WS-AMMO-CELLS TO ST-CELLS
           MOVE WS-KILL-COUNT TO ST-KILLS
           MOVE WS-KILL-TOTAL TO ST-KILL-TOTAL
           MOVE WS-ITEM-COUNT TO ST-ITEMS
           MOVE WS-ITEM-TOTAL TO ST-ITEM-TOTAL
           MOVE WS-SECRET-COUNT TO ST-SECRETS
           MOVE WS-SECRET-TOTAL TO ST-SECRET-TOTAL
           MOVE 0 TO WS-STF-LEVEL-TIME
           IF WS-PROF-PLAY-SECONDS > WS-LEVEL-START-SECONDS
               COMPUTE WS-STF-LEVEL-TIME =
                   WS-PROF-PLAY-SECONDS - WS-LEVEL-START-SECONDS
           END-IF
           MOVE WS-STF-LEVEL-TIME TO ST-LEVEL-TIME
           MOVE WS-PROF-PLAY-SECONDS TO ST-PLAY-TIME

           OPEN OUTPUT STATUS-FILE
           IF WS-STF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           WRITE STATUS-RECORD
           CLOSE STATUS-FILE
           CALL "CBL_DELETE_FILE" USING WS-STF-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-STF-TMP-FILENAME
               WS-STF-FILENAME
           .

      *> ============================================================
      *> STATUS-FEED-MODE: What kind of game the screens are
      *> looking at. Match rules, a two-player session that isn't
      *> co-op, or bots in the map all make it a deathmatch.
      *> ============================================================
       STATUS-FEED-MODE.
           EVALUATE TRUE
               WHEN WS-MR-ON = 1
               WHEN WS-NET-ON = 1 AND WS-NET-COOP-ON = 0
               WHEN WS-BOT-COUNT > 0
                   MOVE "DEATHMATCH" TO WS-STF-MODE
               WHEN WS-HORDE-ON = 1
                   MOVE "HORDE" TO WS-STF-MODE
               WHEN WS-DRL-ON = 1
                   MOVE "DRILL" TO WS-STF-MODE
               WHEN WS-DLY-ON = 1
                   MOVE "DAILY" TO WS-STF-MODE
               WHEN WS-NET-ON = 1
                   MOVE "COOP" TO WS-STF-MODE
               WHEN WS-SCENARIO = 1
                   MOVE "PRACTICE" TO WS-STF-MODE
               WHEN WS-SCENARIO = 4
                   MOVE "ARENA" TO WS-STF-MODE
               WHEN OTHER
                   MOVE "CAMPAIGN" TO WS-STF-MODE
           END-EVALUATE
           .

       STATUS-FEED-END.
           IF WS-STF-ON = 0 OR WS-STF-WRITTEN = 0
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-STF-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-STF-TMP-FILENAME
           .
