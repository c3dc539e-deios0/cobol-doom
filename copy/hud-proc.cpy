           MOVE WS-HUD-TXT-R TO WS-HUD-CUR-R
           MOVE WS-HUD-TXT-G TO WS-HUD-CUR-G
           MOVE WS-HUD-TXT-B TO WS-HUD-CUR-B
           EVALUATE WS-WP-POOL(WS-WP-CURRENT + 1)
               WHEN 1
                   MOVE WS-AMMO-BULLETS TO WS-HUD-NUM-VAL
               WHEN 2
                   MOVE WS-AMMO-SHELLS TO WS-HUD-NUM-VAL
               WHEN 3
                   MOVE WS-AMMO-CELLS TO WS-HUD-NUM-VAL
               WHEN 4
                   MOVE WS-AMMO-ROCKETS TO WS-HUD-NUM-VAL
               WHEN OTHER
                   MOVE 0 TO WS-HUD-NUM-VAL
           END-EVALUATE

      *>   17. Damage-direction indicator, while a hit is fresh
           PERFORM DRAW-HIT-INDICATOR-HUD

      *>   18. Practice attempt clock and number, once a practice
      *>       segment has its end set
           PERFORM DRAW-PRACTICE-HUD
           .

      *> ============================================================
      *> DRAW-HUD-KEYRING: Three key icons stacked between the face
      *> and the ammo column -- lit in their key color when held,
      *> near-black sockets when not, so a locked door can be sized
      *> up from the bar instead of by walking into it. Colour-
      *> vision mode letters each socket as well.
      *> ============================================================
       DRAW-HUD-KEYRING.
           MOVE 210 TO WS-HUD-RECT-X
               MOVE X"18" TO WS-HUD-CUR-B
           END-IF
           PERFORM DRAW-HUD-RECT

      *>   B/Y/R beside the sockets in colour-vision mode
           PERFORM CVD-MARK-KEYRING
           .

      *> ============================================================
      *> SHOW-TITLE-SCREEN: Display title until SPACE pressed.
      *> W/S cycle the skill level (1-5) shown under the subtitle;
      *> WS-SKILL-LEVEL is read by EN-INIT-AI once play starts.
      *> The turn bindings step through the player roster; the
      *> player showing when play starts is the one signed in.
      *> ============================================================
       SHOW-TITLE-SCREEN.
           MOVE 0 TO WS-TTL-SKUP-PREV
           MOVE 0 TO WS-TTL-SKDN-PREV
           MOVE 0 TO WS-TTL-MODE-PREV
           MOVE 0 TO WS-PLR-NEXT-PREV
           MOVE 0 TO WS-PLR-BACK-PREV
           PERFORM DRAW-TITLE-FRAME

      *>   Headless mode has no real input device to wait on --
               EXIT PARAGRAPH
           END-IF

      *>   On a kiosk a visitor's quit means nothing here, and the
      *>   operator's exit sequence is watched for
           PERFORM KIOSK-TITLE-KEYS

      *>   Wait for the fire key to release before arming the confirm
      *>   wait below, so a keypress held over from whatever screen
      *>   ran just before this one doesn't instantly confirm it
           PERFORM UNTIL WS-KEY(WS-KB-FIRE) = 0
               OR WS-KEY(WS-KB-QUIT) = -1
               CALL "sdl_input" USING WS-KEYS
               PERFORM KIOSK-TITLE-KEYS
           END-PERFORM

      *>   Arm the attract-mode idle timer
               OR WS-KEY(WS-KB-QUIT) = -1
               OR WS-ATTRACT-MODE = 1
               CALL "sdl_input" USING WS-KEYS
               PERFORM KIOSK-TITLE-KEYS

      *>       A title left idle long enough rolls the bundled
      *>       attract demo and the hall of fame by turns (just
      *>       the hall of fame when no demo exists on disk)
               IF (WS-ATTRACT-MODE = 0 OR WS-ATTRACT-MODE = 9)
                   AND WS-DEMO-MODE = 0
                   CALL "get_ticks_ms" RETURNING WS-TTL-NOW
                   IF WS-TTL-NOW - WS-TTL-IDLE-START
                       > WS-ATTRACT-DELAY-MS
                       PERFORM HOF-ATTRACT-TURN
                   END-IF
               END-IF

                           RETURNING WS-TTL-IDLE-START
      *>               Cycle 0 (WAD map) -> 1 (practice range) ->
      *>               2 (horde survival) -> 3 (target drill) ->
      *>               4 (generated arena) -> 5 (daily challenge)
      *>               -> 0
                       IF WS-SCENARIO < 5
                           ADD 1 TO WS-SCENARIO
                       ELSE
                           MOVE 0 TO WS-SCENARIO
                   MOVE 0 TO WS-TTL-MODE-PREV
               END-IF

      *>       Right/left step the player selection through the
      *>       roster, same edge-triggered debounce again
               IF WS-KEY(WS-KB-RIGHT) NOT = 0
                   IF WS-PLR-NEXT-PREV = 0
                       CALL "get_ticks_ms"
                           RETURNING WS-TTL-IDLE-START
                       PERFORM PLAYER-SELECT-NEXT
                       PERFORM DRAW-TITLE-FRAME
                   END-IF
                   MOVE 1 TO WS-PLR-NEXT-PREV
               ELSE
                   MOVE 0 TO WS-PLR-NEXT-PREV
               END-IF

               IF WS-KEY(WS-KB-LEFT) NOT = 0
                   IF WS-PLR-BACK-PREV = 0
                       CALL "get_ticks_ms"
                           RETURNING WS-TTL-IDLE-START
                       PERFORM PLAYER-SELECT-PREV
                       PERFORM DRAW-TITLE-FRAME
                   END-IF
                   MOVE 1 TO WS-PLR-BACK-PREV
               ELSE
                   MOVE 0 TO WS-PLR-BACK-PREV
               END-IF

      *>       The automap binding opens the level editor, same
      *>       edge-triggered debounce as the toggles above -- but
      *>       not on a kiosk
               IF WS-KEY(WS-KB-AUTOMAP) NOT = 0
                   IF WS-ED-TTL-PREV = 0 AND WS-KSK-ON = 0
                       PERFORM RUN-LEVEL-EDITOR
                       CALL "get_ticks_ms"
                           RETURNING WS-TTL-IDLE-START
                   MOVE 0 TO WS-ED-TTL-PREV
               END-IF

      *>       The load binding shows the career profile page,
      *>       then the achievements page after it
               IF WS-KEY(WS-KB-LOAD) NOT = 0
                   PERFORM SHOW-PROFILE-SCREEN
                   PERFORM SHOW-ACHIEVE-SCREEN
                   CALL "get_ticks_ms"
                       RETURNING WS-TTL-IDLE-START
                   PERFORM DRAW-TITLE-FRAME
           .

      *> ============================================================
      *> DRAW-TITLE-FRAME: Render the title, subtitle, current
      *> skill-level, scenario and player lines, then present the
      *> frame.
      *> ============================================================
       DRAW-TITLE-FRAME.
      *>   Clear framebuffer to black
           ADD 1 TO WS-HUD-CHR-IDX
           PERFORM DRAW-HUD-CHAR

      *>   --- Draw "PLAYER <id>" (left/right to change) ---
           PERFORM DRAW-TITLE-PLAYER

      *>   Display title frame
           CALL "sdl_frame" USING WS-FRAMEBUFFER
                                  WS-SCREEN-W
               CALL "sdl_input" USING WS-KEYS
           END-PERFORM

      *>   On a kiosk, the death that reaches the visit's cap
      *>   ends the visit instead of offering a restart
           PERFORM KIOSK-NOTE-DEATH
           IF WS-KSK-VISIT-OVER = 1
               EXIT PARAGRAPH
           END-IF

      *>   Wait for fire (restart) or quit -- or a kiosk visit's
      *>   minutes running out
           PERFORM UNTIL WS-KEY(WS-KB-FIRE) NOT = 0
               OR WS-KEY(WS-KB-QUIT) = -1
               OR WS-KSK-VISIT-OVER = 1
               CALL "sdl_input" USING WS-KEYS
               PERFORM KIOSK-POLL
           END-PERFORM

           IF WS-KEY(WS-KB-QUIT) = -1
               MOVE 0 TO WS-RUNNING
           ELSE
               IF WS-KSK-VISIT-OVER = 0
                   PERFORM RESTART-LEVEL
               END-IF
           END-IF
           .

           PERFORM WRITE-LEDGER-ENTRY
           PERFORM WPS-WRITE-RESULTS
           PERFORM OBJ-RECORD-RESULT
           PERFORM ACH-LEVEL-DONE
      *>   The daily arena files the day's first finish
           PERFORM DAILY-RECORD-RESULT

      *>   A run that beat the map's best becomes its new ghost
           PERFORM LR-FINISH-LEVEL

      *>   Practice ends with the level: the next map is played
      *>   for real, and the segment it was set on is left behind
           PERFORM PRC-STOP

      *>   And into the campaign running totals, which survive the
      *>   per-level resets and feed the finale screen
           ADD WS-KILL-COUNT TO WS-CAMP-KILLS

           PERFORM DRAW-INTERMISSION-FRAME

      *>   The overlays show the finish while the screen is up
           PERFORM STATUS-FEED-WRITE

      *>   Headless mode has no real input device to wait on --
      *>   continue immediately so the frame cap still runs to
      *>   completion like every other blocking screen
           MOVE 146 TO WS-HUD-NUM5-Y
           PERFORM DRAW-HUD-NUMBER-5

      *>   --- Each co-op marine's kills and items down the left
      *>       edge ---
           PERFORM DRAW-NET-COOP-TALLY

      *>   --- Per-weapon breakdown down the right edge ---
           PERFORM DRAW-WPS-BREAKDOWN

      *>   --- The map's PB and sum of best under the title ---
           PERFORM DRAW-SPLITS-LINE

      *>   --- Draw "PRESS SPACE" centered at 1x ---
      *>   11 chars => 11*6-1 = 65 pixels. Start X = (320-65)/2 = 127
           MOVE 127 TO WS-TTL-CUR-X
                   MOVE WS-SFX-LEVEL-EXIT TO WS-SFX-ID
                   PERFORM PLAY-SOUND-EFFECT
      *>           The run is complete -- its traffic picture goes
      *>           out for the level review, its splits against
      *>           the stored ones
                   PERFORM HM-WRITE-FILES
                   PERFORM SPL-FINISH
               END-IF
           END-IF
           .
               PERFORM SHOW-GAME-MESSAGE
               MOVE "SECRET FOUND" TO WS-JN-TEXT
               PERFORM JOURNAL-EVENT
               MOVE "SECRET" TO WS-SPL-ID
               MOVE WS-GR-SECTOR-NUM TO WS-SPL-NUM-ED
               PERFORM SPL-TAKE-NUMBERED
           END-IF
           .

           END-PERFORM

           IF WS-KEY(WS-KB-QUIT) NOT = -1
      *>       Wait for resume (fire, or pause again) or quit, or
      *>       a kiosk visit's minutes running out; the USE binding
      *>       opens the options menu in place (not on a kiosk)
               PERFORM UNTIL WS-KEY(WS-KB-FIRE) NOT = 0
                   OR WS-KEY(WS-KB-PAUSE) NOT = 0
                   OR WS-KEY(WS-KB-QUIT) = -1
                   OR WS-KSK-VISIT-OVER = 1
                   CALL "sdl_input" USING WS-KEYS
                   PERFORM KIOSK-POLL
                   IF WS-KEY(WS-KB-USE) NOT = 0 AND WS-KSK-ON = 0
                       PERFORM SHOW-OPTIONS-SCREEN
                       PERFORM DRAW-PAUSE-FRAME
                   END-IF
      *> "Directory: N lumps" already does; the on-screen prompt only
      *> has numeric glyphs to work with (see WS-PICK-TITLE-IDX), so
      *> it shows the current choice's position/count and leaves the
      *> names themselves to the console listing. DOOM_WAD names the
      *> file outright and skips the picker.
      *> ============================================================
       SHOW-WAD-PICKER.
           MOVE SPACES TO WS-PICK-WAD-ENV
           ACCEPT WS-PICK-WAD-ENV FROM ENVIRONMENT "DOOM_WAD"
           IF WS-PICK-WAD-ENV NOT = SPACES
               MOVE SPACES TO WS-WAD-FILENAME
               STRING WS-PICK-WAD-ENV DELIMITED BY SPACE
                   X"00" DELIMITED BY SIZE
                   INTO WS-WAD-FILENAME
               END-STRING
               DISPLAY "Selected WAD: " WS-PICK-WAD-ENV
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-WAD-FILES

           IF WS-WAD-CHOICE-COUNT = 0
      *> SHOW-MAP-PICKER: Performed once after READ-WAD-DIRECTORY, so
      *> the operator can choose which map lump within the chosen WAD
      *> to start on. Same numeric-only on-screen convention and
      *> console listing as SHOW-WAD-PICKER. DOOM_MAP names the
      *> lump outright and skips the picker.
      *> ============================================================
       SHOW-MAP-PICKER.
           MOVE SPACES TO WS-PICK-MAP-ENV
           ACCEPT WS-PICK-MAP-ENV FROM ENVIRONMENT "DOOM_MAP"
           IF WS-PICK-MAP-ENV NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-PICK-MAP-ENV)
                   TO WS-MAP-NAME
               DISPLAY "Selected map: " WS-MAP-NAME
               EXIT PARAGRAPH
           END-IF

           PERFORM LIST-MAP-LUMPS

           IF WS-MAP-CHOICE-COUNT = 0
               END-IF
           END-PERFORM

      *>   Monster AI overlay, when the console has it up
           PERFORM AIV-DRAW-OVERLAY

      *>   Review notes' numbered markers
           PERFORM AN-DRAW-MARKERS

      *>   Player marker at the radar's center
           COMPUTE WS-HUD-RECT-X =
               WS-AM-BOX-X + WS-AM-RADIUS * WS-AM-SCALE
