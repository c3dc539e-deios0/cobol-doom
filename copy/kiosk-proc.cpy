      *> ============================================================
      *> kiosk-proc.cpy -- Unattended kiosk mode
      *> KIOSK-INIT:        read kiosk.cfg ahead of the first title
      *> KIOSK-VISIT-BEGIN: a visitor has left the title to play
      *> KIOSK-NOTE-PLAY:   a life or map is starting
      *> KIOSK-NOTE-DEATH:  the death screen is up -- a death
      *>                    that reaches the cap holds it a moment
      *>                    and ends the visit
      *> KIOSK-POLL:        the time cap, from wherever play waits
      *> KIOSK-FRAME-CHECK: end of every main-loop frame -- a visit
      *>                    that is over, or a quit, goes back to
      *>                    the title instead of the shell
      *> KIOSK-END-VISIT:   log the visit, reset for the next one
      *>                    and put the title back up
      *> KIOSK-TITLE-KEYS:  on the title, swallow the quit binding
      *>                    and watch for the operator's sequence
      *> ============================================================

      *> ============================================================
      *> KIOSK-INIT: The settings record -- kiosk switch, minutes
      *> cap, deaths cap, then up to eight WS-KEY() slots for the
      *> operator's exit sequence (00 ends it early). No file, or a
      *> switch other than 1, is an ordinary session.
      *> ============================================================
       KIOSK-INIT.
           MOVE 0 TO WS-KSK-ON
           IF WS-HEADLESS-MODE = 1 OR WS-SELFTEST-MODE NOT = 0
               OR WS-DEMO-MODE = 2 OR WS-NET-ON = 1
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT KIOSK-FILE
           IF WS-KSK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ KIOSK-FILE
               AT END
                   CLOSE KIOSK-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE KIOSK-FILE

           IF KC-ON NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KSK-ON
           IF KC-MINUTES IS NUMERIC
               MOVE KC-MINUTES TO WS-KSK-CAP-MINUTES
           END-IF
           IF KC-DEATHS IS NUMERIC
               MOVE KC-DEATHS TO WS-KSK-CAP-DEATHS
           END-IF

      *>   The exit sequence runs to the first blank or 00 slot
           MOVE 0 TO WS-KSK-SEQ-LEN
           PERFORM VARYING WS-KSK-I FROM 1 BY 1
               UNTIL WS-KSK-I > 8
               IF KC-EXIT-KEY(WS-KSK-I) IS NOT NUMERIC
                   OR KC-EXIT-KEY(WS-KSK-I) = 0
                   OR KC-EXIT-KEY(WS-KSK-I) > 21
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-KSK-SEQ-LEN
               MOVE KC-EXIT-KEY(WS-KSK-I)
                   TO WS-KSK-SEQ-KEY(WS-KSK-SEQ-LEN)
           END-PERFORM
           IF WS-KSK-SEQ-LEN = 0
               MOVE 4 TO WS-KSK-SEQ-LEN
               PERFORM VARYING WS-KSK-I FROM 1 BY 1
                   UNTIL WS-KSK-I > 4
                   MOVE WS-KB-CONSOLE TO WS-KSK-SEQ-KEY(WS-KSK-I)
               END-PERFORM
           END-IF
           MOVE 0 TO WS-KSK-SEQ-POS
           INITIALIZE WS-KSK-HELD-TABLE

      *>   Every visit starts back on the map play opened on
           MOVE WS-MAP-NAME TO WS-KSK-HOME-MAP
           MOVE WS-KSK-CAP-MINUTES TO WS-KSK-NUM-ED
           DISPLAY "Kiosk mode: visits capped at "
               FUNCTION TRIM(WS-KSK-NUM-ED) " min (0 = none), "
               WS-KSK-CAP-DEATHS " deaths (00 = none)"
           .

      *> ============================================================
      *> KIOSK-VISIT-BEGIN: The title has handed over to a visitor.
      *> The title rolling the attract demo instead is no visit.
      *> ============================================================
       KIOSK-VISIT-BEGIN.
           IF WS-KSK-ON = 0 OR WS-ATTRACT-MODE = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KSK-VISIT-ON
           MOVE 0 TO WS-KSK-VISIT-OVER
           MOVE 0 TO WS-KSK-VISIT-DEATHS
           MOVE 1 TO WS-KSK-VISIT-PLAYS
           MOVE SPACES TO WS-KSK-HOW
           CALL "get_ticks_ms" RETURNING WS-KSK-VISIT-START
           ADD 1 TO WS-KSK-VISITS
           ADD 1 TO WS-KSK-PLAYS
           .

       KIOSK-NOTE-PLAY.
           IF WS-KSK-VISIT-ON = 1 AND WS-KSK-VISIT-PLAYS < 999
               ADD 1 TO WS-KSK-VISIT-PLAYS
               ADD 1 TO WS-KSK-PLAYS
           END-IF
           .

      *> ============================================================
      *> KIOSK-NOTE-DEATH: Count the death. The one that reaches
      *> the cap leaves "YOU DIED" up for three seconds -- no
      *> restart offered -- and ends the visit.
      *> ============================================================
       KIOSK-NOTE-DEATH.
           IF WS-KSK-VISIT-ON = 0 OR WS-KSK-VISIT-OVER = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-KSK-VISIT-DEATHS < 999
               ADD 1 TO WS-KSK-VISIT-DEATHS
           END-IF
           IF WS-KSK-CAP-DEATHS = 0
               OR WS-KSK-VISIT-DEATHS < WS-KSK-CAP-DEATHS
               EXIT PARAGRAPH
           END-IF
           CALL "get_ticks_ms" RETURNING WS-KSK-HOLD-START
           MOVE WS-KSK-HOLD-START TO WS-KSK-NOW
           PERFORM UNTIL WS-KSK-NOW - WS-KSK-HOLD-START >= 3000
               CALL "sdl_input" USING WS-KEYS
               CALL "get_ticks_ms" RETURNING WS-KSK-NOW
           END-PERFORM
           MOVE "DEATHS" TO WS-KSK-HOW
           MOVE 1 TO WS-KSK-VISIT-OVER
           .

      *> ============================================================
      *> KIOSK-POLL: Has the visit run its minutes? Performed each
      *> frame and from the blocking pause and death screens, so a
      *> visitor can't sit a paused game out past the cap.
      *> ============================================================
       KIOSK-POLL.
           IF WS-KSK-VISIT-ON = 0 OR WS-KSK-VISIT-OVER = 1
               OR WS-KSK-CAP-MINUTES = 0
               EXIT PARAGRAPH
           END-IF
           CALL "get_ticks_ms" RETURNING WS-KSK-NOW
           IF WS-KSK-NOW - WS-KSK-VISIT-START
               >= WS-KSK-CAP-MINUTES * 60000
               MOVE "TIME" TO WS-KSK-HOW
               MOVE 1 TO WS-KSK-VISIT-OVER
           END-IF
           .

      *> ============================================================
      *> KIOSK-FRAME-CHECK: Whatever stopped the game -- the quit
      *> binding, a finished campaign, a match that couldn't go on
      *> -- a kiosk doesn't exit; the visit ends instead.
      *> ============================================================
       KIOSK-FRAME-CHECK.
           IF WS-KSK-ON = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RUNNING = 0
               IF WS-KSK-VISIT-OVER = 0
                   MOVE "LEFT" TO WS-KSK-HOW
               END-IF
               PERFORM KIOSK-END-VISIT
               EXIT PARAGRAPH
           END-IF
           PERFORM KIOSK-POLL
           IF WS-KSK-VISIT-OVER = 1
               PERFORM KIOSK-END-VISIT
           END-IF
           .

      *> ============================================================
      *> KIOSK-END-VISIT: Log the visit, write the run off as
      *> abandoned if one was under way (as the shutdown path
      *> does), put the home map back fresh and the title up. The
      *> title's choices start the next visit, or its idle timer
      *> the attract loop.
      *> ============================================================
       KIOSK-END-VISIT.
           IF WS-KSK-VISIT-ON = 1
               CALL "get_ticks_ms" RETURNING WS-KSK-NOW
               COMPUTE WS-KSK-VISIT-SECS =
                   (WS-KSK-NOW - WS-KSK-VISIT-START) / 1000
               PERFORM AUDIT-KIOSK-VISIT
               MOVE WS-KSK-VISIT-SECS TO WS-KSK-SECS-ED
               MOVE WS-KSK-VISIT-PLAYS TO WS-KSK-NUM-ED
               DISPLAY "Kiosk visit ended (" FUNCTION TRIM(WS-KSK-HOW)
                   ") after " FUNCTION TRIM(WS-KSK-SECS-ED) "s, "
                   FUNCTION TRIM(WS-KSK-NUM-ED) " plays"
               IF WS-GAME-STATE = 1
                   AND WS-DEMO-MODE NOT = 2
                   AND WS-PROF-PLAY-SECONDS
                       - WS-LEVEL-START-SECONDS > 10
                   MOVE "A" TO WS-LG-RTYPE-W
                   PERFORM WRITE-LEDGER-FAILURE
               END-IF
           END-IF
           MOVE 0 TO WS-KSK-VISIT-ON
           MOVE 0 TO WS-KSK-VISIT-OVER
           IF WS-ATTRACT-MODE = 1
               CLOSE DEMO-FILE
               MOVE 0 TO WS-DEMO-MODE
               MOVE 0 TO WS-ATTRACT-MODE
           END-IF
           MOVE 1 TO WS-RUNNING
           MOVE ZERO TO WS-KEYS

           IF WS-SCENARIO = 0 AND WS-MAP-NAME NOT = WS-KSK-HOME-MAP
               MOVE WS-KSK-HOME-MAP TO WS-MAP-NAME
               PERFORM ADVANCE-LOAD-CURRENT
           END-IF
           PERFORM RESTART-LEVEL
           MOVE WS-SKILL-LEVEL TO WS-TITLE-SKILL-IN
           PERFORM SHOW-TITLE-SCREEN
           PERFORM APPLY-TITLE-CHOICES
           PERFORM KIOSK-VISIT-BEGIN
           .

      *> ============================================================
      *> KIOSK-TITLE-KEYS: Performed after every title-screen input
      *> poll. A visitor's quit is dropped; the operator's sequence
      *> -- each slot pressed in turn, any other press starting it
      *> over -- ends kiosk mode for the rest of the session.
      *> ============================================================
       KIOSK-TITLE-KEYS.
           IF WS-KSK-ON = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY(WS-KB-QUIT) = -1
               MOVE 0 TO WS-KEY(WS-KB-QUIT)
           END-IF
           PERFORM VARYING WS-KSK-I FROM 1 BY 1
               UNTIL WS-KSK-I > 21
               IF WS-KEY(WS-KSK-I) NOT = 0
                   IF WS-KSK-HELD(WS-KSK-I) = 0
                       MOVE 1 TO WS-KSK-HELD(WS-KSK-I)
                       PERFORM KIOSK-SEQ-STEP
                   END-IF
               ELSE
                   MOVE 0 TO WS-KSK-HELD(WS-KSK-I)
               END-IF
           END-PERFORM
           .

       KIOSK-SEQ-STEP.
           IF WS-KSK-I = WS-KSK-SEQ-KEY(WS-KSK-SEQ-POS + 1)
               ADD 1 TO WS-KSK-SEQ-POS
           ELSE
               IF WS-KSK-I = WS-KSK-SEQ-KEY(1)
                   MOVE 1 TO WS-KSK-SEQ-POS
               ELSE
                   MOVE 0 TO WS-KSK-SEQ-POS
               END-IF
           END-IF
           IF WS-KSK-SEQ-POS >= WS-KSK-SEQ-LEN
               MOVE 0 TO WS-KSK-ON
               MOVE 0 TO WS-KSK-SEQ-POS
               MOVE WS-KSK-VISITS TO WS-KSK-SECS-ED
               DISPLAY "Kiosk mode ended by the operator after "
                   FUNCTION TRIM(WS-KSK-SECS-ED) " visits"
           END-IF
           .
