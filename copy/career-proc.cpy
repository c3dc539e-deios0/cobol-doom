      *> ============================================================
      *> career-proc.cpy -- Persistent career profile
      *> CAREER-LOAD:         read the selected player's record
      *>                      from profile.dat (the session itself
      *>                      is counted at sign-in), and the
      *>                      player's achievements with it
      *> CAREER-SAVE:         rewrite the file with the signed-in
      *>                      player's live totals (called at death,
      *>                      at session end and on a player change)
      *> SHOW-PROFILE-SCREEN: the career page, reached from the
      *>                      title screen with the load binding
      *> ============================================================

      *> ============================================================
      *> CAREER-LOAD: Find WS-PLR-ID's record. A record from before
      *> the player field existed carries no ID and is GUEST's; a
      *> player with no record starts from zero.
      *> ============================================================
       CAREER-LOAD.
           MOVE 0 TO WS-CAR-SESSIONS
           MOVE 0 TO WS-CAR-KILLS
           MOVE 0 TO WS-CAR-DEATHS
           MOVE 0 TO WS-CAR-BASE-SECONDS
           PERFORM VARYING WS-CAR-I FROM 1 BY 1
               UNTIL WS-CAR-I > 8
               MOVE 0 TO WS-CAR-SHOTS(WS-CAR-I)
           END-PERFORM
           MOVE WS-PROF-PLAY-SECONDS TO WS-CAR-SECS-OFFSET

           OPEN INPUT PROFILE-FILE
      *>   05 = the optional file isn't there yet; it still counts
      *>   as open, so it still gets its CLOSE
           IF WS-CAR-STATUS = "00" OR WS-CAR-STATUS = "05"
               PERFORM UNTIL WS-CAR-STATUS NOT = "00"
                   MOVE SPACES TO PROFILE-RECORD
                   READ PROFILE-FILE
                       AT END
                           MOVE "10" TO WS-CAR-STATUS
                       NOT AT END
                           PERFORM CAREER-CHECK-MINE
                           IF WS-CAR-MINE = 1
                               PERFORM CAREER-TAKE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           DISPLAY "Career profile: " WS-PLR-ID ", "
               WS-CAR-SESSIONS " sessions"
           PERFORM ACH-LOAD-EARNED
           .

      *> ============================================================
      *> CAREER-CHECK-MINE: WS-CAR-MINE = 1 when the record just
      *> read belongs to WS-PLR-ID.
      *> ============================================================
       CAREER-CHECK-MINE.
           MOVE 0 TO WS-CAR-MINE
           IF PR-PLAYER = WS-PLR-ID
               MOVE 1 TO WS-CAR-MINE
           END-IF
           IF (PR-PLAYER = SPACES OR PR-PLAYER = LOW-VALUES)
               AND WS-PLR-ID = WS-PLR-GUEST
               MOVE 1 TO WS-CAR-MINE
           END-IF
           .

       CAREER-TAKE-RECORD.
           MOVE PR-SESSIONS TO WS-CAR-SESSIONS
           MOVE PR-KILLS TO WS-CAR-KILLS
           MOVE PR-DEATHS TO WS-CAR-DEATHS
           MOVE PR-SECONDS TO WS-CAR-BASE-SECONDS
           PERFORM VARYING WS-CAR-I FROM 1 BY 1
               UNTIL WS-CAR-I > 8
               MOVE PR-SHOTS(WS-CAR-I)
                   TO WS-CAR-SHOTS(WS-CAR-I)
           END-PERFORM
           .

      *> ============================================================
      *> CAREER-SAVE: Rewrite profile.dat -- every other player's
      *> record as it stood, then the signed-in player's live
      *> totals. A career only shown on the title screen, never
      *> signed in to, is left alone, and so is a file with more
      *> players in it than can be held -- rewriting it would
      *> lose the ones that didn't fit.
      *> ============================================================
       CAREER-SAVE.
           IF WS-PLR-SIGNED NOT = WS-PLR-ID
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CAR-HOLD-COUNT
           MOVE 0 TO WS-CAR-OVFL
           OPEN INPUT PROFILE-FILE
      *>   05 = the optional file isn't there yet; it still counts
      *>   as open, so it still gets its CLOSE
           IF WS-CAR-STATUS = "00" OR WS-CAR-STATUS = "05"
               PERFORM UNTIL WS-CAR-STATUS NOT = "00"
                   MOVE SPACES TO PROFILE-RECORD
                   READ PROFILE-FILE
                       AT END
                           MOVE "10" TO WS-CAR-STATUS
                       NOT AT END
                           PERFORM CAREER-CHECK-MINE
                           IF WS-CAR-MINE = 0
                               PERFORM CAREER-HOLD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           IF WS-CAR-OVFL = 1
               DISPLAY "WARN: " WS-CAR-FILENAME " holds over "
                   WS-CAR-HOLD-MAX " players -- not rewritten, "
                   "this session's career totals are not saved"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PROFILE-FILE
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "WARN: could not write " WS-CAR-FILENAME
                   ", status=" WS-CAR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAR-H FROM 1 BY 1
               UNTIL WS-CAR-H > WS-CAR-HOLD-COUNT
               MOVE WS-CAR-HOLD(WS-CAR-H) TO PROFILE-RECORD
               WRITE PROFILE-RECORD
           END-PERFORM
           MOVE WS-CAR-SESSIONS TO PR-SESSIONS
           MOVE WS-CAR-KILLS TO PR-KILLS
           MOVE WS-CAR-DEATHS TO PR-DEATHS
           COMPUTE PR-SECONDS =
               WS-CAR-BASE-SECONDS + WS-PROF-PLAY-SECONDS
               - WS-CAR-SECS-OFFSET
           PERFORM VARYING WS-CAR-I FROM 1 BY 1
               UNTIL WS-CAR-I > 8
               MOVE WS-CAR-SHOTS(WS-CAR-I) TO PR-SHOTS(WS-CAR-I)
           END-PERFORM
           MOVE WS-PLR-ID TO PR-PLAYER
           WRITE PROFILE-RECORD
           CLOSE PROFILE-FILE
           .

       CAREER-HOLD-RECORD.
           IF WS-CAR-HOLD-COUNT >= WS-CAR-HOLD-MAX
               MOVE 1 TO WS-CAR-OVFL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAR-HOLD-COUNT
           MOVE PROFILE-RECORD TO WS-CAR-HOLD(WS-CAR-HOLD-COUNT)
           .

      *> ============================================================
      *> SHOW-PROFILE-SCREEN: Sessions, lifetime kills, deaths,
      *> play hours and the favorite weapon, as a blocking page the
           MOVE 020 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

      *>   Whose career this is
           MOVE SPACES TO WS-PLR-LINE
           STRING WS-STR-TXT(143) DELIMITED BY "  "
               " " WS-PLR-ID DELIMITED BY SPACE
               INTO WS-PLR-LINE
           END-STRING
           MOVE WS-PLR-LINE TO WS-HUD-STR-TEXT
           MOVE 112 TO WS-HUD-STR-X
           MOVE 032 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           MOVE X"FF" TO WS-HUD-CUR-R
           MOVE X"FF" TO WS-HUD-CUR-G
           MOVE X"FF" TO WS-HUD-CUR-B
           PERFORM DRAW-HUD-STRING
           COMPUTE WS-CAR-SECS-NOW =
               WS-CAR-BASE-SECONDS + WS-PROF-PLAY-SECONDS
               - WS-CAR-SECS-OFFSET
           COMPUTE WS-CAR-HOURS = WS-CAR-SECS-NOW / 3600
           MOVE WS-CAR-HOURS TO WS-HUD-NUM5-VAL
           MOVE 200 TO WS-HUD-NUM5-X
