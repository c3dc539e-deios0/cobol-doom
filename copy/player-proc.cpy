      *> ============================================================
      *> player-proc.cpy -- Player master file and title sign-in
      *> PLAYER-LOAD-ROSTER:    read players.dat at startup and pick
      *>                        the DOOM_PLAYER tester (or GUEST)
      *> PLAYER-SELECT-NEXT/
      *> PLAYER-SELECT-PREV:    the title screen's turn bindings
      *>                        step through the roster
      *> PLAYER-COMMIT-SIGN-IN: the title was confirmed -- count the
      *>                        session against the chosen tester
      *> DRAW-TITLE-PLAYER:     the "PLAYER <id>" line on the title
      *> ============================================================

      *> ============================================================
      *> PLAYER-LOAD-ROSTER: Read the whole master file into the
      *> roster table. DOOM_PLAYER=<id> preselects a tester,
      *> registering a new ID on the spot (DOOM_PLAYER_NAME gives
      *> the display name); otherwise the bench starts on GUEST.
      *> A missing file just means an empty roster.
      *> ============================================================
       PLAYER-LOAD-ROSTER.
           MOVE 0 TO WS-PLR-COUNT
           OPEN INPUT PLAYER-FILE
      *>   05 = the optional file isn't there yet; it still counts
      *>   as open, so it still gets its CLOSE
           IF WS-PLR-STATUS = "00" OR WS-PLR-STATUS = "05"
               PERFORM UNTIL WS-PLR-STATUS NOT = "00"
                   OR WS-PLR-COUNT >= WS-PLR-MAX
                   READ PLAYER-FILE
                       AT END
                           MOVE "10" TO WS-PLR-STATUS
                       NOT AT END
                           IF PL-ID NOT = SPACES
                               ADD 1 TO WS-PLR-COUNT
                               MOVE PL-ID
                                   TO WS-PLR-TAB-ID(WS-PLR-COUNT)
                               MOVE PL-NAME
                                   TO WS-PLR-TAB-NAME(WS-PLR-COUNT)
                               MOVE PL-CREATED
                                   TO WS-PLR-TAB-CREATED(WS-PLR-COUNT)
                               MOVE PL-LAST-PLAYED
                                   TO WS-PLR-TAB-LAST(WS-PLR-COUNT)
                               MOVE PL-SESSIONS
                                   TO WS-PLR-TAB-SESS(WS-PLR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYER-FILE
           END-IF

      *>   The operator's choice, else GUEST -- an ID is one word,
      *>   upper case, since it lands in file names
           MOVE WS-PLR-GUEST TO WS-PLR-ID
           MOVE SPACES TO WS-PLR-ENV
           ACCEPT WS-PLR-ENV FROM ENVIRONMENT "DOOM_PLAYER"
           IF WS-PLR-ENV NOT = SPACES
               MOVE SPACES TO WS-PLR-ID
               UNSTRING FUNCTION UPPER-CASE(WS-PLR-ENV)
                   DELIMITED BY ALL SPACE
                   INTO WS-PLR-ID
               END-UNSTRING
               IF WS-PLR-ID = SPACES
                   MOVE WS-PLR-GUEST TO WS-PLR-ID
               END-IF
           END-IF

           PERFORM PLAYER-FIND
           IF WS-PLR-HIT = 0
               MOVE SPACES TO WS-PLR-NAME-ENV
               ACCEPT WS-PLR-NAME-ENV
                   FROM ENVIRONMENT "DOOM_PLAYER_NAME"
               PERFORM PLAYER-REGISTER
           END-IF
           MOVE WS-PLR-HIT TO WS-PLR-CUR
           IF WS-PLR-CUR = 0
      *>       Roster full: the ID still stamps the records, it
      *>       just has no master line of its own
               DISPLAY "WARN: player roster full, " WS-PLR-ID
                   " not registered"
           END-IF
           DISPLAY "Player: " WS-PLR-ID " (" WS-PLR-COUNT
               " on the roster)"
           .

      *> ============================================================
      *> PLAYER-FIND: WS-PLR-HIT = roster slot of WS-PLR-ID, or 0.
      *> ============================================================
       PLAYER-FIND.
           MOVE 0 TO WS-PLR-HIT
           PERFORM VARYING WS-PLR-I FROM 1 BY 1
               UNTIL WS-PLR-I > WS-PLR-COUNT
               OR WS-PLR-HIT > 0
               IF WS-PLR-TAB-ID(WS-PLR-I) = WS-PLR-ID
                   MOVE WS-PLR-I TO WS-PLR-HIT
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> PLAYER-REGISTER: Add WS-PLR-ID (display name
      *> WS-PLR-NAME-ENV, or the ID itself) to the roster and
      *> rewrite the master file. WS-PLR-HIT is the new slot, or 0
      *> when the roster is already full.
      *> ============================================================
       PLAYER-REGISTER.
           MOVE 0 TO WS-PLR-HIT
           IF WS-PLR-COUNT >= WS-PLR-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLR-COUNT
           MOVE WS-PLR-COUNT TO WS-PLR-HIT
           MOVE WS-PLR-ID TO WS-PLR-TAB-ID(WS-PLR-HIT)
           IF WS-PLR-NAME-ENV = SPACES
               MOVE WS-PLR-ID TO WS-PLR-TAB-NAME(WS-PLR-HIT)
           ELSE
               MOVE WS-PLR-NAME-ENV TO WS-PLR-TAB-NAME(WS-PLR-HIT)
           END-IF
           ACCEPT WS-PLR-DATE-W FROM DATE YYYYMMDD
           MOVE WS-PLR-DATE-W TO WS-PLR-TAB-CREATED(WS-PLR-HIT)
           MOVE 0 TO WS-PLR-TAB-LAST(WS-PLR-HIT)
           MOVE 0 TO WS-PLR-TAB-SESS(WS-PLR-HIT)
           PERFORM PLAYER-SAVE-ROSTER
           DISPLAY "Player " WS-PLR-ID " registered in "
               WS-PLR-FILENAME
           .

      *> ============================================================
      *> PLAYER-SAVE-ROSTER: Rewrite the master file from the table.
      *> ============================================================
       PLAYER-SAVE-ROSTER.
           OPEN OUTPUT PLAYER-FILE
           IF WS-PLR-STATUS NOT = "00"
               DISPLAY "WARN: could not write " WS-PLR-FILENAME
                   ", status=" WS-PLR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLR-I FROM 1 BY 1
               UNTIL WS-PLR-I > WS-PLR-COUNT
               MOVE WS-PLR-TAB-ID(WS-PLR-I) TO PL-ID
               MOVE WS-PLR-TAB-NAME(WS-PLR-I) TO PL-NAME
               MOVE WS-PLR-TAB-CREATED(WS-PLR-I) TO PL-CREATED
               MOVE WS-PLR-TAB-LAST(WS-PLR-I) TO PL-LAST-PLAYED
               MOVE WS-PLR-TAB-SESS(WS-PLR-I) TO PL-SESSIONS
               WRITE PLAYER-RECORD
           END-PERFORM
           CLOSE PLAYER-FILE
           .

      *> ============================================================
      *> PLAYER-SELECT-NEXT / PLAYER-SELECT-PREV: Step the title
      *> screen's selection through the roster (wrapping), and put
      *> the new tester's career in memory so the profile page
      *> shows theirs.
      *> ============================================================
       PLAYER-SELECT-NEXT.
           IF WS-PLR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PLR-CUR >= WS-PLR-COUNT
               MOVE 1 TO WS-PLR-HIT
           ELSE
               COMPUTE WS-PLR-HIT = WS-PLR-CUR + 1
           END-IF
           PERFORM PLAYER-SWITCH
           .

       PLAYER-SELECT-PREV.
           IF WS-PLR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PLR-CUR <= 1
               MOVE WS-PLR-COUNT TO WS-PLR-HIT
           ELSE
               COMPUTE WS-PLR-HIT = WS-PLR-CUR - 1
           END-IF
           PERFORM PLAYER-SWITCH
           .

      *> ============================================================
      *> PLAYER-SWITCH: Make roster slot WS-PLR-HIT the selection.
      *> A signed-in tester's career goes back to disk before the
      *> next one's is loaded over it (CAREER-SAVE ignores a career
      *> nobody has signed in to).
      *> ============================================================
       PLAYER-SWITCH.
           IF WS-PLR-HIT = WS-PLR-CUR
               EXIT PARAGRAPH
           END-IF
           PERFORM CAREER-SAVE
           MOVE WS-PLR-HIT TO WS-PLR-CUR
           MOVE WS-PLR-TAB-ID(WS-PLR-CUR) TO WS-PLR-ID
           PERFORM CAREER-LOAD
           .

      *> ============================================================
      *> PLAYER-COMMIT-SIGN-IN: Play is starting for WS-PLR-ID. The
      *> first start for a tester counts their session -- in the
      *> career and on their master line -- and from then on
      *> CAREER-SAVE writes their totals.
      *> ============================================================
       PLAYER-COMMIT-SIGN-IN.
           IF WS-PLR-ID = WS-PLR-SIGNED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLR-ID TO WS-PLR-SIGNED
           ADD 1 TO WS-CAR-SESSIONS
           IF WS-PLR-CUR > 0
               ACCEPT WS-PLR-DATE-W FROM DATE YYYYMMDD
               MOVE WS-PLR-DATE-W TO WS-PLR-TAB-LAST(WS-PLR-CUR)
               ADD 1 TO WS-PLR-TAB-SESS(WS-PLR-CUR)
               PERFORM PLAYER-SAVE-ROSTER
           END-IF
           DISPLAY "Signed in as " WS-PLR-ID ", career session "
               WS-CAR-SESSIONS
           .

      *> ============================================================
      *> DRAW-TITLE-PLAYER: "PLAYER <id>" under the scenario line,
      *> with the display name beside it -- the turn bindings step
      *> through the roster.
      *> ============================================================
       DRAW-TITLE-PLAYER.
           MOVE SPACES TO WS-PLR-LINE
           IF WS-PLR-CUR > 0
               AND WS-PLR-TAB-NAME(WS-PLR-CUR) NOT = WS-PLR-ID
               STRING WS-STR-TXT(143) DELIMITED BY "  "
                   " " WS-PLR-ID DELIMITED BY SPACE
                   " - " WS-PLR-TAB-NAME(WS-PLR-CUR)
                   DELIMITED BY "  "
                   INTO WS-PLR-LINE
               END-STRING
           ELSE
               STRING WS-STR-TXT(143) DELIMITED BY "  "
                   " " WS-PLR-ID DELIMITED BY SPACE
                   INTO WS-PLR-LINE
               END-STRING
           END-IF
           MOVE WS-PLR-LINE TO WS-HUD-STR-TEXT
           MOVE 090 TO WS-HUD-STR-X
           MOVE 165 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           .
