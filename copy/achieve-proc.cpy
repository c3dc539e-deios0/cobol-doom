      *> ============================================================
      *> achieve-proc.cpy -- Achievements
      *> LOAD-ACHIEVEMENTS:   the goal table, from achieve.cfg or
      *>                      the compiled set, once at startup
      *> ACH-LOAD-EARNED:     the selected player's unlocks and
      *>                      under-par maps from achieve.dat (run
      *>                      from CAREER-LOAD, so a player change
      *>                      brings its own)
      *> ACH-LEVEL-DONE:      the map-completion goals, checked as
      *>                      the intermission files the level
      *> ACH-WAVE-CLEARED:    the horde goals, at each cleared wave
      *> ACH-CHECK-CAREER:    the lifetime-total goals
      *> ACH-UNLOCK:          announce, date and record one goal
      *> SHOW-ACHIEVE-SCREEN: earned and remaining goals, the page
      *>                      after the career profile
      *> ============================================================

      *> ============================================================
      *> LOAD-ACHIEVEMENTS: One goal per line -- ID in columns 1-12,
      *> kind keyword in 14-23, a zero-padded value in 25-29 and
      *> the name shown in 31-56. A missing file keeps the compiled
      *> set; bad lines are skipped with a warning.
      *> ============================================================
       LOAD-ACHIEVEMENTS.
           MOVE SPACES TO WS-ACH-FILE-ENV
           ACCEPT WS-ACH-FILE-ENV FROM ENVIRONMENT "DOOM_ACHIEVE"
           IF WS-ACH-FILE-ENV NOT = SPACES
               MOVE WS-ACH-FILE-ENV TO WS-ACH-FILENAME
           END-IF

           MOVE 0 TO WS-ACH-COUNT
           OPEN INPUT ACHDEF-FILE
           IF WS-ACH-STATUS NOT = "00"
               PERFORM VARYING WS-ACH-I FROM 1 BY 1
                   UNTIL WS-ACH-I > WS-ACH-DFLT-COUNT
                   MOVE WS-ACH-DFLT(WS-ACH-I) TO WS-ACH-DEF(WS-ACH-I)
                   MOVE 0 TO WS-ACH-EARNED(WS-ACH-I)
               END-PERFORM
               MOVE WS-ACH-DFLT-COUNT TO WS-ACH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACH-LINE-NO
           PERFORM UNTIL WS-ACH-STATUS NOT = "00"
               READ ACHDEF-FILE
                   AT END
                       MOVE "10" TO WS-ACH-STATUS
                   NOT AT END
                       ADD 1 TO WS-ACH-LINE-NO
                       IF ACHDEF-RECORD NOT = SPACES
                           AND ACHDEF-RECORD(1:1) NOT = "*"
                           PERFORM ACH-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACHDEF-FILE
           DISPLAY "Achievements: " WS-ACH-COUNT " loaded from "
               FUNCTION TRIM(WS-ACH-FILENAME)
           .

       ACH-ONE-LINE.
           IF WS-ACH-COUNT >= 16 OR AD-ID = SPACES
               OR AD-VALUE IS NOT NUMERIC
               PERFORM ACH-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACH-COUNT TO WS-ACH-I
           ADD 1 TO WS-ACH-I
           EVALUATE AD-KIND
               WHEN "NODAMAGE  "
                   MOVE 1 TO WS-ACH-KIND(WS-ACH-I)
               WHEN "SECRETS   "
                   MOVE 2 TO WS-ACH-KIND(WS-ACH-I)
               WHEN "KILLS100  "
                   MOVE 3 TO WS-ACH-KIND(WS-ACH-I)
               WHEN "WEAPONONLY"
                   IF AD-VALUE > 7
                       PERFORM ACH-BAD-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 4 TO WS-ACH-KIND(WS-ACH-I)
               WHEN "HORDEWAVE "
                   MOVE 5 TO WS-ACH-KIND(WS-ACH-I)
               WHEN "UNDERPAR  "
                   MOVE 6 TO WS-ACH-KIND(WS-ACH-I)
               WHEN "PARALL    "
                   MOVE 7 TO WS-ACH-KIND(WS-ACH-I)
               WHEN "CAREERKILL"
                   MOVE 8 TO WS-ACH-KIND(WS-ACH-I)
               WHEN "SESSIONS  "
                   MOVE 9 TO WS-ACH-KIND(WS-ACH-I)
               WHEN OTHER
                   PERFORM ACH-BAD-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE AD-ID TO WS-ACH-ID(WS-ACH-I)
           MOVE AD-VALUE TO WS-ACH-VALUE(WS-ACH-I)
           MOVE AD-NAME TO WS-ACH-NAME(WS-ACH-I)
           IF AD-NAME = SPACES
               MOVE AD-ID TO WS-ACH-NAME(WS-ACH-I)
           END-IF
           MOVE 0 TO WS-ACH-EARNED(WS-ACH-I)
           MOVE WS-ACH-I TO WS-ACH-COUNT
           .

       ACH-BAD-LINE.
           DISPLAY "WARN: " FUNCTION TRIM(WS-ACH-FILENAME)
               " line " WS-ACH-LINE-NO " skipped"
           .

      *> ============================================================
      *> ACH-LOAD-EARNED: WS-PLR-ID's rows -- "U" an unlocked goal
      *> and its date, "P" a map finished under par. Rows naming a
      *> goal no longer defined are passed over.
      *> ============================================================
       ACH-LOAD-EARNED.
           PERFORM VARYING WS-ACH-I FROM 1 BY 1
               UNTIL WS-ACH-I > WS-ACH-COUNT
               MOVE 0 TO WS-ACH-EARNED(WS-ACH-I)
           END-PERFORM
           MOVE 0 TO WS-ACH-PAR-COUNT

           OPEN INPUT ACHIEVE-FILE
      *>   05 = the optional file isn't there yet; it still counts
      *>   as open, so it still gets its CLOSE
           IF WS-ACH-REC-STATUS NOT = "00"
               AND WS-ACH-REC-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACH-REC-STATUS NOT = "00"
               READ ACHIEVE-FILE
                   AT END
                       MOVE "10" TO WS-ACH-REC-STATUS
                   NOT AT END
                       IF AC-PLAYER = WS-PLR-ID
                           PERFORM ACH-TAKE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACHIEVE-FILE
           .

       ACH-TAKE-ROW.
           EVALUATE AC-RTYPE
               WHEN "U"
                   PERFORM VARYING WS-ACH-I FROM 1 BY 1
                       UNTIL WS-ACH-I > WS-ACH-COUNT
                       IF WS-ACH-ID(WS-ACH-I) = AC-ID
                           MOVE AC-DATE TO WS-ACH-EARNED(WS-ACH-I)
                       END-IF
                   END-PERFORM
               WHEN "P"
                   PERFORM ACH-FIND-PAR-MAP
                   IF WS-ACH-HAVE = 0 AND WS-ACH-PAR-COUNT < 32
                       ADD 1 TO WS-ACH-PAR-COUNT
                       MOVE AC-MAP TO WS-ACH-PAR-MAP(WS-ACH-PAR-COUNT)
                   END-IF
           END-EVALUATE
           .

      *> ============================================================
      *> ACH-FIND-PAR-MAP: WS-ACH-HAVE = 1 when AC-MAP is already in
      *> the under-par list.
      *> ============================================================
       ACH-FIND-PAR-MAP.
           MOVE 0 TO WS-ACH-HAVE
           PERFORM VARYING WS-ACH-J FROM 1 BY 1
               UNTIL WS-ACH-J > WS-ACH-PAR-COUNT
               IF WS-ACH-PAR-MAP(WS-ACH-J) = AC-MAP
                   MOVE 1 TO WS-ACH-HAVE
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> ACH-LEVEL-DONE: The map just finished, against every goal
      *> a completion can earn. A run played back from a recording
      *> earns nothing -- the feat was the recording's -- and nor
      *> does a flagged run or a practice segment.
      *> ============================================================
       ACH-LEVEL-DONE.
           IF WS-DEMO-MODE = 2 OR WS-NET-REC-MODE = 2
               OR WS-RFL-ON = 1 OR WS-PRC-ON = 1
               EXIT PARAGRAPH
           END-IF

      *>   Under par: the campaign must give this map one
           MOVE 0 TO WS-ACH-UNDER-PAR
           IF WS-CMP-CUR > 0
               IF WS-CMP-PAR(WS-CMP-CUR) > 0
                   AND WS-IMS-TIME-ELAPSED <= WS-CMP-PAR(WS-CMP-CUR)
                   MOVE 1 TO WS-ACH-UNDER-PAR
               END-IF
           END-IF
           IF WS-ACH-UNDER-PAR = 1
               MOVE WS-MAP-NAME TO AC-MAP
               PERFORM ACH-FIND-PAR-MAP
               IF WS-ACH-HAVE = 0 AND WS-ACH-PAR-COUNT < 32
                   ADD 1 TO WS-ACH-PAR-COUNT
                   MOVE WS-MAP-NAME TO WS-ACH-PAR-MAP(WS-ACH-PAR-COUNT)
                   MOVE "P" TO AC-RTYPE
                   MOVE SPACES TO AC-ID
                   MOVE WS-MAP-NAME TO AC-MAP
                   PERFORM ACH-WRITE-ROW
               END-IF
           END-IF

           PERFORM VARYING WS-ACH-I FROM 1 BY 1
               UNTIL WS-ACH-I > WS-ACH-COUNT
               IF WS-ACH-EARNED(WS-ACH-I) = 0
                   MOVE 0 TO WS-ACH-MET
                   EVALUATE WS-ACH-KIND(WS-ACH-I)
                       WHEN 1
                           IF WS-ACH-HITS = 0
                               MOVE 1 TO WS-ACH-MET
                           END-IF
                       WHEN 2
                           IF WS-SECRET-TOTAL > 0
                               AND WS-SECRET-COUNT >= WS-SECRET-TOTAL
                               MOVE 1 TO WS-ACH-MET
                           END-IF
                       WHEN 3
                           IF WS-KILL-TOTAL > 0
                               AND WS-KILL-COUNT >= WS-KILL-TOTAL
                               MOVE 1 TO WS-ACH-MET
                           END-IF
                       WHEN 4
                           PERFORM ACH-CHECK-ONE-WEAPON
                       WHEN 6
                           MOVE WS-ACH-UNDER-PAR TO WS-ACH-MET
                       WHEN 7
                           PERFORM ACH-CHECK-PAR-ALL
                   END-EVALUATE
                   IF WS-ACH-MET = 1
                       PERFORM ACH-UNLOCK
                   END-IF
               END-IF
           END-PERFORM
           PERFORM ACH-CHECK-CAREER
           .

      *> ============================================================
      *> ACH-CHECK-ONE-WEAPON: Goal WS-ACH-I's weapon fired at least
      *> once this level and nothing else fired at all.
      *> ============================================================
       ACH-CHECK-ONE-WEAPON.
           COMPUTE WS-ACH-J = WS-ACH-VALUE(WS-ACH-I) + 1
           IF WS-WPS-SHOTS(WS-ACH-J) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ACH-MET
           PERFORM VARYING WS-ACH-W FROM 1 BY 1 UNTIL WS-ACH-W > 8
               IF WS-ACH-W NOT = WS-ACH-J
                   AND WS-WPS-SHOTS(WS-ACH-W) > 0
                   MOVE 0 TO WS-ACH-MET
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> ACH-CHECK-PAR-ALL: Every campaign map with a par time is
      *> in the under-par list. Without a campaign file no map has
      *> a par, and the goal stays out of reach.
      *> ============================================================
       ACH-CHECK-PAR-ALL.
           IF WS-CMP-ON = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACH-PAR-N
           MOVE 1 TO WS-ACH-MET
           PERFORM VARYING WS-ACH-M FROM 1 BY 1
               UNTIL WS-ACH-M > WS-LEVEL-COUNT
               IF WS-CMP-PAR(WS-ACH-M) > 0
                   ADD 1 TO WS-ACH-PAR-N
                   MOVE WS-LEVEL-MAP-NAME(WS-ACH-M) TO AC-MAP
                   PERFORM ACH-FIND-PAR-MAP
                   IF WS-ACH-HAVE = 0
                       MOVE 0 TO WS-ACH-MET
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACH-PAR-N = 0
               MOVE 0 TO WS-ACH-MET
           END-IF
           .

      *> ============================================================
      *> ACH-WAVE-CLEARED: UPDATE-HORDE found the field empty --
      *> WS-HORDE-WAVE has been survived. As with ACH-LEVEL-DONE, a
      *> playback or a flagged run earns nothing.
      *> ============================================================
       ACH-WAVE-CLEARED.
           IF WS-DEMO-MODE = 2 OR WS-NET-REC-MODE = 2
               OR WS-RFL-ON = 1 OR WS-PRC-ON = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ACH-I FROM 1 BY 1
               UNTIL WS-ACH-I > WS-ACH-COUNT
               IF WS-ACH-EARNED(WS-ACH-I) = 0
                   AND WS-ACH-KIND(WS-ACH-I) = 5
                   AND WS-HORDE-WAVE >= WS-ACH-VALUE(WS-ACH-I)
                   PERFORM ACH-UNLOCK
               END-IF
           END-PERFORM
           PERFORM ACH-CHECK-CAREER
           .

      *> ============================================================
      *> ACH-CHECK-CAREER: Lifetime kills and sessions, from the
      *> live career totals.
      *> ============================================================
       ACH-CHECK-CAREER.
           PERFORM VARYING WS-ACH-I FROM 1 BY 1
               UNTIL WS-ACH-I > WS-ACH-COUNT
               IF WS-ACH-EARNED(WS-ACH-I) = 0
                   MOVE 0 TO WS-ACH-MET
                   EVALUATE WS-ACH-KIND(WS-ACH-I)
                       WHEN 8
                           IF WS-CAR-KILLS >= WS-ACH-VALUE(WS-ACH-I)
                               MOVE 1 TO WS-ACH-MET
                           END-IF
                       WHEN 9
                           IF WS-CAR-SESSIONS
                               >= WS-ACH-VALUE(WS-ACH-I)
                               MOVE 1 TO WS-ACH-MET
                           END-IF
                   END-EVALUATE
                   IF WS-ACH-MET = 1
                       PERFORM ACH-UNLOCK
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> ACH-UNLOCK: Goal WS-ACH-I is earned today -- the message
      *> line, the journal and achieve.dat all hear of it.
      *> ============================================================
       ACH-UNLOCK.
           ACCEPT WS-ACH-DATE FROM DATE YYYYMMDD
           MOVE WS-ACH-DATE TO WS-ACH-EARNED(WS-ACH-I)

           MOVE SPACES TO WS-GMSG-TEXT
           STRING WS-STR-TXT(162) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-ACH-NAME(WS-ACH-I) DELIMITED BY "  "
               INTO WS-GMSG-TEXT
           END-STRING
           PERFORM SHOW-GAME-MESSAGE
           MOVE SPACES TO WS-JN-TEXT
           STRING "ACHIEVEMENT " DELIMITED BY SIZE
               WS-ACH-ID(WS-ACH-I) DELIMITED BY SPACE
               INTO WS-JN-TEXT
           END-STRING
           PERFORM JOURNAL-EVENT

           MOVE "U" TO AC-RTYPE
           MOVE WS-ACH-ID(WS-ACH-I) TO AC-ID
           MOVE SPACES TO AC-MAP
           PERFORM ACH-WRITE-ROW
           .

      *> ============================================================
      *> ACH-WRITE-ROW: Append the row staged in AC-RTYPE/ID/MAP for
      *> WS-PLR-ID, dated today. A file that won't open costs the
      *> row, never the session.
      *> ============================================================
       ACH-WRITE-ROW.
           MOVE WS-PLR-ID TO AC-PLAYER
           ACCEPT AC-DATE FROM DATE YYYYMMDD
           OPEN EXTEND ACHIEVE-FILE
           IF WS-ACH-REC-STATUS NOT = "00"
               AND WS-ACH-REC-STATUS NOT = "05"
               DISPLAY "WARN: could not write " WS-ACH-REC-FILENAME
                   ", status=" WS-ACH-REC-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE ACHIEVE-RECORD
           CLOSE ACHIEVE-FILE
           .

      *> ============================================================
      *> SHOW-ACHIEVE-SCREEN: Every goal, earned ones bright with
      *> their date and the rest dimmed, as a blocking page like
      *> SHOW-PROFILE-SCREEN.
      *> ============================================================
       SHOW-ACHIEVE-SCREEN.
           PERFORM DRAW-ACHIEVE-FRAME

           IF WS-HEADLESS-MODE = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-KEY(WS-KB-FIRE) = 0
               OR WS-KEY(WS-KB-QUIT) = -1
               CALL "sdl_input" USING WS-KEYS
           END-PERFORM
           PERFORM UNTIL WS-KEY(WS-KB-FIRE) NOT = 0
               OR WS-KEY(WS-KB-QUIT) = -1
               CALL "sdl_input" USING WS-KEYS
           END-PERFORM
           PERFORM UNTIL WS-KEY(WS-KB-FIRE) = 0
               OR WS-KEY(WS-KB-QUIT) = -1
               CALL "sdl_input" USING WS-KEYS
           END-PERFORM
           .

       DRAW-ACHIEVE-FRAME.
           MOVE LOW-VALUES TO WS-FRAMEBUFFER

           MOVE WS-STR-TXT(161) TO WS-HUD-STR-TEXT
           MOVE 112 TO WS-HUD-STR-X
           MOVE 020 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           MOVE SPACES TO WS-PLR-LINE
           STRING WS-STR-TXT(143) DELIMITED BY "  "
               " " WS-PLR-ID DELIMITED BY SPACE
               INTO WS-PLR-LINE
           END-STRING
           MOVE WS-PLR-LINE TO WS-HUD-STR-TEXT
           MOVE 112 TO WS-HUD-STR-X
           MOVE 032 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           MOVE 048 TO WS-ACH-ROW
           PERFORM VARYING WS-ACH-I FROM 1 BY 1
               UNTIL WS-ACH-I > WS-ACH-COUNT
               IF WS-ACH-EARNED(WS-ACH-I) > 0
                   MOVE X"FF" TO WS-HUD-CUR-R
                   MOVE X"FF" TO WS-HUD-CUR-G
                   MOVE X"FF" TO WS-HUD-CUR-B
                   MOVE WS-ACH-EARNED(WS-ACH-I) TO WS-ACH-DATE-ED
                   MOVE WS-ACH-DATE-ED TO WS-ACH-LINE
               ELSE
                   MOVE X"70" TO WS-HUD-CUR-R
                   MOVE X"70" TO WS-HUD-CUR-G
                   MOVE X"70" TO WS-HUD-CUR-B
                   MOVE WS-STR-TXT(163) TO WS-ACH-LINE
               END-IF
               MOVE WS-ACH-NAME(WS-ACH-I) TO WS-HUD-STR-TEXT
               MOVE 030 TO WS-HUD-STR-X
               MOVE WS-ACH-ROW TO WS-HUD-STR-Y
               PERFORM DRAW-HUD-STRING
               MOVE WS-ACH-LINE TO WS-HUD-STR-TEXT
               MOVE 210 TO WS-HUD-STR-X
               MOVE WS-ACH-ROW TO WS-HUD-STR-Y
               PERFORM DRAW-HUD-STRING
               ADD 8 TO WS-ACH-ROW
           END-PERFORM

           MOVE X"FF" TO WS-HUD-CUR-R
           MOVE X"FF" TO WS-HUD-CUR-G
           MOVE X"FF" TO WS-HUD-CUR-B
           MOVE WS-STR-TXT(129) TO WS-HUD-STR-TEXT
           MOVE 112 TO WS-HUD-STR-X
           MOVE 184 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           CALL "sdl_frame" USING WS-FRAMEBUFFER
                                  WS-SCREEN-W
                                  WS-SCREEN-H
           .
