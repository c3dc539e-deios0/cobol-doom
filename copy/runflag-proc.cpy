      *> ============================================================
      *> runflag-proc.cpy -- Flagging assisted runs
      *> RFL-START-ATTEMPT: clear the flag at every spawn -- unless
      *>                    an assist carries over into the new
      *>                    attempt
      *> RFL-NOTE-USE:      flag the attempt (WS-RFL-NEW-HOW says
      *>                    what was used)
      *> RFL-FLAG-TEXT:     a ledger or weapon-stats row's flag in
      *>                    words, for the reports
      *> ============================================================

      *> ============================================================
      *> RFL-START-ATTEMPT: Called from INIT-PLAYER-POSITION. God
      *> mode, noclip, the spectator camera and practice all
      *> outlive a restart, and an armed script runs again, so any
      *> of them still on flags the new attempt from its first tic.
      *> ============================================================
       RFL-START-ATTEMPT.
           MOVE 0 TO WS-RFL-ON
           MOVE SPACE TO WS-RFL-HOW
           MOVE WS-CAR-KILLS TO WS-RFL-CAR-KILLS
           MOVE WS-CAR-DEATHS TO WS-RFL-CAR-DEATHS
           PERFORM VARYING WS-RFL-I FROM 1 BY 1
               UNTIL WS-RFL-I > 8
               MOVE WS-CAR-SHOTS(WS-RFL-I)
                   TO WS-RFL-CAR-SHOTS(WS-RFL-I)
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PRC-ON = 1
                   MOVE "P" TO WS-RFL-NEW-HOW
               WHEN WS-SPECTATOR-ON = 1
                   MOVE "V" TO WS-RFL-NEW-HOW
               WHEN WS-GOD-MODE = 1
                   MOVE "G" TO WS-RFL-NEW-HOW
               WHEN WS-NOCLIP = 1
                   MOVE "N" TO WS-RFL-NEW-HOW
               WHEN WS-SCRIPT-ON = 1
                   MOVE "S" TO WS-RFL-NEW-HOW
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM RFL-NOTE-USE
           .

      *> ============================================================
      *> RFL-NOTE-USE: The first use flags the attempt, says so on
      *> the console and in the journal, and hands back the career
      *> numbers the attempt had added so far. Later uses change
      *> nothing. Demo playback replays someone else's run and
      *> counts for nothing anyway, so it is left alone.
      *> ============================================================
       RFL-NOTE-USE.
           IF WS-RFL-ON = 1 OR WS-DEMO-MODE = 2
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RFL-ON
           MOVE WS-RFL-NEW-HOW TO WS-RFL-HOW

           IF WS-CAR-KILLS >= WS-RFL-CAR-KILLS
               MOVE WS-RFL-CAR-KILLS TO WS-CAR-KILLS
           END-IF
           IF WS-CAR-DEATHS >= WS-RFL-CAR-DEATHS
               MOVE WS-RFL-CAR-DEATHS TO WS-CAR-DEATHS
           END-IF
           PERFORM VARYING WS-RFL-I FROM 1 BY 1
               UNTIL WS-RFL-I > 8
               IF WS-CAR-SHOTS(WS-RFL-I)
                   >= WS-RFL-CAR-SHOTS(WS-RFL-I)
                   MOVE WS-RFL-CAR-SHOTS(WS-RFL-I)
                       TO WS-CAR-SHOTS(WS-RFL-I)
               END-IF
           END-PERFORM

           MOVE WS-RFL-HOW TO WS-RFL-TEXT
           PERFORM RFL-FLAG-TEXT
           DISPLAY "Run flagged (" FUNCTION TRIM(WS-RFL-TEXT)
               ") -- recorded, but kept out of bests, the ghost"
               " and career totals"
           MOVE SPACES TO WS-JN-TEXT
           STRING "RUN FLAGGED: " DELIMITED BY SIZE
               WS-RFL-TEXT DELIMITED BY SPACE
               INTO WS-JN-TEXT
           END-STRING
           PERFORM JOURNAL-EVENT
           .

      *> ============================================================
      *> RFL-FLAG-TEXT: WS-RFL-TEXT holds a row's flag code on the
      *> way in and its name on the way out -- spaces for a clean
      *> row (or one written before rows carried a flag).
      *> ============================================================
       RFL-FLAG-TEXT.
           EVALUATE WS-RFL-TEXT(1:1)
               WHEN "G"
                   MOVE "GOD" TO WS-RFL-TEXT
               WHEN "A"
                   MOVE "GIVE-AMMO" TO WS-RFL-TEXT
               WHEN "N"
                   MOVE "NOCLIP" TO WS-RFL-TEXT
               WHEN "S"
                   MOVE "SCRIPT" TO WS-RFL-TEXT
               WHEN "V"
                   MOVE "SPECTATOR" TO WS-RFL-TEXT
               WHEN "P"
                   MOVE "PRACTICE" TO WS-RFL-TEXT
               WHEN SPACE
               WHEN LOW-VALUE
                   MOVE SPACES TO WS-RFL-TEXT
               WHEN OTHER
                   MOVE "FLAGGED" TO WS-RFL-TEXT
           END-EVALUATE
           .
