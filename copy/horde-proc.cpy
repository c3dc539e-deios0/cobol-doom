      *> horde-proc.cpy -- Wave-survival horde mode procedures
      *> INIT-HORDE:     arm the mode on the range map (strips the
      *>                 range's fixed monsters; pickups stay)
      *> LOAD-HORDE-WAVES: an authored wave set from waves.cfg
      *> UPDATE-HORDE:   wave state machine, called each play frame
      *> HORDE-RECORD-RESULT: survival line into the results ledger
      *> ============================================================
      *> breather delay.
      *> ============================================================
       INIT-HORDE.
           IF WS-HORDE-SET-READ = 0
               PERFORM LOAD-HORDE-WAVES
           END-IF
           MOVE 1 TO WS-HORDE-ON
           MOVE 0 TO WS-HORDE-WAVE
           MOVE 0 TO WS-HORDE-STATE
           MOVE 0 TO WS-HORDE-SHOP-OPEN
           PERFORM HORDE-SET-BREATHER
           MOVE 1 TO WS-HORDE-SPOT-I
           MOVE 0 TO WS-HORDE-SHOP-MSG
           MOVE 0 TO WS-HORDE-UNLOCKS
               END-PERFORM
           END-PERFORM

           IF WS-HORDE-SET-ON = 1
               DISPLAY "Horde mode armed -- wave set "
                   FUNCTION TRIM(WS-HORDE-SET-NAME) ", "
                   WS-HORDE-SET-COUNT " waves"
           ELSE
               DISPLAY "Horde mode armed -- survive the waves"
           END-IF
           .

      *> ============================================================
      *> LOAD-HORDE-WAVES: Read the wave set once per session. One
      *> rule per line, keyword in columns 1-12, values from
      *> column 14:
      *>   NAME    the set's name, filed with the ledger rows
      *>   SPOT    xxx.x yyy.y -- a spawn spot, up to 9, numbered
      *>           in file order (none = the compiled five)
      *>   WAVE    bbb ppp ss... -- starts the next wave: breather
      *>           tics before it, shop prices in percent during
      *>           that breather, spot numbers (blank = all)
      *>   MONSTER ttttt nnn -- nnn of thing type ttttt in the
      *>           current wave, up to 8 groups a wave
      *> A missing file keeps the compiled escalation; a bad line
      *> is skipped with a warning. A set with no waves is ignored.
      *> ============================================================
       LOAD-HORDE-WAVES.
           MOVE 1 TO WS-HORDE-SET-READ
           MOVE SPACES TO WS-HORDE-SET-ENV
           ACCEPT WS-HORDE-SET-ENV FROM ENVIRONMENT "DOOM_WAVES"
           IF WS-HORDE-SET-ENV NOT = SPACES
               MOVE WS-HORDE-SET-ENV TO WS-HORDE-SET-FILENAME
           END-IF

           OPEN INPUT WAVES-FILE
           IF WS-HORDE-SET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HORDE-SET-COUNT
           MOVE 0 TO WS-HORDE-SET-SPOT-COUNT
           MOVE 0 TO WS-HORDE-SET-LINE-NO
           MOVE SPACES TO WS-HORDE-SET-NAME
           PERFORM UNTIL WS-HORDE-SET-STATUS NOT = "00"
               READ WAVES-FILE
                   AT END
                       MOVE "10" TO WS-HORDE-SET-STATUS
                   NOT AT END
                       ADD 1 TO WS-HORDE-SET-LINE-NO
                       PERFORM HORDE-WAVES-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE WAVES-FILE

           IF WS-HORDE-SET-COUNT = 0
               DISPLAY "WARN: " FUNCTION TRIM(WS-HORDE-SET-FILENAME)
                   " has no WAVE lines, compiled waves used"
               EXIT PARAGRAPH
           END-IF
      *>   An unnamed set goes by its file name
           IF WS-HORDE-SET-NAME = SPACES
               UNSTRING WS-HORDE-SET-FILENAME DELIMITED BY "."
                   INTO WS-HORDE-SET-NAME
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-HORDE-SET-NAME)
                   TO WS-HORDE-SET-NAME
           END-IF
           MOVE 1 TO WS-HORDE-SET-ON
           DISPLAY "Horde wave set " FUNCTION TRIM(WS-HORDE-SET-NAME)
               " from " FUNCTION TRIM(WS-HORDE-SET-FILENAME) ": "
               WS-HORDE-SET-COUNT " waves, "
               WS-HORDE-SET-SPOT-COUNT " spawn spots"
           .

      *> ============================================================
      *> HORDE-WAVES-ONE-LINE: One waves.cfg line into the set.
      *> ============================================================
       HORDE-WAVES-ONE-LINE.
           EVALUATE WV-KEY
               WHEN SPACES
                   CONTINUE
               WHEN "NAME"
                   MOVE FUNCTION UPPER-CASE(WV-NAME)
                       TO WS-HORDE-SET-NAME
               WHEN "SPOT"
                   IF WV-SPOT-X IS NUMERIC AND WV-SPOT-Y IS NUMERIC
                       AND WS-HORDE-SET-SPOT-COUNT < 9
                       ADD 1 TO WS-HORDE-SET-SPOT-COUNT
                       MOVE WV-SPOT-X TO
                           WS-HORDE-SET-SPOT-X(WS-HORDE-SET-SPOT-COUNT)
                       MOVE WV-SPOT-Y TO
                           WS-HORDE-SET-SPOT-Y(WS-HORDE-SET-SPOT-COUNT)
                   ELSE
                       PERFORM HORDE-WAVES-BAD-LINE
                   END-IF
               WHEN "WAVE"
                   IF WV-BREATHER IS NUMERIC AND WV-PRICE IS NUMERIC
                       AND WS-HORDE-SET-COUNT < 50
                       ADD 1 TO WS-HORDE-SET-COUNT
                       MOVE WV-BREATHER TO
                           WS-HORDE-SW-BREATHER(WS-HORDE-SET-COUNT)
                       MOVE WV-PRICE TO
                           WS-HORDE-SW-PRICE(WS-HORDE-SET-COUNT)
                       MOVE WV-SPOTS TO
                           WS-HORDE-SW-SPOTS(WS-HORDE-SET-COUNT)
                       MOVE 0 TO
                           WS-HORDE-SW-GROUPS(WS-HORDE-SET-COUNT)
                   ELSE
                       PERFORM HORDE-WAVES-BAD-LINE
                   END-IF
               WHEN "MONSTER"
                   PERFORM HORDE-WAVES-MONSTER
               WHEN OTHER
                   PERFORM HORDE-WAVES-BAD-LINE
           END-EVALUATE
           .

      *> ============================================================
      *> HORDE-WAVES-MONSTER: A MONSTER line joins the wave above
      *> it, once its thing type is found in the monster roster.
      *> ============================================================
       HORDE-WAVES-MONSTER.
           IF WV-TYPE IS NOT NUMERIC OR WV-COUNT IS NOT NUMERIC
               OR WS-HORDE-SET-COUNT = 0
               PERFORM HORDE-WAVES-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-HORDE-SW-GROUPS(WS-HORDE-SET-COUNT) >= 8
               PERFORM HORDE-WAVES-BAD-LINE
               EXIT PARAGRAPH
           END-IF
      *>   The barrel closing the roster is no wave participant
           MOVE 0 TO WS-HORDE-N
           PERFORM VARYING WS-HORDE-TYPE-PICK FROM 1 BY 1
               UNTIL WS-HORDE-TYPE-PICK > WS-SP-MAP-COUNT - 1
               OR WS-HORDE-N > 0
               IF WS-SP-TM-TYPE(WS-HORDE-TYPE-PICK) = WV-TYPE
                   MOVE WS-HORDE-TYPE-PICK TO WS-HORDE-N
               END-IF
           END-PERFORM
           IF WS-HORDE-N = 0
               DISPLAY "WARN: " FUNCTION TRIM(WS-HORDE-SET-FILENAME)
                   " line " WS-HORDE-SET-LINE-NO
                   ": no monster of thing type " WV-TYPE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HORDE-SW-GROUPS(WS-HORDE-SET-COUNT)
           MOVE WS-HORDE-SW-GROUPS(WS-HORDE-SET-COUNT)
               TO WS-HORDE-G
           MOVE WS-HORDE-N
               TO WS-HORDE-SW-TM(WS-HORDE-SET-COUNT, WS-HORDE-G)
           MOVE WV-COUNT
               TO WS-HORDE-SW-N(WS-HORDE-SET-COUNT, WS-HORDE-G)
           .

       HORDE-WAVES-BAD-LINE.
           DISPLAY "WARN: " FUNCTION TRIM(WS-HORDE-SET-FILENAME)
               " line " WS-HORDE-SET-LINE-NO " skipped"
           .

      *> ============================================================
      *> HORDE-SET-BREATHER: Arm the breather before the next wave
      *> (WS-HORDE-WAVE + 1) -- the set's length for that wave, or
      *> the compiled WS-HORDE-DELAY -- and the shop prices that go
      *> with it.
      *> ============================================================
       HORDE-SET-BREATHER.
           MOVE WS-HORDE-DELAY TO WS-HORDE-TIMER
           MOVE 100 TO WS-HORDE-PRICE-PCT
           IF WS-HORDE-SET-ON = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM HORDE-SET-ENTRY
           MOVE WS-HORDE-SW-BREATHER(WS-HORDE-SW-I)
               TO WS-HORDE-TIMER
           IF WS-HORDE-SW-PRICE(WS-HORDE-SW-I) > 0
               MOVE WS-HORDE-SW-PRICE(WS-HORDE-SW-I)
                   TO WS-HORDE-PRICE-PCT
           END-IF
           .

      *> ============================================================
      *> HORDE-SET-ENTRY: WS-HORDE-SW-I = the set's entry for wave
      *> WS-HORDE-WAVE + 1, the final one repeating past the end.
      *> ============================================================
       HORDE-SET-ENTRY.
           IF WS-HORDE-WAVE >= WS-HORDE-SET-COUNT
               MOVE WS-HORDE-SET-COUNT TO WS-HORDE-SW-I
           ELSE
               COMPUTE WS-HORDE-SW-I = WS-HORDE-WAVE + 1
           END-IF
           .

      *> ============================================================
                   END-PERFORM
                   IF WS-HORDE-ALIVE = 0
                       MOVE 0 TO WS-HORDE-STATE
                       PERFORM ACH-WAVE-CLEARED
                       PERFORM HORDE-SET-BREATHER
                       MOVE WS-STR-TXT(32) TO WS-GMSG-TEXT
                       PERFORM SHOW-GAME-MESSAGE
                   END-IF
      *> first) instead of flattening later waves.
      *> ============================================================
       HORDE-SPAWN-WAVE.
           IF WS-HORDE-SET-ON = 1
               PERFORM HORDE-SPAWN-SET-WAVE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HORDE-WAVE
           MOVE 1 TO WS-HORDE-STATE

           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> HORDE-SPAWN-SET-WAVE: Bring in the wave set's next wave --
      *> each group's count of its monster type, dealt round the
      *> wave's own spawn spots.
      *> ============================================================
       HORDE-SPAWN-SET-WAVE.
           PERFORM HORDE-SET-ENTRY
           ADD 1 TO WS-HORDE-WAVE
           MOVE 1 TO WS-HORDE-STATE

      *>   The wave's spots as a digit list, only real spots kept
           IF WS-HORDE-SET-SPOT-COUNT > 0
               MOVE WS-HORDE-SET-SPOT-COUNT TO WS-HORDE-N
           ELSE
               MOVE 5 TO WS-HORDE-N
           END-IF
           MOVE SPACES TO WS-HORDE-WAVE-SPOTS
           MOVE 0 TO WS-HORDE-WAVE-SPOT-N
           PERFORM VARYING WS-HORDE-I FROM 1 BY 1 UNTIL WS-HORDE-I > 9
               IF WS-HORDE-SW-SPOTS(WS-HORDE-SW-I)(WS-HORDE-I:1)
                   IS NUMERIC
                   AND WS-HORDE-SW-SPOTS(WS-HORDE-SW-I)(WS-HORDE-I:1)
                       NOT = "0"
                   AND WS-HORDE-SW-SPOTS(WS-HORDE-SW-I)(WS-HORDE-I:1)
                       <= WS-HORDE-N(3:1)
                   ADD 1 TO WS-HORDE-WAVE-SPOT-N
                   MOVE WS-HORDE-SW-SPOTS(WS-HORDE-SW-I)(WS-HORDE-I:1)
                       TO WS-HORDE-WAVE-SPOTS(WS-HORDE-WAVE-SPOT-N:1)
               END-IF
           END-PERFORM
           IF WS-HORDE-WAVE-SPOT-N = 0
               MOVE "123456789" TO WS-HORDE-WAVE-SPOTS
               MOVE WS-HORDE-N TO WS-HORDE-WAVE-SPOT-N
           END-IF
           MOVE 0 TO WS-HORDE-WAVE-SPOT-P

           PERFORM VARYING WS-HORDE-G FROM 1 BY 1
               UNTIL WS-HORDE-G > WS-HORDE-SW-GROUPS(WS-HORDE-SW-I)
               MOVE WS-HORDE-SW-TM(WS-HORDE-SW-I, WS-HORDE-G)
                   TO WS-HORDE-TYPE-PICK
               PERFORM HORDE-SPAWN-ONE
                   WS-HORDE-SW-N(WS-HORDE-SW-I, WS-HORDE-G) TIMES
           END-PERFORM

           MOVE SPACES TO WS-GMSG-TEXT
           STRING "WAVE " WS-HORDE-WAVE " INCOMING!"
               DELIMITED BY SIZE INTO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> HORDE-SPAWN-ONE: Append one monster of roster entry
      *> WS-HORDE-TYPE-PICK at the next far-room spawn spot,
      *>   A fresh slot while the table has room; a reclaimed
      *>   corpse slot afterward -- a 90-minute soak keeps its
      *>   waves at strength instead of emptying out
           IF WS-SP-COUNT < WS-SP-MAX
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-HORDE-SLOT
           ELSE
               MOVE WS-SP-RECLAIM TO WS-HORDE-SLOT
           END-IF

           IF WS-HORDE-SET-ON = 1
               PERFORM HORDE-SET-NEXT-SPOT
           ELSE
               MOVE WS-HORDE-SPOT-X(WS-HORDE-SPOT-I)
                   TO WS-SP-WORLD-X(WS-HORDE-SLOT)
               MOVE WS-HORDE-SPOT-Y(WS-HORDE-SPOT-I)
                   TO WS-SP-WORLD-Y(WS-HORDE-SLOT)
               ADD 1 TO WS-HORDE-SPOT-I
               IF WS-HORDE-SPOT-I > 5
                   MOVE 1 TO WS-HORDE-SPOT-I
               END-IF
           END-IF

           MOVE WS-SP-TM-TYPE(WS-HORDE-TYPE-PICK)
           ADD 1 TO WS-KILL-TOTAL
           .

      *> ============================================================
      *> HORDE-SET-NEXT-SPOT: The next of the current wave's spots
      *> for the monster landing in WS-HORDE-SLOT -- the set's own
      *> spots, or the compiled five when the set names none.
      *> ============================================================
       HORDE-SET-NEXT-SPOT.
           ADD 1 TO WS-HORDE-WAVE-SPOT-P
           IF WS-HORDE-WAVE-SPOT-P > WS-HORDE-WAVE-SPOT-N
               MOVE 1 TO WS-HORDE-WAVE-SPOT-P
           END-IF
           MOVE WS-HORDE-WAVE-SPOTS(WS-HORDE-WAVE-SPOT-P:1)
               TO WS-HORDE-G
           IF WS-HORDE-SET-SPOT-COUNT > 0
               MOVE WS-HORDE-SET-SPOT-X(WS-HORDE-G)
                   TO WS-SP-WORLD-X(WS-HORDE-SLOT)
               MOVE WS-HORDE-SET-SPOT-Y(WS-HORDE-G)
                   TO WS-SP-WORLD-Y(WS-HORDE-SLOT)
           ELSE
               MOVE WS-HORDE-SPOT-X(WS-HORDE-G)
                   TO WS-SP-WORLD-X(WS-HORDE-SLOT)
               MOVE WS-HORDE-SPOT-Y(WS-HORDE-G)
                   TO WS-SP-WORLD-Y(WS-HORDE-SLOT)
           END-IF
           .

      *> ============================================================
      *> HORDE-RECORD-RESULT: The run ended in a death -- file one
      *> "D" survival row to the results ledger under the HORDE
           PERFORM COMPUTE-LEVEL-SCORE
           MOVE "D" TO WS-LG-RTYPE-W
           PERFORM WRITE-LEDGER-FAILURE
           IF WS-HORDE-SET-ON = 1
               DISPLAY "Horde over (wave set "
                   FUNCTION TRIM(WS-HORDE-SET-NAME) "): wave "
                   WS-HORDE-WAVE ", survived " WS-IMS-TIME-ELAPSED
                   " seconds"
           ELSE
               DISPLAY "Horde over: wave " WS-HORDE-WAVE
                   ", survived " WS-IMS-TIME-ELAPSED " seconds"
           END-IF
           .

      *> ============================================================
           EVALUATE TRUE
               WHEN WS-KEY(WS-KB-WEAPON1) NOT = 0
                   COMPUTE WS-HORDE-COST =
                       (200 + WS-HORDE-WAVE * 50)
                       * WS-HORDE-PRICE-PCT / 100
                   IF WS-SCORE < WS-HORDE-COST
                       PERFORM HORDE-SHOP-REFUSE
                   ELSE
                   END-IF
               WHEN WS-KEY(WS-KB-WEAPON2) NOT = 0
                   COMPUTE WS-HORDE-COST =
                       (300 + WS-HORDE-WAVE * 50)
                       * WS-HORDE-PRICE-PCT / 100
                   IF WS-SCORE < WS-HORDE-COST
                       PERFORM HORDE-SHOP-REFUSE
                   ELSE
                   END-IF
               WHEN WS-KEY(WS-KB-WEAPON3) NOT = 0
                   COMPUTE WS-HORDE-COST =
                       (250 + WS-HORDE-WAVE * 50)
                       * WS-HORDE-PRICE-PCT / 100
                   IF WS-SCORE < WS-HORDE-COST
                       PERFORM HORDE-SHOP-REFUSE
                   ELSE
                   END-IF
               WHEN WS-KEY(WS-KB-WEAPON4) NOT = 0
                   COMPUTE WS-HORDE-COST =
                       (500 + WS-HORDE-WAVE * 100)
                       * WS-HORDE-PRICE-PCT / 100
                   IF WS-SCORE < WS-HORDE-COST
                       PERFORM HORDE-SHOP-REFUSE
                   ELSE
