      *> ============================================================
      *> adaptive-proc.cpy -- Adaptive difficulty
      *> INIT-ADAPTIVE-MODE: read DOOM_ADAPTIVE once at startup
      *> ADP-CHOOSE-STEP:    at level start, read the player's
      *>                     recent rows for this map and set the
      *>                     attempt's step (called from EN-INIT-AI)
      *> ADP-READ-ROW:       fold one ledger row into the history
      *> ============================================================
       INIT-ADAPTIVE-MODE.
           MOVE SPACES TO WS-ADP-ENV
           ACCEPT WS-ADP-ENV FROM ENVIRONMENT "DOOM_ADAPTIVE"
           IF WS-ADP-ENV(1:1) = "1"
               MOVE 1 TO WS-ADP-ON
               DISPLAY "Adaptive difficulty on -- recent deaths ease"
                   " a map, quick clean runs tighten it"
           END-IF
           .

      *> ============================================================
      *> ADP-CHOOSE-STEP: Every attempt starts from the skill as
      *> picked; the ledger then decides whether it moves. The
      *> ledger is read oldest row first, so what is left in
      *> WS-ADP-FAILS and WS-ADP-QUICK at the end is the run the
      *> player is on now. Assisted rows say nothing about the
      *> player and are passed over.
      *> ============================================================
       ADP-CHOOSE-STEP.
           MOVE 0 TO WS-ADP-STEP
           MOVE SPACES TO WS-ADP-STAMP
           MOVE 100 TO WS-ADP-DMG-PCT
           MOVE 100 TO WS-ADP-HP-PCT
           IF WS-ADP-ON = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DEMO-MODE NOT = 0 OR WS-NET-ON = 1
               OR WS-NET-REC-MODE NOT = 0 OR WS-HORDE-ON = 1
               OR WS-DRL-ON = 1 OR WS-DLY-ON = 1 OR WS-MR-ON = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ADP-FAILS
           MOVE 0 TO WS-ADP-QUICK
           MOVE 99999 TO WS-ADP-BEST
           OPEN INPUT LEDGER-FILE
           IF WS-LG-STATUS NOT = "00"
      *>       No ledger yet: nothing to go on
               IF WS-LG-STATUS = "05"
                   CLOSE LEDGER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LG-STATUS NOT = "00"
               READ LEDGER-FILE
                   AT END
                       MOVE "10" TO WS-LG-STATUS
                   NOT AT END
                       PERFORM ADP-READ-ROW
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           EVALUATE TRUE
               WHEN WS-ADP-FAILS >= WS-ADP-EASE2-FAILS
                   MOVE -2 TO WS-ADP-STEP
               WHEN WS-ADP-FAILS >= WS-ADP-EASE1-FAILS
                   MOVE -1 TO WS-ADP-STEP
               WHEN WS-ADP-QUICK >= WS-ADP-TIGHT2-QUICK
                   MOVE 2 TO WS-ADP-STEP
               WHEN WS-ADP-QUICK >= WS-ADP-TIGHT1-QUICK
                   MOVE 1 TO WS-ADP-STEP
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-ADP-DMG-STEP-PCT(WS-ADP-STEP + 3)
               TO WS-ADP-DMG-PCT
           MOVE WS-ADP-HP-STEP-PCT(WS-ADP-STEP + 3)
               TO WS-ADP-HP-PCT
           IF WS-ADP-STEP < 0
               MOVE "-" TO WS-ADP-STAMP(1:1)
               MOVE WS-ADP-FAILS TO WS-ADP-FAILS-ED
           ELSE
               MOVE "+" TO WS-ADP-STAMP(1:1)
               MOVE WS-ADP-QUICK TO WS-ADP-FAILS-ED
           END-IF
           MOVE FUNCTION ABS(WS-ADP-STEP) TO WS-ADP-STAMP(2:1)

           MOVE SPACES TO WS-JN-TEXT
           IF WS-ADP-STEP < 0
               STRING "ADAPTIVE " DELIMITED BY SIZE
                   WS-ADP-STAMP DELIMITED BY SIZE
                   " EASED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ADP-FAILS-ED) DELIMITED BY SIZE
                   " FAILED IN A ROW" DELIMITED BY SIZE
                   INTO WS-JN-TEXT
               END-STRING
           ELSE
               STRING "ADAPTIVE " DELIMITED BY SIZE
                   WS-ADP-STAMP DELIMITED BY SIZE
                   " TIGHTENED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ADP-FAILS-ED) DELIMITED BY SIZE
                   " QUICK CLEAN RUNS" DELIMITED BY SIZE
                   INTO WS-JN-TEXT
               END-STRING
           END-IF
           PERFORM JOURNAL-EVENT
           DISPLAY "Adaptive difficulty " WS-ADP-STAMP " on "
               WS-MAP-NAME ": monster damage " WS-ADP-DMG-PCT
               "%, health " WS-ADP-HP-PCT "%"
           .

      *> ============================================================
      *> ADP-READ-ROW: One ledger row (in LEDGER-RECORD). Only the
      *> player's own unassisted rows on this map and skill count;
      *> rows from before the type field read as completions.
      *> ============================================================
       ADP-READ-ROW.
           IF LG-PLAYER = SPACES
               MOVE WS-PLR-GUEST TO WS-ADP-PLAYER
           ELSE
               MOVE LG-PLAYER TO WS-ADP-PLAYER
           END-IF
           IF LG-MAP-NAME NOT = WS-MAP-NAME
               OR LG-SKILL NOT = WS-SKILL-LEVEL
               OR WS-ADP-PLAYER NOT = WS-PLR-ID
               EXIT PARAGRAPH
           END-IF
           IF LG-FLAG NOT = SPACE AND LG-FLAG NOT = LOW-VALUE
               EXIT PARAGRAPH
           END-IF

           EVALUATE LG-RTYPE
               WHEN "D"
               WHEN "A"
                   ADD 1 TO WS-ADP-FAILS
                   MOVE 0 TO WS-ADP-QUICK
               WHEN OTHER
      *>           Clean: no failure since the last completion.
      *>           Quick: inside the margin on the best time so
      *>           far (the first completion sets the mark)
                   IF WS-ADP-FAILS = 0
                       AND LG-TIME * 100
                           <= WS-ADP-BEST * WS-ADP-QUICK-PCT
                       ADD 1 TO WS-ADP-QUICK
                   ELSE
                       MOVE 0 TO WS-ADP-QUICK
                   END-IF
                   MOVE 0 TO WS-ADP-FAILS
                   IF LG-TIME < WS-ADP-BEST
                       MOVE LG-TIME TO WS-ADP-BEST
                   END-IF
           END-EVALUATE
           .
