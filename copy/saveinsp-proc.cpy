      *> ============================================================
      *> saveinsp-proc.cpy -- Save-file inspector and repair
      *> RUN-SAVE-INSPECT:   DOOM_SAVE_INSPECT=1 startup path --
      *>                     dump the checkpoint and its .bak to
      *>                     savecheck.rpt and judge them both
      *> SVI-INSPECT-FILE:   read one file, check it, dump it
      *> SVI-DUMP-RECORD:    every SAVE-RECORD field, readably
      *> SVI-DUMP-TABLES:    the sprite, door, lift and pickup rows
      *> SVI-VERDICT:        which of the two files is good
      *> SVI-REPAIR:         DOOM_SAVE_REPAIR=1 -- rebuild a bad
      *>                     checkpoint from a good .bak
      *> SVI-REPORT-LINE:    write one report line
      *> ============================================================

      *> ============================================================
      *> RUN-SAVE-INSPECT: Nothing is loaded into the engine -- the
      *> two files are only read, checked with the same checksum
      *> LOAD-GAME uses, and printed, so support can see what a
      *> checkpoint holds and whether it would load.
      *> ============================================================
       RUN-SAVE-INSPECT.
           OPEN OUTPUT SVIRPT-FILE
           IF WS-SVI-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-SVI-RPT-FILENAME
                   ", status=" WS-SVI-RPT-STATUS
               MOVE 8 TO WS-SVI-WORST
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SVI-REC-LEN = FUNCTION LENGTH(SAVE-RECORD)

           MOVE "=== Save-file inspection ===" TO WS-SVI-LINE
           PERFORM SVI-REPORT-LINE

           MOVE 1 TO WS-SVI-DUMP-ON
           MOVE WS-SAVE-FILENAME TO WS-SVI-FILE
           MOVE 1 TO WS-SVI-WHICH
           PERFORM SVI-INSPECT-FILE
           MOVE WS-SVB-FILENAME TO WS-SVI-FILE
           MOVE 2 TO WS-SVI-WHICH
           PERFORM SVI-INSPECT-FILE

           PERFORM SVI-VERDICT

           MOVE SPACES TO WS-SVI-REPAIR-ENV
           ACCEPT WS-SVI-REPAIR-ENV
               FROM ENVIRONMENT "DOOM_SAVE_REPAIR"
           IF WS-SVI-REPAIR-ENV(1:1) = "1"
               PERFORM SVI-REPAIR
           END-IF

           CLOSE SVIRPT-FILE
           DISPLAY "Save inspection written to " WS-SVI-RPT-FILENAME
           .

      *> ============================================================
      *> SVI-INSPECT-FILE: Read WS-SVI-FILE whole into the .bak
      *> roll's buffer and lay its first record over SAVE-RECORD.
      *> The checks run in LOAD-GAME's order -- format, then
      *> checksum -- with the table counts checked in between, as
      *> they bound every loop over the record. WS-SVI-WHICH picks
      *> the WS-SVI-RESULT entry the findings go to.
      *> ============================================================
       SVI-INSPECT-FILE.
           MOVE 0 TO WS-SVI-VERDICT(WS-SVI-WHICH)
           MOVE 0 TO WS-SVI-SIZE(WS-SVI-WHICH)
           MOVE 0 TO WS-SVI-STORED(WS-SVI-WHICH)
           MOVE 0 TO WS-SVI-CALC(WS-SVI-WHICH)
           IF WS-SVI-DUMP-ON = 1
               MOVE SPACES TO WS-SVI-LINE
               PERFORM SVI-REPORT-LINE
               STRING "--- " DELIMITED BY SIZE
                   WS-SVI-FILE DELIMITED BY SPACE
                   " ---" DELIMITED BY SIZE
                   INTO WS-SVI-LINE
               END-STRING
               PERFORM SVI-REPORT-LINE
           END-IF

           CALL "CBL_CHECK_FILE_EXIST" USING WS-SVI-FILE
               WS-SVI-DETAILS
           IF RETURN-CODE NOT = 0
               IF WS-SVI-DUMP-ON = 1
                   MOVE "  not there" TO WS-SVI-LINE
                   PERFORM SVI-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SVI-FILE-SIZE TO WS-SVI-SIZE(WS-SVI-WHICH)

           MOVE SPACES TO WS-SVB-BUF
           IF WS-SVI-FILE-SIZE > 8192
               MOVE 8192 TO WS-SVI-READ-LEN
           ELSE
               MOVE WS-SVI-FILE-SIZE TO WS-SVI-READ-LEN
           END-IF
           CALL "CBL_OPEN_FILE" USING WS-SVI-FILE
               1 0 0 WS-SVB-HANDLE
           IF RETURN-CODE = 0
               IF WS-SVI-READ-LEN > 0
                   MOVE 0 TO WS-SVB-OFS
                   MOVE WS-SVI-READ-LEN TO WS-SVB-LEN
                   CALL "CBL_READ_FILE" USING WS-SVB-HANDLE
                       WS-SVB-OFS WS-SVB-LEN 0 WS-SVB-BUF
               END-IF
               CALL "CBL_CLOSE_FILE" USING WS-SVB-HANDLE
           END-IF
           MOVE WS-SVB-BUF(1:WS-SVI-REC-LEN) TO SAVE-RECORD

           EVALUATE TRUE
               WHEN WS-SVI-FILE-SIZE < WS-SVI-REC-LEN
                   MOVE 2 TO WS-SVI-VERDICT(WS-SVI-WHICH)
               WHEN SV-VERSION NOT = WS-SAVE-VERSION
                   MOVE 3 TO WS-SVI-VERDICT(WS-SVI-WHICH)
               WHEN SV-SP-COUNT IS NOT NUMERIC
               WHEN SV-DR-COUNT IS NOT NUMERIC
               WHEN SV-LF-COUNT IS NOT NUMERIC
               WHEN SV-PK-COUNT IS NOT NUMERIC
                   MOVE 4 TO WS-SVI-VERDICT(WS-SVI-WHICH)
               WHEN SV-SP-COUNT > WS-SP-MAX
               WHEN SV-DR-COUNT > 100
               WHEN SV-LF-COUNT > 50
               WHEN SV-PK-COUNT > 100
                   MOVE 4 TO WS-SVI-VERDICT(WS-SVI-WHICH)
               WHEN OTHER
                   PERFORM COMPUTE-SAVE-CHECKSUM
                   MOVE WS-SV-CK TO WS-SVI-CALC(WS-SVI-WHICH)
                   IF SV-CHECKSUM IS NUMERIC
                       MOVE SV-CHECKSUM TO WS-SVI-STORED(WS-SVI-WHICH)
                   END-IF
                   IF SV-CHECKSUM = WS-SV-CK
                       MOVE 1 TO WS-SVI-VERDICT(WS-SVI-WHICH)
                   ELSE
                       MOVE 5 TO WS-SVI-VERDICT(WS-SVI-WHICH)
                   END-IF
           END-EVALUATE

      *>   Keep a good .bak's record for the rebuild
           IF WS-SVI-WHICH = 2
               AND WS-SVI-VERDICT(2) = 1
               MOVE SAVE-RECORD TO WS-SVI-BAK-REC
           END-IF

           IF WS-SVI-DUMP-ON = 1
               PERFORM SVI-DUMP-RECORD
           END-IF
           .

      *> ============================================================
      *> SVI-DUMP-RECORD: The file's size and verdict, then every
      *> SAVE-RECORD field. A damaged file is still dumped -- what
      *> is left of it is what support needs to see -- with the
      *> table rows clipped to the table sizes.
      *> ============================================================
       SVI-DUMP-RECORD.
           MOVE WS-SVI-SIZE(WS-SVI-WHICH) TO WS-SVI-NUM-ED
           MOVE WS-SVI-REC-LEN TO WS-SVI-NUM2-ED
           MOVE SPACES TO WS-SVI-LINE
           STRING "  size       " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SVI-NUM-ED) DELIMITED BY SIZE
               " bytes (one record is " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SVI-NUM2-ED) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE
           MOVE SPACES TO WS-SVI-LINE
           STRING "  verdict    " DELIMITED BY SIZE
               WS-SVI-VERDICT-TEXT(WS-SVI-VERDICT(WS-SVI-WHICH) + 1)
                   DELIMITED BY "  "
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE

           MOVE SPACES TO WS-SVI-LINE
           STRING "  version    " DELIMITED BY SIZE
               SV-VERSION DELIMITED BY SIZE
               " (this build writes " DELIMITED BY SIZE
               WS-SAVE-VERSION DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE

           MOVE SPACES TO WS-SVI-LINE
           MOVE "  checksum   stored" TO WS-SVI-LINE(1:19)
           MOVE SV-CHECKSUM TO WS-SVI-LINE(21:9)
           IF WS-SVI-VERDICT(WS-SVI-WHICH) = 1
               OR WS-SVI-VERDICT(WS-SVI-WHICH) = 5
               MOVE "recomputed" TO WS-SVI-LINE(32:10)
               MOVE WS-SVI-CALC(WS-SVI-WHICH) TO WS-SVI-LINE(43:9)
               IF WS-SVI-VERDICT(WS-SVI-WHICH) = 1
                   MOVE "MATCH" TO WS-SVI-LINE(54:5)
               ELSE
                   MOVE "MISMATCH" TO WS-SVI-LINE(54:8)
               END-IF
           ELSE
               MOVE "recomputed -- not possible" TO WS-SVI-LINE(32:26)
           END-IF
           PERFORM SVI-REPORT-LINE

           MOVE SPACES TO WS-SVI-LINE
           STRING "  map        " DELIMITED BY SIZE
               SV-MAP-NAME DELIMITED BY SIZE
               "  level " DELIMITED BY SIZE
               SV-LEVEL-NUM DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE

           MOVE SV-PX TO WS-SVI-POS-ED
           MOVE SV-PY TO WS-SVI-POS2-ED
           MOVE SV-PA TO WS-SVI-ANG-ED
           MOVE SPACES TO WS-SVI-LINE
           STRING "  position   x " DELIMITED BY SIZE
               WS-SVI-POS-ED DELIMITED BY SIZE
               "  y " DELIMITED BY SIZE
               WS-SVI-POS2-ED DELIMITED BY SIZE
               "  angle " DELIMITED BY SIZE
               WS-SVI-ANG-ED DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE

           MOVE SPACES TO WS-SVI-LINE
           STRING "  health     " DELIMITED BY SIZE
               SV-HEALTH DELIMITED BY SIZE
               "  armor " DELIMITED BY SIZE
               SV-ARMOR DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE

           MOVE SPACES TO WS-SVI-LINE
           STRING "  ammo       bullets " DELIMITED BY SIZE
               SV-AMMO DELIMITED BY SIZE
               "  shells " DELIMITED BY SIZE
               SV-AMMO-SHELLS DELIMITED BY SIZE
               "  cells " DELIMITED BY SIZE
               SV-AMMO-CELLS DELIMITED BY SIZE
               "  rockets " DELIMITED BY SIZE
               SV-AMMO-ROCKETS DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE

           MOVE SPACES TO WS-SVI-LINE
           STRING "  weapon     " DELIMITED BY SIZE
               SV-WP-CURRENT DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           IF SV-WP-CURRENT IS NUMERIC
               MOVE WS-STR-TXT(130 + SV-WP-CURRENT)
                   TO WS-SVI-LINE(16:10)
           END-IF
           MOVE "chainsaw" TO WS-SVI-LINE(27:8)
           MOVE SV-HAS-CHAINSAW TO WS-SVI-LINE(36:1)
           MOVE "berserk" TO WS-SVI-LINE(39:7)
           MOVE SV-BERSERK TO WS-SVI-LINE(47:1)
           MOVE "backpack" TO WS-SVI-LINE(47:8)
           MOVE SV-HAS-BACKPACK TO WS-SVI-LINE(59:1)
           PERFORM SVI-REPORT-LINE

           MOVE SPACES TO WS-SVI-LINE
           STRING "  keys       blue " DELIMITED BY SIZE
               SV-KEY-BLUE DELIMITED BY SIZE
               "  yellow " DELIMITED BY SIZE
               SV-KEY-YELLOW DELIMITED BY SIZE
               "  red " DELIMITED BY SIZE
               SV-KEY-RED DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE

           PERFORM SVI-DUMP-TABLES
           .

      *> ============================================================
      *> SVI-DUMP-TABLES: One line per sprite, door and lift the
      *> record's counts claim (never past the table's size), and
      *> the pickups' active flags fifty to a line.
      *> ============================================================
       SVI-DUMP-TABLES.
           MOVE 0 TO WS-SVI-N
           IF SV-SP-COUNT IS NUMERIC
               MOVE FUNCTION MIN(SV-SP-COUNT, WS-SP-MAX) TO WS-SVI-N
           END-IF
           MOVE SPACES TO WS-SVI-LINE
           STRING "  sprites    " DELIMITED BY SIZE
               SV-SP-COUNT DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE
           PERFORM VARYING WS-SVI-I FROM 1 BY 1
               UNTIL WS-SVI-I > WS-SVI-N
               MOVE SV-SP-X(WS-SVI-I) TO WS-SVI-POS-ED
               MOVE SV-SP-Y(WS-SVI-I) TO WS-SVI-POS2-ED
               MOVE SPACES TO WS-SVI-LINE
               STRING "    sprite " DELIMITED BY SIZE
                   WS-SVI-I DELIMITED BY SIZE
                   "  x " DELIMITED BY SIZE
                   WS-SVI-POS-ED DELIMITED BY SIZE
                   "  y " DELIMITED BY SIZE
                   WS-SVI-POS2-ED DELIMITED BY SIZE
                   "  state " DELIMITED BY SIZE
                   SV-SP-STATE(WS-SVI-I) DELIMITED BY SIZE
                   "  health " DELIMITED BY SIZE
                   SV-SP-HEALTH(WS-SVI-I) DELIMITED BY SIZE
                   INTO WS-SVI-LINE
               END-STRING
               IF SV-SP-STATE(WS-SVI-I) IS NUMERIC
                   AND SV-SP-STATE(WS-SVI-I) < 3
                   MOVE WS-SVI-SP-STATE-NAME(SV-SP-STATE(WS-SVI-I) + 1)
                       TO WS-SVI-LINE(67:8)
               END-IF
               PERFORM SVI-REPORT-LINE
           END-PERFORM

           MOVE 0 TO WS-SVI-N
           IF SV-DR-COUNT IS NUMERIC
               MOVE FUNCTION MIN(SV-DR-COUNT, 100) TO WS-SVI-N
           END-IF
           MOVE SPACES TO WS-SVI-LINE
           STRING "  doors      " DELIMITED BY SIZE
               SV-DR-COUNT DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE
           PERFORM VARYING WS-SVI-I FROM 1 BY 1
               UNTIL WS-SVI-I > WS-SVI-N
               MOVE SPACES TO WS-SVI-LINE
               STRING "    door " DELIMITED BY SIZE
                   WS-SVI-I DELIMITED BY SIZE
                   "  state " DELIMITED BY SIZE
                   SV-DR-STATE(WS-SVI-I) DELIMITED BY SIZE
                   "  offset " DELIMITED BY SIZE
                   SV-DR-OFFSET(WS-SVI-I) DELIMITED BY SIZE
                   INTO WS-SVI-LINE
               END-STRING
               IF SV-DR-STATE(WS-SVI-I) IS NUMERIC
                   AND SV-DR-STATE(WS-SVI-I) < 4
                   MOVE WS-SVI-DR-STATE-NAME(SV-DR-STATE(WS-SVI-I) + 1)
                       TO WS-SVI-LINE(36:8)
               END-IF
               PERFORM SVI-REPORT-LINE
           END-PERFORM

           MOVE 0 TO WS-SVI-N
           IF SV-LF-COUNT IS NUMERIC
               MOVE FUNCTION MIN(SV-LF-COUNT, 50) TO WS-SVI-N
           END-IF
           MOVE SPACES TO WS-SVI-LINE
           STRING "  lifts      " DELIMITED BY SIZE
               SV-LF-COUNT DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE
           PERFORM VARYING WS-SVI-I FROM 1 BY 1
               UNTIL WS-SVI-I > WS-SVI-N
               MOVE SPACES TO WS-SVI-LINE
               STRING "    lift " DELIMITED BY SIZE
                   WS-SVI-I DELIMITED BY SIZE
                   "  state " DELIMITED BY SIZE
                   SV-LF-STATE(WS-SVI-I) DELIMITED BY SIZE
                   "  timer " DELIMITED BY SIZE
                   SV-LF-TIMER(WS-SVI-I) DELIMITED BY SIZE
                   "  offset " DELIMITED BY SIZE
                   SV-LF-OFFSET(WS-SVI-I) DELIMITED BY SIZE
                   INTO WS-SVI-LINE
               END-STRING
               IF SV-LF-STATE(WS-SVI-I) IS NUMERIC
                   AND SV-LF-STATE(WS-SVI-I) < 4
                   MOVE WS-SVI-LF-STATE-NAME(SV-LF-STATE(WS-SVI-I) + 1)
                       TO WS-SVI-LINE(47:8)
               END-IF
               PERFORM SVI-REPORT-LINE
           END-PERFORM

           MOVE 0 TO WS-SVI-N
           IF SV-PK-COUNT IS NUMERIC
               MOVE FUNCTION MIN(SV-PK-COUNT, 100) TO WS-SVI-N
           END-IF
           MOVE SPACES TO WS-SVI-LINE
           STRING "  pickups    " DELIMITED BY SIZE
               SV-PK-COUNT DELIMITED BY SIZE
               "  (1 = still there, 0 = taken)" DELIMITED BY SIZE
               INTO WS-SVI-LINE
           END-STRING
           PERFORM SVI-REPORT-LINE
           PERFORM VARYING WS-SVI-I FROM 1 BY 50
               UNTIL WS-SVI-I > WS-SVI-N
               MOVE SPACES TO WS-SVI-LINE
               MOVE WS-SVI-I TO WS-SVI-LINE(5:3)
               MOVE "-" TO WS-SVI-LINE(8:1)
               COMPUTE WS-SVI-J = FUNCTION MIN(WS-SVI-I + 49, WS-SVI-N)
               MOVE WS-SVI-J TO WS-SVI-LINE(9:3)
               PERFORM VARYING WS-SVI-J FROM WS-SVI-I BY 1
                   UNTIL WS-SVI-J > WS-SVI-N
                   OR WS-SVI-J > WS-SVI-I + 49
                   MOVE SV-PK-ACTIVE(WS-SVI-J)
                       TO WS-SVI-LINE(14 + WS-SVI-J - WS-SVI-I:1)
               END-PERFORM
               PERFORM SVI-REPORT-LINE
           END-PERFORM
           .

      *> ============================================================
      *> SVI-VERDICT: One line per file, then what support should
      *> do about it -- and the return code that says the same.
      *> ============================================================
       SVI-VERDICT.
           MOVE SPACES TO WS-SVI-LINE
           PERFORM SVI-REPORT-LINE
           MOVE "--- Verdict ---" TO WS-SVI-LINE
           PERFORM SVI-REPORT-LINE
           MOVE SPACES TO WS-SVI-LINE
           MOVE WS-SAVE-FILENAME TO WS-SVI-LINE(3:32)
           MOVE WS-SVI-VERDICT-TEXT(WS-SVI-VERDICT(1) + 1)
               TO WS-SVI-LINE(36:32)
           PERFORM SVI-REPORT-LINE
           MOVE SPACES TO WS-SVI-LINE
           MOVE WS-SVB-FILENAME TO WS-SVI-LINE(3:32)
           MOVE WS-SVI-VERDICT-TEXT(WS-SVI-VERDICT(2) + 1)
               TO WS-SVI-LINE(36:32)
           PERFORM SVI-REPORT-LINE

           MOVE SPACES TO WS-SVI-LINE
           EVALUATE TRUE
               WHEN WS-SVI-VERDICT(1) = 1
                   MOVE "  The checkpoint is good and loads as it is."
                       TO WS-SVI-LINE
                   MOVE 0 TO WS-SVI-WORST
               WHEN WS-SVI-VERDICT(2) = 1
                   STRING "  The checkpoint won't load; the .bak is "
                       DELIMITED BY SIZE
                       "good -- DOOM_SAVE_REPAIR=1 rebuilds from it."
                       DELIMITED BY SIZE
                       INTO WS-SVI-LINE
                   END-STRING
                   MOVE 4 TO WS-SVI-WORST
               WHEN OTHER
                   STRING "  Neither file is good; there is nothing "
                       DELIMITED BY SIZE
                       "to rebuild from." DELIMITED BY SIZE
                       INTO WS-SVI-LINE
                   END-STRING
                   MOVE 8 TO WS-SVI-WORST
           END-EVALUATE
           PERFORM SVI-REPORT-LINE
           .

      *> ============================================================
      *> SVI-REPAIR: Only a bad checkpoint with a good .bak behind
      *> it is touched. The bad file is kept as checkpoint.bad, the
      *> .bak's record is written back through SAVE-FILE with the
      *> current version and a freshly computed checksum, and the
      *> result is read back and checked before it is called good.
      *> ============================================================
       SVI-REPAIR.
           MOVE SPACES TO WS-SVI-LINE
           PERFORM SVI-REPORT-LINE
           MOVE "--- Repair ---" TO WS-SVI-LINE
           PERFORM SVI-REPORT-LINE
           IF WS-SVI-VERDICT(1) = 1
               MOVE "  Nothing to repair: the checkpoint is good."
                   TO WS-SVI-LINE
               PERFORM SVI-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SVI-VERDICT(2) NOT = 1
               MOVE "  No repair: the .bak is not good either."
                   TO WS-SVI-LINE
               PERFORM SVI-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

      *>   Keep what was there for whoever wants to look at it
           IF WS-SVI-VERDICT(1) NOT = 0
               CALL "CBL_COPY_FILE" USING WS-SAVE-FILENAME
                   WS-SVI-BAD-FILENAME
               MOVE SPACES TO WS-SVI-LINE
               IF RETURN-CODE = 0
                   STRING "  Bad checkpoint kept as " DELIMITED BY SIZE
                       WS-SVI-BAD-FILENAME DELIMITED BY SPACE
                       INTO WS-SVI-LINE
                   END-STRING
               ELSE
                   STRING "  Could not keep the bad checkpoint as "
                       DELIMITED BY SIZE
                       WS-SVI-BAD-FILENAME DELIMITED BY SPACE
                       INTO WS-SVI-LINE
                   END-STRING
               END-IF
               PERFORM SVI-REPORT-LINE
           END-IF

           MOVE WS-SVI-BAK-REC(1:WS-SVI-REC-LEN) TO SAVE-RECORD
           MOVE WS-SAVE-VERSION TO SV-VERSION
           PERFORM COMPUTE-SAVE-CHECKSUM
           MOVE WS-SV-CK TO SV-CHECKSUM
           OPEN OUTPUT SAVE-FILE
           IF WS-SAVE-STATUS NOT = "00"
               MOVE SPACES TO WS-SVI-LINE
               STRING "  Cannot write " DELIMITED BY SIZE
                   WS-SAVE-FILENAME DELIMITED BY SPACE
                   ", status=" DELIMITED BY SIZE
                   WS-SAVE-STATUS DELIMITED BY SIZE
                   INTO WS-SVI-LINE
               END-STRING
               PERFORM SVI-REPORT-LINE
               MOVE 8 TO WS-SVI-WORST
               EXIT PARAGRAPH
           END-IF
           WRITE SAVE-RECORD
           CLOSE SAVE-FILE

      *>   Read it back the way LOAD-GAME will
           MOVE 0 TO WS-SVI-DUMP-ON
           MOVE WS-SAVE-FILENAME TO WS-SVI-FILE
           MOVE 1 TO WS-SVI-WHICH
           PERFORM SVI-INSPECT-FILE
           MOVE 1 TO WS-SVI-DUMP-ON
           MOVE SPACES TO WS-SVI-LINE
           IF WS-SVI-VERDICT(1) = 1
               STRING "  " DELIMITED BY SIZE
                   WS-SAVE-FILENAME DELIMITED BY SPACE
                   " rebuilt from " DELIMITED BY SIZE
                   WS-SVB-FILENAME DELIMITED BY SPACE
                   " and checked: GOOD" DELIMITED BY SIZE
                   INTO WS-SVI-LINE
               END-STRING
               MOVE 0 TO WS-SVI-WORST
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-SAVE-FILENAME DELIMITED BY SPACE
                   " rebuilt but does not check: " DELIMITED BY SIZE
                   WS-SVI-VERDICT-TEXT(WS-SVI-VERDICT(1) + 1)
                       DELIMITED BY "  "
                   INTO WS-SVI-LINE
               END-STRING
               MOVE 8 TO WS-SVI-WORST
           END-IF
           PERFORM SVI-REPORT-LINE
           .

      *> ============================================================
      *> SVI-REPORT-LINE: One line to savecheck.rpt and the console
      *> ============================================================
       SVI-REPORT-LINE.
           MOVE WS-SVI-LINE TO SVIRPT-RECORD
           WRITE SVIRPT-RECORD
           DISPLAY WS-SVI-LINE
           .
