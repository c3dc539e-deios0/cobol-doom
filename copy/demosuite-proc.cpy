      *> ============================================================
      *> demosuite-proc.cpy -- Demo regression suite
      *> RUN-DEMO-SUITE:      DOOM_DEMO_SUITE=1 startup path -- read
      *>                      the manifest, replay every demo, write
      *>                      demosuite.rpt, leave the suite's code
      *>                      in WS-DS-WORST for the exit
      *> DS-NOTE-LEVEL-EXIT:  playback side -- bank the tic and
      *>                      kills at each level exit
      *> DS-WRITE-END-STATE:  playback side -- where the replay
      *>                      finished, written at shutdown
      *>
      *> demosuite.mft lines (80 columns, blank lines and lines
      *> starting "*" skipped):
      *>   col  1  demo file            (32)
      *>   col 34  start map, or blank  (8)
      *>   col 43  expected end map     (8)
      *>   col 52  expected health      (3 digits)
      *>   col 56  expected kills       (5 digits)
      *>   col 62  expected exit tic    (7 digits, 0 = no exit)
      *> DOOM_DEMO_MANIFEST names another manifest. The WAD comes
      *> from DOOM_WAD as usual.
      *> ============================================================

      *> ============================================================
      *> RUN-DEMO-SUITE: Load the manifest, then replay, judge and
      *> report each demo in order.
      *> ============================================================
       RUN-DEMO-SUITE.
           MOVE SPACES TO WS-BAT-EXE-ENV
           ACCEPT WS-BAT-EXE-ENV FROM ENVIRONMENT "DOOM_BATCH_EXE"
           IF WS-BAT-EXE-ENV NOT = SPACES
               MOVE WS-BAT-EXE-ENV TO WS-BAT-EXE
           END-IF
           MOVE SPACES TO WS-DS-MFT-ENV
           ACCEPT WS-DS-MFT-ENV FROM ENVIRONMENT "DOOM_DEMO_MANIFEST"
           IF WS-DS-MFT-ENV NOT = SPACES
               MOVE WS-DS-MFT-ENV TO WS-DS-MFT-FILENAME
           END-IF

           PERFORM DS-LOAD-MANIFEST
           IF WS-DS-WORST > 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DEMORPT-FILE
           IF WS-DS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-DS-RPT-FILENAME
                   ", status=" WS-DS-RPT-STATUS
               MOVE 8 TO WS-DS-WORST
               EXIT PARAGRAPH
           END-IF

      *>   A fresh session log for this run
           CALL "CBL_DELETE_FILE" USING WS-DS-LOG-FILENAME

           ACCEPT WS-DS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DS-TIME FROM TIME
           MOVE SPACES TO WS-DS-LINE
           STRING "=== Demo suite " DELIMITED BY SIZE
               WS-DS-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DS-TIME(1:6) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               WS-DS-COUNT DELIMITED BY SIZE
               " demos from " DELIMITED BY SIZE
               WS-DS-MFT-FILENAME DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO WS-DS-LINE
           END-STRING
           PERFORM DS-REPORT-LINE
           MOVE SPACES TO WS-DS-LINE
           MOVE "no" TO WS-DS-LINE(1:2)
           MOVE "demo" TO WS-DS-LINE(6:4)
           MOVE "map" TO WS-DS-LINE(39:3)
           MOVE "hp" TO WS-DS-LINE(48:2)
           MOVE "kills" TO WS-DS-LINE(52:5)
           MOVE "exittic" TO WS-DS-LINE(58:7)
           MOVE "result" TO WS-DS-LINE(66:6)
           MOVE "mismatch" TO WS-DS-LINE(73:8)
           PERFORM DS-REPORT-LINE

           PERFORM VARYING WS-DS-I FROM 1 BY 1
               UNTIL WS-DS-I > WS-DS-COUNT
               PERFORM DS-RUN-ONE
           END-PERFORM

           MOVE SPACES TO WS-DS-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-DS-COUNT DELIMITED BY SIZE
               " demos, " DELIMITED BY SIZE
               WS-DS-PASSED DELIMITED BY SIZE
               " passed, " DELIMITED BY SIZE
               WS-DS-FAILED DELIMITED BY SIZE
               " failed, " DELIMITED BY SIZE
               WS-DS-DESYNCS DELIMITED BY SIZE
               " desynced -- return code " DELIMITED BY SIZE
               WS-DS-WORST DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-DS-LINE
           END-STRING
           PERFORM DS-REPORT-LINE
           CLOSE DEMORPT-FILE
           DISPLAY "Demo suite report written to " WS-DS-RPT-FILENAME
           .

      *> ============================================================
      *> DS-LOAD-MANIFEST: Read the manifest into the demo table.
      *> A missing file, a non-numeric expectation or an empty list
      *> fails the suite with code 8.
      *> ============================================================
       DS-LOAD-MANIFEST.
           MOVE 0 TO WS-DS-COUNT
           MOVE 0 TO WS-DS-LINE-NO
           OPEN INPUT DEMOMFT-FILE
           IF WS-DS-MFT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read " WS-DS-MFT-FILENAME
                   ", status=" WS-DS-MFT-STATUS
               MOVE 8 TO WS-DS-WORST
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DS-MFT-STATUS NOT = "00"
               MOVE SPACES TO DEMOMFT-RECORD
               READ DEMOMFT-FILE
                   AT END
                       MOVE "10" TO WS-DS-MFT-STATUS
                   NOT AT END
                       ADD 1 TO WS-DS-LINE-NO
                       PERFORM DS-TAKE-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE DEMOMFT-FILE

           IF WS-DS-COUNT = 0 AND WS-DS-WORST = 0
               DISPLAY "ERROR: " WS-DS-MFT-FILENAME
                   " lists no demos"
               MOVE 8 TO WS-DS-WORST
           END-IF
           .

       DS-TAKE-MANIFEST-LINE.
           IF DEMOMFT-RECORD = SPACES
               OR DEMOMFT-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF DM-HEALTH IS NOT NUMERIC
               OR DM-KILLS IS NOT NUMERIC
               OR DM-TIC IS NOT NUMERIC
               DISPLAY "ERROR: " WS-DS-MFT-FILENAME
                   " line " WS-DS-LINE-NO
                   ": health, kills and exit tic must be digits"
               MOVE 8 TO WS-DS-WORST
               EXIT PARAGRAPH
           END-IF
           IF WS-DS-COUNT >= 50
               DISPLAY "WARN: " WS-DS-MFT-FILENAME
                   " line " WS-DS-LINE-NO
                   " skipped -- the suite holds 50 demos"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DS-COUNT
           MOVE DM-DEMO TO WS-DS-DEMO(WS-DS-COUNT)
           MOVE FUNCTION UPPER-CASE(DM-START-MAP)
               TO WS-DS-START-MAP(WS-DS-COUNT)
           MOVE FUNCTION UPPER-CASE(DM-MAP)
               TO WS-DS-WANT-MAP(WS-DS-COUNT)
           MOVE DM-HEALTH TO WS-DS-WANT-HEALTH(WS-DS-COUNT)
           MOVE DM-KILLS TO WS-DS-WANT-KILLS(WS-DS-COUNT)
           MOVE DM-TIC TO WS-DS-WANT-TIC(WS-DS-COUNT)
           .

      *> ============================================================
      *> DS-RUN-ONE: Replay demo WS-DS-I in a headless playback
      *> session (DOOM_BATCH and DOOM_DEMO_SUITE off, so it cannot
      *> start either itself), then judge where it finished.
      *> ============================================================
       DS-RUN-ONE.
           MOVE WS-DS-END-DEFAULT TO WS-DS-END-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-DS-END-FILENAME

           MOVE SPACES TO WS-DS-CMD
           MOVE 1 TO WS-DS-PTR
           STRING "DOOM_BATCH=0 DOOM_DEMO_SUITE=0 DOOM_HEADLESS=1 "
               "DOOM_HEADLESS_FRAMES=99999 DOOM_DEMO_PLAYBACK=1 "
               DELIMITED BY SIZE
               "DOOM_DEMO_FILE=" DELIMITED BY SIZE
               WS-DS-DEMO(WS-DS-I) DELIMITED BY SPACE
               " DOOM_DEMO_END=" DELIMITED BY SIZE
               WS-DS-END-FILENAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO WS-DS-CMD WITH POINTER WS-DS-PTR
           END-STRING
           IF WS-DS-START-MAP(WS-DS-I) NOT = SPACES
               STRING "DOOM_MAP=" DELIMITED BY SIZE
                   WS-DS-START-MAP(WS-DS-I) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-DS-CMD WITH POINTER WS-DS-PTR
               END-STRING
           END-IF
           STRING WS-BAT-EXE DELIMITED BY SPACE
               " >> " DELIMITED BY SIZE
               WS-DS-LOG-FILENAME DELIMITED BY SPACE
               " 2>&1" DELIMITED BY SIZE
               INTO WS-DS-CMD WITH POINTER WS-DS-PTR
           END-STRING

           DISPLAY "Demo " WS-DS-I ": " WS-DS-DEMO(WS-DS-I)
           CALL "SYSTEM" USING WS-DS-CMD
           MOVE RETURN-CODE TO WS-DS-RAW-RC

      *>   Same wait-status decoding as the batch driver
           EVALUATE TRUE
               WHEN WS-DS-RAW-RC >= 256
                   COMPUTE WS-DS-RC = WS-DS-RAW-RC / 256
               WHEN WS-DS-RAW-RC > 0
                   MOVE 9 TO WS-DS-RC
               WHEN OTHER
                   MOVE 0 TO WS-DS-RC
           END-EVALUATE

           PERFORM DS-READ-END-STATE
           PERFORM DS-JUDGE
           PERFORM DS-REPORT-ENTRY
           .

      *> ============================================================
      *> DS-READ-END-STATE: Pick up what the replay left in the
      *> end-state file. WS-DS-GOT-END = 0 when it left nothing
      *> (it never got as far as playing, or crashed).
      *> ============================================================
       DS-READ-END-STATE.
           MOVE 0 TO WS-DS-GOT-END
           MOVE SPACES TO WS-DS-GOT-MAP
           MOVE 0 TO WS-DS-GOT-HEALTH
           MOVE 0 TO WS-DS-GOT-KILLS
           MOVE 0 TO WS-DS-GOT-TIC
           OPEN INPUT DEMOEND-FILE
      *>   05 = the optional file isn't there; it still counts as
      *>   open, so it still gets its CLOSE
           IF WS-DS-END-STATUS = "00" OR WS-DS-END-STATUS = "05"
               IF WS-DS-END-STATUS = "00"
                   READ DEMOEND-FILE
                       AT END
                           MOVE "10" TO WS-DS-END-STATUS
                       NOT AT END
                           MOVE 1 TO WS-DS-GOT-END
                           MOVE DE-MAP TO WS-DS-GOT-MAP
                           MOVE DE-HEALTH TO WS-DS-GOT-HEALTH
                           MOVE DE-KILLS TO WS-DS-GOT-KILLS
                           MOVE DE-EXIT-TIC TO WS-DS-GOT-TIC
                           IF DE-DESYNC = 1
                               MOVE 4 TO WS-DS-RC
                           END-IF
                   END-READ
               END-IF
               CLOSE DEMOEND-FILE
           END-IF
           .

      *> ============================================================
      *> DS-JUDGE: DESYNC when the replay drifted off its recording
      *> (exit code 4), FAIL when it exited any other way but clean
      *> or ended anywhere but where the manifest says, else PASS.
      *> WS-DS-WHY lists what was off.
      *> ============================================================
       DS-JUDGE.
           MOVE SPACES TO WS-DS-WHY
           MOVE 1 TO WS-DS-WHY-PTR
           EVALUATE TRUE
               WHEN WS-DS-RC = 4
                   MOVE "DESYNC" TO WS-DS-VERDICT
                   MOVE 4 TO WS-DS-SEV
                   ADD 1 TO WS-DS-DESYNCS
               WHEN WS-DS-RC NOT = 0
                   MOVE "FAIL" TO WS-DS-VERDICT
                   STRING "exit code " WS-DS-RC DELIMITED BY SIZE
                       INTO WS-DS-WHY
                   END-STRING
                   IF WS-DS-RC = 9
                       MOVE 9 TO WS-DS-SEV
                   ELSE
                       MOVE 4 TO WS-DS-SEV
                   END-IF
                   ADD 1 TO WS-DS-FAILED
               WHEN WS-DS-GOT-END = 0
                   MOVE "FAIL" TO WS-DS-VERDICT
                   MOVE "no end state" TO WS-DS-WHY
                   MOVE 4 TO WS-DS-SEV
                   ADD 1 TO WS-DS-FAILED
               WHEN OTHER
                   IF WS-DS-GOT-MAP NOT = WS-DS-WANT-MAP(WS-DS-I)
                       STRING "map " DELIMITED BY SIZE
                           INTO WS-DS-WHY WITH POINTER WS-DS-WHY-PTR
                       END-STRING
                   END-IF
                   IF WS-DS-GOT-HEALTH
                       NOT = WS-DS-WANT-HEALTH(WS-DS-I)
                       STRING "hp " DELIMITED BY SIZE
                           INTO WS-DS-WHY WITH POINTER WS-DS-WHY-PTR
                       END-STRING
                   END-IF
                   IF WS-DS-GOT-KILLS
                       NOT = WS-DS-WANT-KILLS(WS-DS-I)
                       STRING "kills " DELIMITED BY SIZE
                           INTO WS-DS-WHY WITH POINTER WS-DS-WHY-PTR
                       END-STRING
                   END-IF
                   IF WS-DS-GOT-TIC NOT = WS-DS-WANT-TIC(WS-DS-I)
                       STRING "exittic " DELIMITED BY SIZE
                           INTO WS-DS-WHY WITH POINTER WS-DS-WHY-PTR
                       END-STRING
                   END-IF
                   IF WS-DS-WHY = SPACES
                       MOVE "PASS" TO WS-DS-VERDICT
                       MOVE 0 TO WS-DS-SEV
                       ADD 1 TO WS-DS-PASSED
                   ELSE
                       MOVE "FAIL" TO WS-DS-VERDICT
                       MOVE 4 TO WS-DS-SEV
                       ADD 1 TO WS-DS-FAILED
                   END-IF
           END-EVALUATE
           IF WS-DS-SEV > WS-DS-WORST
               MOVE WS-DS-SEV TO WS-DS-WORST
           END-IF
           .

      *> ============================================================
      *> DS-REPORT-ENTRY: The demo's line with what it reached; a
      *> FAIL on the end state adds an "expected" line under it in
      *> the same columns.
      *> ============================================================
       DS-REPORT-ENTRY.
           MOVE SPACES TO WS-DS-LINE
           MOVE WS-DS-I TO WS-DS-LINE(1:3)
           MOVE WS-DS-DEMO(WS-DS-I) TO WS-DS-LINE(6:32)
           IF WS-DS-GOT-END = 1
               MOVE WS-DS-GOT-MAP TO WS-DS-LINE(39:8)
               MOVE WS-DS-GOT-HEALTH TO WS-DS-LINE(48:3)
               MOVE WS-DS-GOT-KILLS TO WS-DS-LINE(52:5)
               MOVE WS-DS-GOT-TIC TO WS-DS-LINE(58:7)
           END-IF
           MOVE WS-DS-VERDICT TO WS-DS-LINE(66:6)
           MOVE WS-DS-WHY TO WS-DS-LINE(73:26)
           PERFORM DS-REPORT-LINE

           IF WS-DS-VERDICT = "FAIL" AND WS-DS-GOT-END = 1
               AND WS-DS-RC = 0
               MOVE SPACES TO WS-DS-LINE
               MOVE "expected" TO WS-DS-LINE(29:8)
               MOVE WS-DS-WANT-MAP(WS-DS-I) TO WS-DS-LINE(39:8)
               MOVE WS-DS-WANT-HEALTH(WS-DS-I) TO WS-DS-LINE(48:3)
               MOVE WS-DS-WANT-KILLS(WS-DS-I) TO WS-DS-LINE(52:5)
               MOVE WS-DS-WANT-TIC(WS-DS-I) TO WS-DS-LINE(58:7)
               PERFORM DS-REPORT-LINE
           END-IF
           .

       DS-REPORT-LINE.
           MOVE WS-DS-LINE TO DEMORPT-RECORD
           WRITE DEMORPT-RECORD
           DISPLAY WS-DS-LINE
           .

      *> ============================================================
      *> DS-NOTE-LEVEL-EXIT: A level was just won. Remember the tic
      *> and bank the level's kills -- the kill count starts over
      *> on the next map.
      *> ============================================================
       DS-NOTE-LEVEL-EXIT.
           MOVE WS-DEMO-TIC-NUM TO WS-DS-EXIT-TIC
           ADD WS-KILL-COUNT TO WS-DS-KILLS
           MOVE 1 TO WS-DS-JUST-EXITED
           .

      *> ============================================================
      *> DS-WRITE-END-STATE: Write where this playback finished to
      *> the DOOM_DEMO_END file. Kills are the banked levels plus
      *> the map it stopped on, unless it stopped right at an exit
      *> (those kills are banked already).
      *> ============================================================
       DS-WRITE-END-STATE.
           OPEN OUTPUT DEMOEND-FILE
           IF WS-DS-END-STATUS NOT = "00"
               DISPLAY "WARN: could not write " WS-DS-END-FILENAME
                   ", status=" WS-DS-END-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-DS-JUST-EXITED = 0
               ADD WS-KILL-COUNT TO WS-DS-KILLS
           END-IF
           MOVE SPACES TO DEMOEND-RECORD
           MOVE WS-MAP-NAME TO DE-MAP
           MOVE WS-HEALTH TO DE-HEALTH
           MOVE WS-DS-KILLS TO DE-KILLS
           MOVE WS-DS-EXIT-TIC TO DE-EXIT-TIC
           MOVE WS-DEMO-DESYNC TO DE-DESYNC
           WRITE DEMOEND-RECORD
           CLOSE DEMOEND-FILE
           DISPLAY "Demo end state written to " WS-DS-END-FILENAME
           .
