      *> ============================================================
      *> batch-proc.cpy -- Unattended batch driver
      *> RUN-BATCH-DRIVER: DOOM_BATCH=1 startup path -- read the
      *>   control file, run every step against every WAD/map
      *>   pair, write the consolidated run report and leave the
      *>   worst step's code in WS-BAT-WORST for the exit
      *>
      *> batch.ctl lines (80 columns):
      *>   STEP <name, 14 cols> <parameter, 32 cols>
      *>   MAP  <WAD file, 32 cols> <map lump, 8 cols>
      *> Steps: SELFTEST (parameter = test number 1-3, runs once,
      *> WAD-independent), GRID_DUMP, HEADLESS (parameter = frame
      *> count), DEMO_PLAYBACK and TIMEDEMO (parameter = demo file,
      *> default demo.rec), DEMO_SUITE (parameter = manifest,
      *> default demosuite.mft; runs once, the manifest names the
      *> maps), FRAME_COMPARE (parameter = golden directory,
      *> default golden; runs once, over the dumps a HEADLESS step
      *> left behind), RECONCILE (runs once, over the ledger and
      *> weapon stats the earlier steps appended to), MERGE
      *> (parameter = bench list, default merge.cfg; runs once,
      *> merging the benches' ledgers and weapon stats). With no MAP
      *> lines a map-bound step runs once against the default WAD
      *> and first map.
      *> ============================================================

      *> ============================================================
      *> RUN-BATCH-DRIVER: Load the control file, then run and
      *> report each step in order.
      *> ============================================================
       RUN-BATCH-DRIVER.
           MOVE SPACES TO WS-BAT-EXE-ENV
           ACCEPT WS-BAT-EXE-ENV FROM ENVIRONMENT "DOOM_BATCH_EXE"
           IF WS-BAT-EXE-ENV NOT = SPACES
               MOVE WS-BAT-EXE-ENV TO WS-BAT-EXE
           END-IF

           PERFORM BATCH-LOAD-CONTROL
           IF WS-BAT-WORST > 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BATCHRPT-FILE
           IF WS-BAT-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-BAT-RPT-FILENAME
                   ", status=" WS-BAT-RPT-STATUS
               MOVE 8 TO WS-BAT-WORST
               EXIT PARAGRAPH
           END-IF

      *>   A fresh session log for this run
           CALL "CBL_DELETE_FILE" USING WS-BAT-LOG-FILENAME

           ACCEPT WS-BAT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BAT-TIME FROM TIME
           MOVE SPACES TO WS-BAT-LINE
           STRING "=== Batch run " DELIMITED BY SIZE
               WS-BAT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BAT-TIME(1:6) DELIMITED BY SIZE
               " -- " DELIMITED BY SIZE
               WS-BAT-STEP-COUNT DELIMITED BY SIZE
               " steps, " DELIMITED BY SIZE
               WS-BAT-TGT-COUNT DELIMITED BY SIZE
               " WAD/map pairs ===" DELIMITED BY SIZE
               INTO WS-BAT-LINE
           END-STRING
           PERFORM BATCH-REPORT-LINE
           MOVE SPACES TO WS-BAT-LINE
           MOVE "run" TO WS-BAT-LINE(1:3)
           MOVE "step" TO WS-BAT-LINE(6:4)
           MOVE "wad" TO WS-BAT-LINE(21:3)
           MOVE "map" TO WS-BAT-LINE(54:3)
           MOVE "rc" TO WS-BAT-LINE(63:2)
           MOVE "want" TO WS-BAT-LINE(67:4)
           MOVE "result" TO WS-BAT-LINE(73:6)
           PERFORM BATCH-REPORT-LINE

           MOVE 0 TO WS-BAT-STEP-NO
           PERFORM VARYING WS-BAT-S FROM 1 BY 1
               UNTIL WS-BAT-S > WS-BAT-STEP-COUNT
               MOVE WS-BAT-STEP-NAME(WS-BAT-S) TO WS-BAT-CUR-NAME
               MOVE WS-BAT-STEP-PARM(WS-BAT-S) TO WS-BAT-CUR-PARM
               IF WS-BAT-CUR-NAME = "SELFTEST"
                   OR WS-BAT-CUR-NAME = "DEMO_SUITE"
                   OR WS-BAT-CUR-NAME = "FRAME_COMPARE"
                   OR WS-BAT-CUR-NAME = "RECONCILE"
                   OR WS-BAT-CUR-NAME = "MERGE"
                   OR WS-BAT-TGT-COUNT = 0
                   MOVE 0 TO WS-BAT-T
                   PERFORM BATCH-RUN-ONE
               ELSE
                   PERFORM VARYING WS-BAT-T FROM 1 BY 1
                       UNTIL WS-BAT-T > WS-BAT-TGT-COUNT
                       PERFORM BATCH-RUN-ONE
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-BAT-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-BAT-RUNS DELIMITED BY SIZE
               " runs, " DELIMITED BY SIZE
               WS-BAT-PASSED DELIMITED BY SIZE
               " passed, " DELIMITED BY SIZE
               WS-BAT-FAILED DELIMITED BY SIZE
               " failed -- return code " DELIMITED BY SIZE
               WS-BAT-WORST DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-BAT-LINE
           END-STRING
           PERFORM BATCH-REPORT-LINE
           CLOSE BATCHRPT-FILE
           DISPLAY "Batch report written to " WS-BAT-RPT-FILENAME
           .

      *> ============================================================
      *> BATCH-LOAD-CONTROL: Read batch.ctl into the step and pair
      *> tables. A missing file, an empty step list or a line that
      *> is neither kind fails the batch with code 8.
      *> ============================================================
       BATCH-LOAD-CONTROL.
           MOVE 0 TO WS-BAT-STEP-COUNT
           MOVE 0 TO WS-BAT-TGT-COUNT
           OPEN INPUT BATCHCTL-FILE
           IF WS-BAT-CTL-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read " WS-BAT-CTL-FILENAME
                   ", status=" WS-BAT-CTL-STATUS
               MOVE 8 TO WS-BAT-WORST
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BAT-CTL-STATUS NOT = "00"
               READ BATCHCTL-FILE
                   AT END
                       MOVE "10" TO WS-BAT-CTL-STATUS
                   NOT AT END
                       EVALUATE FUNCTION UPPER-CASE(BC-KIND)
                           WHEN "STEP"
                               IF WS-BAT-STEP-COUNT < 30
                                   ADD 1 TO WS-BAT-STEP-COUNT
                                   MOVE FUNCTION UPPER-CASE(BC-STEP)
                                       TO WS-BAT-STEP-NAME
                                       (WS-BAT-STEP-COUNT)
                                   MOVE BC-PARM TO WS-BAT-STEP-PARM
                                       (WS-BAT-STEP-COUNT)
                               END-IF
                           WHEN "MAP "
                               IF WS-BAT-TGT-COUNT < 32
                                   ADD 1 TO WS-BAT-TGT-COUNT
                                   MOVE BC-WAD TO WS-BAT-TGT-WAD
                                       (WS-BAT-TGT-COUNT)
                                   MOVE FUNCTION UPPER-CASE(BC-MAP)
                                       TO WS-BAT-TGT-MAP
                                       (WS-BAT-TGT-COUNT)
                               END-IF
                           WHEN SPACES
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "ERROR: " WS-BAT-CTL-FILENAME
                                   " line kind '" BC-KIND
                                   "' is not STEP or MAP"
                               MOVE 8 TO WS-BAT-WORST
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BATCHCTL-FILE

           IF WS-BAT-STEP-COUNT = 0
               DISPLAY "ERROR: " WS-BAT-CTL-FILENAME
                   " lists no steps"
               MOVE 8 TO WS-BAT-WORST
           END-IF
           .

      *> ============================================================
      *> BATCH-RUN-ONE: Launch the engine for the current step
      *> against pair WS-BAT-T (0 = no pair), judge the return
      *> code and report the run. Every launch is headless and has
      *> DOOM_BATCH switched off so it cannot start a batch itself.
      *> ============================================================
       BATCH-RUN-ONE.
           ADD 1 TO WS-BAT-STEP-NO
           ADD 1 TO WS-BAT-RUNS
           MOVE SPACES TO WS-BAT-CUR-WAD
           MOVE SPACES TO WS-BAT-CUR-MAP
           IF WS-BAT-T > 0
               MOVE WS-BAT-TGT-WAD(WS-BAT-T) TO WS-BAT-CUR-WAD
               MOVE WS-BAT-TGT-MAP(WS-BAT-T) TO WS-BAT-CUR-MAP
           END-IF

           MOVE SPACES TO WS-BAT-CMD
           MOVE 1 TO WS-BAT-PTR
           STRING "DOOM_BATCH=0 DOOM_HEADLESS=1 " DELIMITED BY SIZE
               INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
           END-STRING
           IF WS-BAT-T > 0
               STRING "DOOM_WAD=" DELIMITED BY SIZE
                   WS-BAT-CUR-WAD DELIMITED BY SPACE
                   " DOOM_MAP=" DELIMITED BY SIZE
                   WS-BAT-CUR-MAP DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
               END-STRING
           END-IF

           MOVE 0 TO WS-BAT-EXPECT
           EVALUATE WS-BAT-CUR-NAME
               WHEN "SELFTEST"
                   IF WS-BAT-CUR-PARM(1:1) IS NUMERIC
                       AND WS-BAT-CUR-PARM(1:1) NOT = "0"
                       MOVE WS-BAT-CUR-PARM(1:1) TO WS-BAT-EXPECT
                   ELSE
                       MOVE 1 TO WS-BAT-EXPECT
                   END-IF
                   STRING "DOOM_SELFTEST=" DELIMITED BY SIZE
                       WS-BAT-EXPECT(3:1) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                   END-STRING
               WHEN "GRID_DUMP"
                   STRING "DOOM_GRID_DUMP=1 DOOM_HEADLESS_FRAMES=1 "
                       DELIMITED BY SIZE
                       INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                   END-STRING
               WHEN "HEADLESS"
                   IF WS-BAT-CUR-PARM NOT = SPACES
                       STRING "DOOM_HEADLESS_FRAMES=" DELIMITED BY SIZE
                           WS-BAT-CUR-PARM DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                       END-STRING
                   END-IF
               WHEN "DEMO_PLAYBACK"
               WHEN "TIMEDEMO"
                   STRING "DOOM_DEMO_PLAYBACK=1 "
                       "DOOM_HEADLESS_FRAMES=99999 "
                       DELIMITED BY SIZE
                       INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                   END-STRING
                   IF WS-BAT-CUR-NAME = "TIMEDEMO"
                       STRING "DOOM_TIMEDEMO=1 " DELIMITED BY SIZE
                           INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                       END-STRING
                   END-IF
                   IF WS-BAT-CUR-PARM NOT = SPACES
                       STRING "DOOM_DEMO_FILE=" DELIMITED BY SIZE
                           WS-BAT-CUR-PARM DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                       END-STRING
                   END-IF
               WHEN "DEMO_SUITE"
                   STRING "DOOM_DEMO_SUITE=1 " DELIMITED BY SIZE
                       INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                   END-STRING
                   IF WS-BAT-CUR-PARM NOT = SPACES
                       STRING "DOOM_DEMO_MANIFEST=" DELIMITED BY SIZE
                           WS-BAT-CUR-PARM DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                       END-STRING
                   END-IF
               WHEN "FRAME_COMPARE"
                   STRING "DOOM_FRAME_COMPARE=1 " DELIMITED BY SIZE
                       INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                   END-STRING
                   IF WS-BAT-CUR-PARM NOT = SPACES
                       STRING "DOOM_GOLDEN_DIR=" DELIMITED BY SIZE
                           WS-BAT-CUR-PARM DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                       END-STRING
                   END-IF
               WHEN "RECONCILE"
                   STRING "DOOM_RECONCILE=1 " DELIMITED BY SIZE
                       INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                   END-STRING
               WHEN "MERGE"
                   STRING "DOOM_MERGE=1 " DELIMITED BY SIZE
                       INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                   END-STRING
                   IF WS-BAT-CUR-PARM NOT = SPACES
                       STRING "DOOM_MERGE_CFG=" DELIMITED BY SIZE
                           WS-BAT-CUR-PARM DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
                       END-STRING
                   END-IF
               WHEN OTHER
      *>           Not a step this driver knows: report it, run
      *>           nothing
                   MOVE 8 TO WS-BAT-SEV
                   MOVE 0 TO WS-BAT-RC
                   MOVE "BAD " TO WS-BAT-VERDICT
                   ADD 1 TO WS-BAT-FAILED
                   IF WS-BAT-SEV > WS-BAT-WORST
                       MOVE WS-BAT-SEV TO WS-BAT-WORST
                   END-IF
                   PERFORM BATCH-REPORT-RUN
                   EXIT PARAGRAPH
           END-EVALUATE

           STRING WS-BAT-EXE DELIMITED BY SPACE
               " >> " DELIMITED BY SIZE
               WS-BAT-LOG-FILENAME DELIMITED BY SPACE
               " 2>&1" DELIMITED BY SIZE
               INTO WS-BAT-CMD WITH POINTER WS-BAT-PTR
           END-STRING

           DISPLAY "Batch step " WS-BAT-STEP-NO ": "
               WS-BAT-CUR-NAME " " WS-BAT-CUR-MAP
           CALL "SYSTEM" USING WS-BAT-CMD
           MOVE RETURN-CODE TO WS-BAT-RAW-RC

      *>   The shell hands back a wait status: the exit code sits
      *>   in the high byte, a nonzero low byte means the session
      *>   was killed outright
           EVALUATE TRUE
               WHEN WS-BAT-RAW-RC >= 256
                   COMPUTE WS-BAT-RC = WS-BAT-RAW-RC / 256
               WHEN WS-BAT-RAW-RC > 0
                   MOVE 9 TO WS-BAT-RC
               WHEN OTHER
                   MOVE 0 TO WS-BAT-RC
           END-EVALUATE

           IF WS-BAT-RC = WS-BAT-EXPECT
               MOVE "PASS" TO WS-BAT-VERDICT
               MOVE 0 TO WS-BAT-SEV
               ADD 1 TO WS-BAT-PASSED
           ELSE
               MOVE "FAIL" TO WS-BAT-VERDICT
               IF WS-BAT-RC = 9
                   MOVE 9 TO WS-BAT-SEV
               ELSE
                   MOVE 4 TO WS-BAT-SEV
               END-IF
               ADD 1 TO WS-BAT-FAILED
           END-IF
           IF WS-BAT-SEV > WS-BAT-WORST
               MOVE WS-BAT-SEV TO WS-BAT-WORST
           END-IF
           PERFORM BATCH-REPORT-RUN
           .

      *> ============================================================
      *> BATCH-REPORT-RUN: The run's line -- run number, step name,
      *> WAD and map, return code against the expected one, result.
      *> ============================================================
       BATCH-REPORT-RUN.
           MOVE SPACES TO WS-BAT-LINE
           MOVE WS-BAT-STEP-NO TO WS-BAT-LINE(1:3)
           MOVE WS-BAT-CUR-NAME TO WS-BAT-LINE(6:14)
           MOVE WS-BAT-CUR-WAD TO WS-BAT-LINE(21:32)
           MOVE WS-BAT-CUR-MAP TO WS-BAT-LINE(54:8)
           MOVE WS-BAT-RC TO WS-BAT-LINE(63:3)
           MOVE WS-BAT-EXPECT TO WS-BAT-LINE(68:3)
           MOVE WS-BAT-VERDICT TO WS-BAT-LINE(73:4)
           PERFORM BATCH-REPORT-LINE
           .

       BATCH-REPORT-LINE.
           MOVE WS-BAT-LINE TO BATCHRPT-RECORD
           WRITE BATCHRPT-RECORD
           DISPLAY WS-BAT-LINE
           .
