      *> ============================================================
      *> coverage-proc.cpy -- Map coverage report
      *> RUN-COVERAGE:    DOOM_COVERAGE=1 startup path -- read the
      *>                  list, the grid dump and every heatmap,
      *>                  then write coverage.rpt
      *> CV-LOAD-LIST:    the MAP/GRID/HEAT lines
      *> CV-LOAD-GRID:    cells and pickups from the grid dump
      *> CV-ADD-HEATMAP:  one run's ticks onto the cells
      *> CV-REPORT:       per-sector percentages, unreached
      *>                  pickups, then every unreached cell
      *> ============================================================

      *> ============================================================
      *> RUN-COVERAGE: A cell is walkable when it isn't wall and the
      *> loader gave it a sector (sector 0 is the void around the
      *> map); it is reached when any run spent a tic in it.
      *> ============================================================
       RUN-COVERAGE.
           MOVE SPACES TO WS-CV-LINE
           ACCEPT WS-CV-LINE FROM ENVIRONMENT "DOOM_COVERAGE_LIST"
           IF WS-CV-LINE NOT = SPACES
               MOVE WS-CV-LINE TO WS-CV-LST-FILENAME
           END-IF

           OPEN OUTPUT CVRPT-FILE
           IF WS-CV-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-CV-RPT-FILENAME
                   ", status=" WS-CV-RPT-STATUS
               MOVE 8 TO WS-CV-WORST
               EXIT PARAGRAPH
           END-IF

           PERFORM CV-LOAD-LIST
           IF WS-CV-WORST < 8
               PERFORM CV-LOAD-GRID
           END-IF
           IF WS-CV-WORST < 8
               PERFORM VARYING WS-CV-H FROM 1 BY 1
                   UNTIL WS-CV-H > WS-CV-HEAT-COUNT
                   PERFORM CV-ADD-HEATMAP
               END-PERFORM
               IF WS-CV-HEAT-READ = 0
                   MOVE SPACES TO WS-CV-LINE
                   STRING "No heatmap in " DELIMITED BY SIZE
                       WS-CV-LST-FILENAME DELIMITED BY SPACE
                       " could be read" DELIMITED BY SIZE
                       INTO WS-CV-LINE
                   END-STRING
                   PERFORM CV-REPORT-LINE
                   MOVE 8 TO WS-CV-WORST
               END-IF
           END-IF
           IF WS-CV-WORST < 8
               PERFORM CV-REPORT
           END-IF

           CLOSE CVRPT-FILE
           DISPLAY "Coverage report written to " WS-CV-RPT-FILENAME
           .

      *> ============================================================
      *> CV-LOAD-LIST: Any line that isn't MAP, GRID or HEAT (and
      *> isn't a comment) is reported and the run refused.
      *> ============================================================
       CV-LOAD-LIST.
           OPEN INPUT COVLST-FILE
           IF WS-CV-LST-STATUS NOT = "00"
               MOVE SPACES TO WS-CV-LINE
               STRING "No coverage list at " DELIMITED BY SIZE
                   WS-CV-LST-FILENAME DELIMITED BY SPACE
                   INTO WS-CV-LINE
               END-STRING
               PERFORM CV-REPORT-LINE
               MOVE 8 TO WS-CV-WORST
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CV-LST-STATUS NOT = "00"
               READ COVLST-FILE
                   AT END
                       MOVE "10" TO WS-CV-LST-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN COVLST-RECORD = SPACES
                           WHEN COVLST-RECORD(1:1) = "*"
                               CONTINUE
                           WHEN CL-KIND = "MAP "
                               MOVE CL-NAME TO WS-CV-MAP
                           WHEN CL-KIND = "GRID"
                               MOVE CL-NAME TO WS-CV-GRID-NAME
                           WHEN CL-KIND = "HEAT"
                               AND WS-CV-HEAT-COUNT < 200
                               ADD 1 TO WS-CV-HEAT-COUNT
                               MOVE CL-NAME TO
                                   WS-CV-HEAT-NAME(WS-CV-HEAT-COUNT)
                           WHEN CL-KIND = "HEAT"
                               MOVE SPACES TO WS-CV-LINE
                               STRING "More than 200 heatmaps -- "
                                   DELIMITED BY SIZE
                                   CL-NAME DELIMITED BY SPACE
                                   " onward not counted"
                                   DELIMITED BY SIZE
                                   INTO WS-CV-LINE
                               END-STRING
                               PERFORM CV-REPORT-LINE
                               IF WS-CV-WORST < 4
                                   MOVE 4 TO WS-CV-WORST
                               END-IF
                           WHEN OTHER
                               MOVE SPACES TO WS-CV-LINE
                               STRING "Bad coverage list line: "
                                   DELIMITED BY SIZE
                                   COVLST-RECORD DELIMITED BY SIZE
                                   INTO WS-CV-LINE
                               END-STRING
                               PERFORM CV-REPORT-LINE
                               MOVE 8 TO WS-CV-WORST
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE COVLST-FILE
           .

      *> ============================================================
      *> CV-LOAD-GRID: The dump is read through the grid-dump FD
      *> under the list's file name. Cell lines fill WS-CV-GRID,
      *> PK lines the pickup table.
      *> ============================================================
       CV-LOAD-GRID.
           PERFORM VARYING WS-CV-I FROM 1 BY 1 UNTIL WS-CV-I > 128
               PERFORM VARYING WS-CV-J FROM 1 BY 1 UNTIL WS-CV-J > 128
                   MOVE 1 TO WS-CV-TYPE(WS-CV-I, WS-CV-J)
                   MOVE 0 TO WS-CV-SECTOR(WS-CV-I, WS-CV-J)
                   MOVE 0 TO WS-CV-TICKS(WS-CV-I, WS-CV-J)
               END-PERFORM
           END-PERFORM

           MOVE WS-GD-FILENAME TO WS-CV-SAVE-NAME
           MOVE WS-CV-GRID-NAME TO WS-GD-FILENAME
           OPEN INPUT GRIDDUMP-FILE
           IF WS-GD-STATUS NOT = "00"
               MOVE WS-CV-SAVE-NAME TO WS-GD-FILENAME
               MOVE SPACES TO WS-CV-LINE
               STRING "No grid dump at " DELIMITED BY SIZE
                   WS-CV-GRID-NAME DELIMITED BY SPACE
                   " -- DOOM_GRID_DUMP=1 writes one" DELIMITED BY SIZE
                   INTO WS-CV-LINE
               END-STRING
               PERFORM CV-REPORT-LINE
               MOVE 8 TO WS-CV-WORST
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GD-STATUS NOT = "00"
               READ GRIDDUMP-FILE
                   AT END
                       MOVE "10" TO WS-GD-STATUS
                   NOT AT END
                       IF GRIDDUMP-RECORD(1:3) = "PK "
                           IF WS-CV-PK-COUNT < 100
                               MOVE GRIDDUMP-RECORD TO WS-GD-PK-LINE
                               ADD 1 TO WS-CV-PK-COUNT
                               MOVE WS-GD-PK-ROW
                                   TO WS-CV-PK-ROW(WS-CV-PK-COUNT)
                               MOVE WS-GD-PK-COL
                                   TO WS-CV-PK-COL(WS-CV-PK-COUNT)
                               MOVE WS-GD-PK-TYPE
                                   TO WS-CV-PK-TYPE(WS-CV-PK-COUNT)
                           END-IF
                       ELSE
                           MOVE GRIDDUMP-RECORD TO WS-GD-LINE
                           IF WS-GD-ROW >= 1 AND WS-GD-ROW <= 128
                               AND WS-GD-COL >= 1 AND WS-GD-COL <= 128
                               ADD 1 TO WS-CV-CELLS-READ
                               MOVE WS-GD-TYPE TO
                                   WS-CV-TYPE(WS-GD-ROW, WS-GD-COL)
                               MOVE WS-GD-SECTOR TO
                                   WS-CV-SECTOR(WS-GD-ROW, WS-GD-COL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRIDDUMP-FILE
           MOVE WS-CV-SAVE-NAME TO WS-GD-FILENAME
           .

      *> ============================================================
      *> CV-ADD-HEATMAP: Heatmap WS-CV-H, read through the heatmap
      *> FD under its own name. An unreadable one is reported and
      *> left out.
      *> ============================================================
       CV-ADD-HEATMAP.
           MOVE WS-HM-FILENAME TO WS-CV-SAVE-NAME
           MOVE WS-CV-HEAT-NAME(WS-CV-H) TO WS-HM-FILENAME
           OPEN INPUT HEATMAP-FILE
           IF WS-HM-STATUS NOT = "00"
               MOVE WS-CV-SAVE-NAME TO WS-HM-FILENAME
               MOVE SPACES TO WS-CV-LINE
               STRING "Cannot read heatmap " DELIMITED BY SIZE
                   WS-CV-HEAT-NAME(WS-CV-H) DELIMITED BY SPACE
                   " -- not counted" DELIMITED BY SIZE
                   INTO WS-CV-LINE
               END-STRING
               PERFORM CV-REPORT-LINE
               IF WS-CV-WORST < 4
                   MOVE 4 TO WS-CV-WORST
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CV-HEAT-READ
           PERFORM UNTIL WS-HM-STATUS NOT = "00"
               READ HEATMAP-FILE
                   AT END
                       MOVE "10" TO WS-HM-STATUS
                   NOT AT END
                       MOVE HEATMAP-RECORD TO WS-HM-LINE
                       IF WS-HM-L-ROW >= 1 AND WS-HM-L-ROW <= 128
                           AND WS-HM-L-COL >= 1 AND WS-HM-L-COL <= 128
                           AND WS-CV-TICKS(WS-HM-L-ROW, WS-HM-L-COL)
                               < 9900000
                           ADD WS-HM-L-TICKS TO
                               WS-CV-TICKS(WS-HM-L-ROW, WS-HM-L-COL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEATMAP-FILE
           MOVE WS-CV-SAVE-NAME TO WS-HM-FILENAME
           .

      *> ============================================================
      *> CV-REPORT: Totals by sector first, the pickups nobody
      *> reached, then the unreached cells themselves -- those only
      *> to the report file, there can be thousands.
      *> ============================================================
       CV-REPORT.
           PERFORM VARYING WS-CV-S FROM 1 BY 1 UNTIL WS-CV-S > 999
               MOVE 0 TO WS-CV-SEC-WALK(WS-CV-S)
               MOVE 0 TO WS-CV-SEC-HIT(WS-CV-S)
           END-PERFORM
           PERFORM VARYING WS-CV-I FROM 1 BY 1 UNTIL WS-CV-I > 128
               PERFORM VARYING WS-CV-J FROM 1 BY 1 UNTIL WS-CV-J > 128
                   IF WS-CV-TYPE(WS-CV-I, WS-CV-J) NOT = 1
                       AND WS-CV-SECTOR(WS-CV-I, WS-CV-J) > 0
                       MOVE WS-CV-SECTOR(WS-CV-I, WS-CV-J) TO WS-CV-S
                       ADD 1 TO WS-CV-WALK
                       ADD 1 TO WS-CV-SEC-WALK(WS-CV-S)
                       IF WS-CV-TICKS(WS-CV-I, WS-CV-J) > 0
                           ADD 1 TO WS-CV-HIT
                           ADD 1 TO WS-CV-SEC-HIT(WS-CV-S)
                       ELSE
                           ADD 1 TO WS-CV-MISSED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-CV-LINE
           STRING "=== Map coverage: " DELIMITED BY SIZE
               WS-CV-MAP DELIMITED BY SPACE
               " -- " DELIMITED BY SIZE
               WS-CV-HEAT-READ DELIMITED BY SIZE
               " runs over " DELIMITED BY SIZE
               WS-CV-GRID-NAME DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO WS-CV-LINE
           END-STRING
           PERFORM CV-REPORT-LINE
           MOVE SPACES TO WS-CV-LINE
           MOVE "sector" TO WS-CV-LINE(1:6)
           MOVE "walkable" TO WS-CV-LINE(9:8)
           MOVE "reached" TO WS-CV-LINE(19:7)
           MOVE "pct" TO WS-CV-LINE(28:3)
           PERFORM CV-REPORT-LINE
           PERFORM VARYING WS-CV-S FROM 1 BY 1 UNTIL WS-CV-S > 999
               IF WS-CV-SEC-WALK(WS-CV-S) > 0
                   COMPUTE WS-CV-PCT = WS-CV-SEC-HIT(WS-CV-S) * 100
                       / WS-CV-SEC-WALK(WS-CV-S)
                   MOVE SPACES TO WS-CV-LINE
                   MOVE WS-CV-S TO WS-CV-I
                   MOVE WS-CV-I TO WS-CV-LINE(1:3)
                   MOVE WS-CV-SEC-WALK(WS-CV-S) TO WS-CV-LINE(9:5)
                   MOVE WS-CV-SEC-HIT(WS-CV-S) TO WS-CV-LINE(19:5)
                   MOVE WS-CV-PCT TO WS-CV-LINE(28:3)
                   MOVE "%" TO WS-CV-LINE(31:1)
                   IF WS-CV-SEC-HIT(WS-CV-S) = 0
                       MOVE "NEVER VISITED" TO WS-CV-LINE(34:13)
                   END-IF
                   PERFORM CV-REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CV-P FROM 1 BY 1
               UNTIL WS-CV-P > WS-CV-PK-COUNT
               MOVE WS-CV-PK-ROW(WS-CV-P) TO WS-CV-I
               MOVE WS-CV-PK-COL(WS-CV-P) TO WS-CV-J
               IF WS-CV-I >= 1 AND WS-CV-I <= 128
                   AND WS-CV-J >= 1 AND WS-CV-J <= 128
                   IF WS-CV-TICKS(WS-CV-I, WS-CV-J) = 0
                       ADD 1 TO WS-CV-PK-MISSED
                       MOVE SPACES TO WS-CV-LINE
                       STRING "PICKUP type " DELIMITED BY SIZE
                           WS-CV-PK-TYPE(WS-CV-P) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           WS-CV-I DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CV-J DELIMITED BY SIZE
                           " never reached" DELIMITED BY SIZE
                           INTO WS-CV-LINE
                       END-STRING
                       PERFORM CV-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CV-WALK > 0
               COMPUTE WS-CV-PCT = WS-CV-HIT * 100 / WS-CV-WALK
           ELSE
               MOVE 0 TO WS-CV-PCT
           END-IF
           MOVE SPACES TO WS-CV-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-CV-HIT DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WS-CV-WALK DELIMITED BY SIZE
               " walkable cells reached (" DELIMITED BY SIZE
               WS-CV-PCT DELIMITED BY SIZE
               "%), " DELIMITED BY SIZE
               WS-CV-PK-MISSED DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               WS-CV-PK-COUNT DELIMITED BY SIZE
               " pickups never reached ===" DELIMITED BY SIZE
               INTO WS-CV-LINE
           END-STRING
           PERFORM CV-REPORT-LINE

           IF WS-CV-MISSED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CV-LINE
           STRING "--- " DELIMITED BY SIZE
               WS-CV-MISSED DELIMITED BY SIZE
               " unreached cells (row,col sector) ---"
               DELIMITED BY SIZE
               INTO WS-CV-LINE
           END-STRING
           PERFORM CV-REPORT-LINE
           PERFORM VARYING WS-CV-I FROM 1 BY 1 UNTIL WS-CV-I > 128
               PERFORM VARYING WS-CV-J FROM 1 BY 1 UNTIL WS-CV-J > 128
                   IF WS-CV-TYPE(WS-CV-I, WS-CV-J) NOT = 1
                       AND WS-CV-SECTOR(WS-CV-I, WS-CV-J) > 0
                       AND WS-CV-TICKS(WS-CV-I, WS-CV-J) = 0
                       MOVE SPACES TO WS-CV-LINE
                       STRING "CELL " DELIMITED BY SIZE
                           WS-CV-I DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-CV-J DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-CV-SECTOR(WS-CV-I, WS-CV-J)
                               DELIMITED BY SIZE
                           INTO WS-CV-LINE
                       END-STRING
                       MOVE WS-CV-LINE TO CVRPT-RECORD
                       WRITE CVRPT-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       CV-REPORT-LINE.
           MOVE WS-CV-LINE TO CVRPT-RECORD
           WRITE CVRPT-RECORD
           DISPLAY WS-CV-LINE
           .
