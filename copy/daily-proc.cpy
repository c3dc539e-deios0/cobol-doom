      *> ============================================================
      *> daily-proc.cpy -- Daily challenge
      *> DAILY-SETUP:         today's date and seed, before
      *>                      GEN-ARENA builds the layout
      *> DAILY-CHECK-DONE:    has WS-PLR-ID already a result today?
      *> DAILY-RECORD-RESULT: the first completion of the day goes
      *>                      to daily.dat, from the intermission
      *> RUN-DAILY-REPORT:    DOOM_DAILY_REPORT=1 startup path --
      *>                      the day's and the week's rankings to
      *>                      daily.rpt
      *> ============================================================

      *> ============================================================
      *> DAILY-SETUP: The seed is a scramble of the day number, the
      *> same on every machine with the same calendar -- and the
      *> arena's name (GENnnnnn) carries it into the ledger.
      *> ============================================================
       DAILY-SETUP.
           ACCEPT WS-DLY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-DLY-DAYNO = FUNCTION INTEGER-OF-DATE(WS-DLY-DATE)
           COMPUTE WS-DLY-SEED =
               FUNCTION MOD(WS-DLY-DAYNO * 7919, 99991) + 1
           MOVE 1 TO WS-DLY-ON
           DISPLAY "Daily challenge " WS-DLY-DATE ", seed "
               WS-DLY-SEED
           .

      *> ============================================================
      *> DAILY-ANNOUNCE: After GEN-ARENA -- remember the arena's
      *> name and tell the player whether this attempt counts.
      *> ============================================================
       DAILY-ANNOUNCE.
           MOVE WS-MAP-NAME TO WS-DLY-MAP
           PERFORM DAILY-CHECK-DONE
           MOVE SPACES TO WS-GMSG-TEXT
           IF WS-DLY-DONE = 1
               MOVE WS-STR-TXT(166) TO WS-GMSG-TEXT
           ELSE
               STRING WS-STR-TXT(164) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-DLY-DATE DELIMITED BY SIZE
                   INTO WS-GMSG-TEXT
               END-STRING
           END-IF
           PERFORM SHOW-GAME-MESSAGE
           .

       DAILY-CHECK-DONE.
           MOVE 0 TO WS-DLY-DONE
           OPEN INPUT DLYRES-FILE
      *>   05 = the optional file isn't there yet; it still counts
      *>   as open, so it still gets its CLOSE
           IF WS-DLY-STATUS NOT = "00" AND WS-DLY-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DLY-STATUS NOT = "00"
               READ DLYRES-FILE
                   AT END
                       MOVE "10" TO WS-DLY-STATUS
                   NOT AT END
                       IF DY-DATE = WS-DLY-DATE
                           AND DY-PLAYER = WS-PLR-ID
                           MOVE 1 TO WS-DLY-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLYRES-FILE
           .

      *> ============================================================
      *> DAILY-RECORD-RESULT: The daily arena was just finished.
      *> Only the player's first finish of the day is filed; a run
      *> played back from a recording, or one flagged as assisted
      *> (see runflag-data), files nothing.
      *> ============================================================
       DAILY-RECORD-RESULT.
           IF WS-DLY-ON = 0 OR WS-MAP-NAME NOT = WS-DLY-MAP
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DLY-ON
           IF WS-DEMO-MODE = 2 OR WS-NET-REC-MODE = 2
               OR WS-RFL-ON = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM DAILY-CHECK-DONE
           IF WS-DLY-DONE = 1
               MOVE WS-STR-TXT(166) TO WS-GMSG-TEXT
               PERFORM SHOW-GAME-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND DLYRES-FILE
           IF WS-DLY-STATUS NOT = "00" AND WS-DLY-STATUS NOT = "05"
               DISPLAY "WARN: could not write " WS-DLY-FILENAME
                   ", status=" WS-DLY-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DLY-DATE TO DY-DATE
           MOVE WS-PLR-ID TO DY-PLAYER
           MOVE WS-DLY-SEED TO DY-SEED
           MOVE WS-SKILL-LEVEL TO DY-SKILL
           MOVE WS-IMS-TIME-ELAPSED TO DY-TIME
           MOVE WS-KILL-COUNT TO DY-KILLS
           MOVE WS-KILL-TOTAL TO DY-KILL-TOTAL
           MOVE WS-SCORE-DISPLAY TO DY-SCORE
           WRITE DLYRES-RECORD
           CLOSE DLYRES-FILE
           MOVE WS-STR-TXT(165) TO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE
           .

      *> ============================================================
      *> RUN-DAILY-REPORT: Read daily.dat once. The day's rows rank
      *> by score, the faster run first on a tie; the week's
      *> players rank by their summed scores, one counted run a
      *> day each.
      *> ============================================================
       RUN-DAILY-REPORT.
           ACCEPT WS-DLY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DLY-DATE-ENV
           ACCEPT WS-DLY-DATE-ENV FROM ENVIRONMENT "DOOM_DAILY_DATE"
           IF WS-DLY-DATE-ENV IS NUMERIC
               MOVE WS-DLY-DATE-ENV TO WS-DLY-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DLY-DATE) NOT = 0
               DISPLAY "ERROR: DOOM_DAILY_DATE " WS-DLY-DATE
                   " is not a date"
               MOVE 8 TO WS-DLY-WORST
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DLY-DAYNO = FUNCTION INTEGER-OF-DATE(WS-DLY-DATE)
           COMPUTE WS-DLY-SEED =
               FUNCTION MOD(WS-DLY-DAYNO * 7919, 99991) + 1
      *>   Day 1 (1601-01-01) was a Monday
           COMPUTE WS-DLY-WEEK-FIRST =
               WS-DLY-DAYNO - FUNCTION MOD(WS-DLY-DAYNO - 1, 7)
           COMPUTE WS-DLY-WEEK-LAST = WS-DLY-WEEK-FIRST + 6
           COMPUTE WS-DLY-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-DLY-WEEK-FIRST)

           OPEN OUTPUT DLYRPT-FILE
           IF WS-DLY-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-DLY-RPT-FILENAME
                   ", status=" WS-DLY-RPT-STATUS
               MOVE 8 TO WS-DLY-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DLY-LINE
           STRING "=== Daily challenge " DELIMITED BY SIZE
               WS-DLY-DATE DELIMITED BY SIZE
               " (seed " DELIMITED BY SIZE
               WS-DLY-SEED DELIMITED BY SIZE
               "), week of " DELIMITED BY SIZE
               WS-DLY-WEEK-START DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-DLY-LINE
           END-STRING
           PERFORM DLY-REPORT-LINE

           MOVE 0 TO WS-DLY-DAY-COUNT
           MOVE 0 TO WS-DLY-WK-COUNT
           OPEN INPUT DLYRES-FILE
           IF WS-DLY-STATUS = "00" OR WS-DLY-STATUS = "05"
               PERFORM UNTIL WS-DLY-STATUS NOT = "00"
                   READ DLYRES-FILE
                       AT END
                           MOVE "10" TO WS-DLY-STATUS
                       NOT AT END
                           ADD 1 TO WS-DLY-READ
                           PERFORM DLY-TAKE-ROW
                   END-READ
               END-PERFORM
               CLOSE DLYRES-FILE
           END-IF

           MOVE SPACES TO WS-DLY-LINE
           PERFORM DLY-REPORT-LINE
           MOVE "--- Today ---" TO WS-DLY-LINE
           PERFORM DLY-REPORT-LINE
           IF WS-DLY-DAY-COUNT = 0
               MOVE "    No finished runs." TO WS-DLY-LINE
               PERFORM DLY-REPORT-LINE
           ELSE
               MOVE "RANK PLAYER    SCORE    TIME  KILLS  SKILL"
                   TO WS-DLY-LINE
               PERFORM DLY-REPORT-LINE
               PERFORM DLY-DAY-ROW
                   VARYING WS-DLY-RANK FROM 1 BY 1
                   UNTIL WS-DLY-RANK > WS-DLY-DAY-COUNT
           END-IF

           MOVE SPACES TO WS-DLY-LINE
           PERFORM DLY-REPORT-LINE
           MOVE "--- This week ---" TO WS-DLY-LINE
           PERFORM DLY-REPORT-LINE
           IF WS-DLY-WK-COUNT = 0
               MOVE "    No finished runs." TO WS-DLY-LINE
               PERFORM DLY-REPORT-LINE
           ELSE
               MOVE "RANK PLAYER      TOTAL  DAYS   BEST"
                   TO WS-DLY-LINE
               PERFORM DLY-REPORT-LINE
               PERFORM DLY-WEEK-ROW
                   VARYING WS-DLY-RANK FROM 1 BY 1
                   UNTIL WS-DLY-RANK > WS-DLY-WK-COUNT
           END-IF

           MOVE SPACES TO WS-DLY-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-DLY-READ DELIMITED BY SIZE
               " results read, " DELIMITED BY SIZE
               WS-DLY-DAY-COUNT DELIMITED BY SIZE
               " today, " DELIMITED BY SIZE
               WS-DLY-WK-COUNT DELIMITED BY SIZE
               " players this week ===" DELIMITED BY SIZE
               INTO WS-DLY-LINE
           END-STRING
           PERFORM DLY-REPORT-LINE
           CLOSE DLYRPT-FILE
           DISPLAY "Daily challenge report written to "
               WS-DLY-RPT-FILENAME
           .

      *> ============================================================
      *> DLY-TAKE-ROW: File the row just read under the day and
      *> the week it belongs to. A row that isn't a real date (a
      *> damaged line) is counted as read and passed over.
      *> ============================================================
       DLY-TAKE-ROW.
           IF DY-DATE IS NOT NUMERIC OR DY-SCORE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DY-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DLY-ROW-DAYNO = FUNCTION INTEGER-OF-DATE(DY-DATE)
           IF WS-DLY-ROW-DAYNO < WS-DLY-WEEK-FIRST
               OR WS-DLY-ROW-DAYNO > WS-DLY-WEEK-LAST
               EXIT PARAGRAPH
           END-IF

           IF DY-DATE = WS-DLY-DATE AND WS-DLY-DAY-COUNT < 200
               ADD 1 TO WS-DLY-DAY-COUNT
               MOVE DY-PLAYER TO WS-DLY-D-PLAYER(WS-DLY-DAY-COUNT)
               MOVE DY-SCORE TO WS-DLY-D-SCORE(WS-DLY-DAY-COUNT)
               MOVE DY-TIME TO WS-DLY-D-TIME(WS-DLY-DAY-COUNT)
               MOVE DY-KILLS TO WS-DLY-D-KILLS(WS-DLY-DAY-COUNT)
               MOVE DY-KILL-TOTAL
                   TO WS-DLY-D-KILL-TOT(WS-DLY-DAY-COUNT)
               MOVE DY-SKILL TO WS-DLY-D-SKILL(WS-DLY-DAY-COUNT)
               MOVE 0 TO WS-DLY-D-SHOWN(WS-DLY-DAY-COUNT)
           END-IF

           MOVE 0 TO WS-DLY-J
           PERFORM VARYING WS-DLY-I FROM 1 BY 1
               UNTIL WS-DLY-I > WS-DLY-WK-COUNT OR WS-DLY-J > 0
               IF WS-DLY-W-PLAYER(WS-DLY-I) = DY-PLAYER
                   MOVE WS-DLY-I TO WS-DLY-J
               END-IF
           END-PERFORM
           IF WS-DLY-J = 0
               IF WS-DLY-WK-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DLY-WK-COUNT
               MOVE WS-DLY-WK-COUNT TO WS-DLY-J
               MOVE DY-PLAYER TO WS-DLY-W-PLAYER(WS-DLY-J)
               MOVE 0 TO WS-DLY-W-TOTAL(WS-DLY-J)
               MOVE 0 TO WS-DLY-W-DAYS(WS-DLY-J)
               MOVE 0 TO WS-DLY-W-BEST(WS-DLY-J)
               MOVE 0 TO WS-DLY-W-SHOWN(WS-DLY-J)
           END-IF
           ADD DY-SCORE TO WS-DLY-W-TOTAL(WS-DLY-J)
           ADD 1 TO WS-DLY-W-DAYS(WS-DLY-J)
           IF DY-SCORE > WS-DLY-W-BEST(WS-DLY-J)
               MOVE DY-SCORE TO WS-DLY-W-BEST(WS-DLY-J)
           END-IF
           .

      *> ============================================================
      *> DLY-DAY-ROW: Rank WS-DLY-RANK of the day -- the best run
      *> not yet printed.
      *> ============================================================
       DLY-DAY-ROW.
           MOVE 0 TO WS-DLY-BEST
           PERFORM VARYING WS-DLY-I FROM 1 BY 1
               UNTIL WS-DLY-I > WS-DLY-DAY-COUNT
               IF WS-DLY-D-SHOWN(WS-DLY-I) = 0
                   IF WS-DLY-BEST = 0
                       MOVE WS-DLY-I TO WS-DLY-BEST
                   ELSE
                       IF WS-DLY-D-SCORE(WS-DLY-I)
                           > WS-DLY-D-SCORE(WS-DLY-BEST)
                           OR (WS-DLY-D-SCORE(WS-DLY-I)
                               = WS-DLY-D-SCORE(WS-DLY-BEST)
                           AND WS-DLY-D-TIME(WS-DLY-I)
                               < WS-DLY-D-TIME(WS-DLY-BEST))
                           MOVE WS-DLY-I TO WS-DLY-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-DLY-D-SHOWN(WS-DLY-BEST)

           MOVE WS-DLY-RANK TO WS-DLY-RANK-ED
           MOVE WS-DLY-D-SCORE(WS-DLY-BEST) TO WS-DLY-SCORE-ED
           DIVIDE WS-DLY-D-TIME(WS-DLY-BEST) BY 60
               GIVING WS-DLY-MINS REMAINDER WS-DLY-SS
           MOVE WS-DLY-MINS TO WS-DLY-MINS-ED
           MOVE WS-DLY-D-KILLS(WS-DLY-BEST) TO WS-DLY-KILLS-ED
           MOVE WS-DLY-D-KILL-TOT(WS-DLY-BEST) TO WS-DLY-KTOT-ED
           MOVE SPACES TO WS-DLY-LINE
           STRING WS-DLY-RANK-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DLY-D-PLAYER(WS-DLY-BEST) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DLY-SCORE-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DLY-MINS-ED DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-DLY-SS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DLY-KILLS-ED DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DLY-KTOT-ED DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-DLY-D-SKILL(WS-DLY-BEST) DELIMITED BY SIZE
               INTO WS-DLY-LINE
           END-STRING
           PERFORM DLY-REPORT-LINE
           .

      *> ============================================================
      *> DLY-WEEK-ROW: Rank WS-DLY-RANK of the week -- the biggest
      *> total not yet printed.
      *> ============================================================
       DLY-WEEK-ROW.
           MOVE 0 TO WS-DLY-BEST
           PERFORM VARYING WS-DLY-I FROM 1 BY 1
               UNTIL WS-DLY-I > WS-DLY-WK-COUNT
               IF WS-DLY-W-SHOWN(WS-DLY-I) = 0
                   IF WS-DLY-BEST = 0
                       MOVE WS-DLY-I TO WS-DLY-BEST
                   ELSE
                       IF WS-DLY-W-TOTAL(WS-DLY-I)
                           > WS-DLY-W-TOTAL(WS-DLY-BEST)
                           MOVE WS-DLY-I TO WS-DLY-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-DLY-W-SHOWN(WS-DLY-BEST)

           MOVE WS-DLY-RANK TO WS-DLY-RANK-ED
           MOVE WS-DLY-W-TOTAL(WS-DLY-BEST) TO WS-DLY-TOTAL-ED
           MOVE WS-DLY-W-BEST(WS-DLY-BEST) TO WS-DLY-SCORE-ED
           MOVE SPACES TO WS-DLY-LINE
           STRING WS-DLY-RANK-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DLY-W-PLAYER(WS-DLY-BEST) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DLY-TOTAL-ED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-DLY-W-DAYS(WS-DLY-BEST) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DLY-SCORE-ED DELIMITED BY SIZE
               INTO WS-DLY-LINE
           END-STRING
           PERFORM DLY-REPORT-LINE
           .

       DLY-REPORT-LINE.
           MOVE WS-DLY-LINE TO DLYRPT-RECORD
           WRITE DLYRPT-RECORD
           DISPLAY WS-DLY-LINE
           .
