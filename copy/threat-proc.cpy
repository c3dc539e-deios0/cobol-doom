      *> ============================================================
      *> threat-proc.cpy -- Threat telemetry
      *> THR-RESET:          clear the tallies at level start
      *>                     (called from EN-INIT-AI)
      *> THR-NOTE-SPAWN:     a monster enters play (called from
      *>                     EN-INIT-ONE-AI)
      *> THR-NOTE-DEATH:     a monster drops (called from
      *>                     EN-APPLY-DAMAGE)
      *> THR-NOTE-HIT:       a hit lands on the player (called from
      *>                     APPLY-DAMAGE-TO-PLAYER)
      *> THR-WRITE-LEVEL:    append the level's rows to threat.dat
      *>                     (called after each ledger row)
      *> RUN-THREAT-REPORT:  DOOM_THREAT_REPORT=1 startup path --
      *>                     threat.dat summed by map to threat.rpt
      *> ============================================================

       THR-RESET.
           MOVE 0 TO WS-THR-TIC
           MOVE 0 TO WS-THR-SRC-COUNT
           MOVE 0 TO WS-THR-VIA-PROJ
           PERFORM VARYING WS-THR-I FROM 1 BY 1
               UNTIL WS-THR-I > WS-SP-MAX
               MOVE 0 TO WS-THR-BORN(WS-THR-I)
               MOVE 0 TO WS-THR-LIVE(WS-THR-I)
           END-PERFORM
           .

      *> ============================================================
      *> THR-FIND-ROW: WS-THR-R = this level's row for source
      *> WS-THR-KEY, started on first sight; 0 when the table is
      *> full (the level then just stops counting new sources).
      *> ============================================================
       THR-FIND-ROW.
           PERFORM VARYING WS-THR-R FROM 1 BY 1
               UNTIL WS-THR-R > WS-THR-SRC-COUNT
               IF WS-THR-SRC(WS-THR-R) = WS-THR-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-THR-SRC-COUNT >= WS-THR-SRC-MAX
               MOVE 0 TO WS-THR-R
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-THR-SRC-COUNT
           MOVE WS-THR-SRC-COUNT TO WS-THR-R
           INITIALIZE WS-THR-ROW(WS-THR-R)
           MOVE WS-THR-KEY TO WS-THR-SRC(WS-THR-R)
           .

      *> ============================================================
      *> THR-NOTE-SPAWN: Sprite WS-EN-IDX starts a life -- at level
      *> start, or mid-level (resurrection, spawner, respawn, horde
      *> wave, trigger). Barrels and scenery aren't monsters.
      *> ============================================================
       THR-NOTE-SPAWN.
           IF WS-EN-IDX < 1 OR WS-EN-IDX > WS-SP-MAX
               OR WS-SP-DECOR(WS-EN-IDX) = 1
               OR WS-SP-THING-TYPE(WS-EN-IDX) = 02035
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SP-THING-TYPE(WS-EN-IDX) TO WS-THR-KEY
           PERFORM THR-FIND-ROW
           IF WS-THR-R = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-THR-LIVES(WS-THR-R)
           MOVE WS-THR-TIC TO WS-THR-BORN(WS-EN-IDX)
           MOVE 1 TO WS-THR-LIVE(WS-EN-IDX)
           .

      *> ============================================================
      *> THR-NOTE-DEATH: Monster WS-EN-DMG-IDX just dropped;
      *> WS-EN-DMG-SRC-W is the sprite that dealt the blow when it
      *> was another monster -- infighting.
      *> ============================================================
       THR-NOTE-DEATH.
           IF WS-EN-DMG-IDX < 1 OR WS-EN-DMG-IDX > WS-SP-MAX
               EXIT PARAGRAPH
           END-IF
           IF WS-THR-LIVE(WS-EN-DMG-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-THR-LIVE(WS-EN-DMG-IDX)
           MOVE WS-SP-THING-TYPE(WS-EN-DMG-IDX) TO WS-THR-KEY
           PERFORM THR-FIND-ROW
           IF WS-THR-R = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-THR-DIED(WS-THR-R)
           COMPUTE WS-THR-ALIVE-TICS(WS-THR-R) =
               WS-THR-ALIVE-TICS(WS-THR-R)
               + WS-THR-TIC - WS-THR-BORN(WS-EN-DMG-IDX)
           IF WS-EN-DMG-SRC-W > 0
               AND WS-EN-DMG-SRC-W NOT = WS-EN-DMG-IDX
               AND WS-EN-DMG-SRC-W <= WS-SP-COUNT
               IF WS-SP-THING-TYPE(WS-EN-DMG-SRC-W) NOT = 02035
                   ADD 1 TO WS-THR-INFIGHT(WS-THR-R)
               END-IF
           END-IF
           .

      *> ============================================================
      *> THR-NOTE-HIT: The hit APPLY-DAMAGE-TO-PLAYER has just logged
      *> in WS-DL-ENTRY(1) -- its source, the raw damage and the
      *> share armor took.
      *> ============================================================
       THR-NOTE-HIT.
           MOVE WS-DL-SOURCE(1) TO WS-THR-KEY
           PERFORM THR-FIND-ROW
           IF WS-THR-R = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-THR-HITS(WS-THR-R)
           ADD WS-DL-RAW(1) TO WS-THR-DAMAGE(WS-THR-R)
           ADD WS-DL-ABSORBED(1) TO WS-THR-ABSORBED(WS-THR-R)
           IF WS-THR-PROJ-W = 1
               ADD WS-DL-RAW(1) TO WS-THR-PROJ-DMG(WS-THR-R)
           END-IF
           .

      *> ============================================================
      *> THR-WRITE-LEVEL: The ledger row just written (still in
      *> LEDGER-RECORD, as RM-POST-LEDGER-ROW reads it) closes the
      *> level: a death is credited to the source that landed the
      *> killing blow, monsters still up have their time alive run
      *> to now, and every source row goes out under the ledger
      *> row's map, skill, date, player, type and flag. The first
      *> row is marked; a level with nothing to tell still writes
      *> one (source 0) so the attempt is counted.
      *> ============================================================
       THR-WRITE-LEVEL.
           IF LG-RTYPE = "D" AND WS-DL-COUNT > 0
               MOVE WS-DL-SOURCE(1) TO WS-THR-KEY
               PERFORM THR-FIND-ROW
               IF WS-THR-R > 0
                   ADD 1 TO WS-THR-KILLS(WS-THR-R)
               END-IF
           END-IF
           PERFORM VARYING WS-THR-I FROM 1 BY 1
               UNTIL WS-THR-I > WS-SP-COUNT OR WS-THR-I > WS-SP-MAX
               IF WS-THR-LIVE(WS-THR-I) = 1
                   MOVE WS-SP-THING-TYPE(WS-THR-I) TO WS-THR-KEY
                   PERFORM THR-FIND-ROW
                   IF WS-THR-R > 0
                       COMPUTE WS-THR-ALIVE-TICS(WS-THR-R) =
                           WS-THR-ALIVE-TICS(WS-THR-R)
                           + WS-THR-TIC - WS-THR-BORN(WS-THR-I)
                   END-IF
                   MOVE 0 TO WS-THR-LIVE(WS-THR-I)
               END-IF
           END-PERFORM
           IF WS-THR-SRC-COUNT = 0
               MOVE 0 TO WS-THR-KEY
               PERFORM THR-FIND-ROW
           END-IF

           OPEN EXTEND THREAT-FILE
           IF WS-THR-STATUS NOT = "00"
               DISPLAY "WARN: could not open " WS-THR-FILENAME
                   " for append, status=" WS-THR-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-THR-R FROM 1 BY 1
               UNTIL WS-THR-R > WS-THR-SRC-COUNT
               MOVE LG-MAP-NAME TO TH-MAP-NAME
               MOVE LG-SKILL TO TH-SKILL
               MOVE LG-DATE TO TH-DATE
               MOVE LG-PLAYER TO TH-PLAYER
               MOVE LG-RTYPE TO TH-RTYPE
               MOVE LG-FLAG TO TH-FLAG
               IF WS-THR-R = 1
                   MOVE 1 TO TH-FIRST
               ELSE
                   MOVE 0 TO TH-FIRST
               END-IF
               MOVE WS-THR-SRC(WS-THR-R) TO TH-SOURCE
               MOVE WS-THR-HITS(WS-THR-R) TO TH-HITS
               MOVE WS-THR-DAMAGE(WS-THR-R) TO TH-DAMAGE
               MOVE WS-THR-PROJ-DMG(WS-THR-R) TO TH-PROJ-DMG
               MOVE WS-THR-ABSORBED(WS-THR-R) TO TH-ABSORBED
               MOVE WS-THR-KILLS(WS-THR-R) TO TH-KILLS
               MOVE WS-THR-LIVES(WS-THR-R) TO TH-LIVES
               MOVE WS-THR-DIED(WS-THR-R) TO TH-DIED
               MOVE WS-THR-INFIGHT(WS-THR-R) TO TH-INFIGHT
               MOVE WS-THR-ALIVE-TICS(WS-THR-R) TO TH-ALIVE-TICS
               WRITE THREAT-RECORD
           END-PERFORM
           CLOSE THREAT-FILE
      *>   One set of rows per attempt
           MOVE 0 TO WS-THR-SRC-COUNT
           .

      *> ============================================================
      *> RUN-THREAT-REPORT: Sum every unassisted attempt's rows by
      *> map and source, then write one block per map: attempts and
      *> deaths, and each source worst first -- most kills on the
      *> player, then most damage dealt.
      *> ============================================================
       RUN-THREAT-REPORT.
           PERFORM LOAD-STRINGS
           OPEN OUTPUT THRRPT-FILE
           IF WS-THR-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-THR-RPT-FILENAME
                   ", status=" WS-THR-RPT-STATUS
               MOVE 8 TO WS-THR-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-THR-LINE
           STRING "=== Threat telemetry: " DELIMITED BY SIZE
               WS-THR-FILENAME DELIMITED BY SPACE
               " -- what hurts the players, map by map ==="
                   DELIMITED BY SIZE
               INTO WS-THR-LINE
           END-STRING
           PERFORM THR-REPORT-LINE

           OPEN INPUT THREAT-FILE
           IF WS-THR-STATUS NOT = "00"
               MOVE SPACES TO WS-THR-LINE
               STRING "No telemetry at " DELIMITED BY SIZE
                   WS-THR-FILENAME DELIMITED BY SPACE
                   " -- every ledger row writes some" DELIMITED BY SIZE
                   INTO WS-THR-LINE
               END-STRING
               PERFORM THR-REPORT-LINE
               IF WS-THR-STATUS = "05"
                   CLOSE THREAT-FILE
               END-IF
               CLOSE THRRPT-FILE
               MOVE 8 TO WS-THR-WORST
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-THR-STATUS NOT = "00"
               READ THREAT-FILE
                   AT END
                       MOVE "10" TO WS-THR-STATUS
                   NOT AT END
                       ADD 1 TO WS-THR-READ
                       PERFORM THR-TAKE-ROW
               END-READ
           END-PERFORM
           CLOSE THREAT-FILE

           PERFORM VARYING WS-THR-M FROM 1 BY 1
               UNTIL WS-THR-M > WS-THR-MAP-COUNT
               PERFORM THR-MAP-BLOCK
           END-PERFORM

           MOVE SPACES TO WS-THR-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-THR-READ DELIMITED BY SIZE
               " rows, " DELIMITED BY SIZE
               WS-THR-MAP-COUNT DELIMITED BY SIZE
               " maps, " DELIMITED BY SIZE
               WS-THR-SKIPPED DELIMITED BY SIZE
               " assisted rows left out, " DELIMITED BY SIZE
               WS-THR-LOST DELIMITED BY SIZE
               " past the table ===" DELIMITED BY SIZE
               INTO WS-THR-LINE
           END-STRING
           PERFORM THR-REPORT-LINE
           CLOSE THRRPT-FILE
           DISPLAY "Threat telemetry written to " WS-THR-RPT-FILENAME
           .

      *> ============================================================
      *> THR-TAKE-ROW: THREAT-RECORD holds the row just read.
      *> ============================================================
       THR-TAKE-ROW.
           IF TH-FLAG NOT = SPACE AND TH-FLAG NOT = LOW-VALUE
               ADD 1 TO WS-THR-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-THR-M FROM 1 BY 1
               UNTIL WS-THR-M > WS-THR-MAP-COUNT
               IF WS-THR-MAP(WS-THR-M) = TH-MAP-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-THR-M > WS-THR-MAP-COUNT
               IF WS-THR-MAP-COUNT >= WS-THR-MAP-MAX
                   ADD 1 TO WS-THR-LOST
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-THR-MAP-COUNT
               MOVE WS-THR-MAP-COUNT TO WS-THR-M
               MOVE TH-MAP-NAME TO WS-THR-MAP(WS-THR-M)
               MOVE 0 TO WS-THR-MAP-RUNS(WS-THR-M)
               MOVE 0 TO WS-THR-MAP-DEATHS(WS-THR-M)
           END-IF
           IF TH-FIRST = 1
               ADD 1 TO WS-THR-MAP-RUNS(WS-THR-M)
               IF TH-RTYPE = "D"
                   ADD 1 TO WS-THR-MAP-DEATHS(WS-THR-M)
               END-IF
           END-IF
      *>   The placeholder row of a quiet level only counts it
           IF TH-SOURCE = 0 AND TH-HITS = 0 AND TH-KILLS = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-THR-A FROM 1 BY 1
               UNTIL WS-THR-A > WS-THR-AGG-COUNT
               IF WS-THR-AGG-MAP(WS-THR-A) = WS-THR-M
                   AND WS-THR-AGG-SRC(WS-THR-A) = TH-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-THR-A > WS-THR-AGG-COUNT
               IF WS-THR-AGG-COUNT >= WS-THR-AGG-MAX
                   ADD 1 TO WS-THR-LOST
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-THR-AGG-COUNT
               MOVE WS-THR-AGG-COUNT TO WS-THR-A
               INITIALIZE WS-THR-AGG(WS-THR-A)
               MOVE WS-THR-M TO WS-THR-AGG-MAP(WS-THR-A)
               MOVE TH-SOURCE TO WS-THR-AGG-SRC(WS-THR-A)
           END-IF
           ADD TH-HITS TO WS-THR-AGG-HITS(WS-THR-A)
           ADD TH-DAMAGE TO WS-THR-AGG-DAMAGE(WS-THR-A)
           ADD TH-PROJ-DMG TO WS-THR-AGG-PROJ(WS-THR-A)
           ADD TH-KILLS TO WS-THR-AGG-KILLS(WS-THR-A)
           ADD TH-LIVES TO WS-THR-AGG-LIVES(WS-THR-A)
           ADD TH-DIED TO WS-THR-AGG-DIED(WS-THR-A)
           ADD TH-INFIGHT TO WS-THR-AGG-INFIGHT(WS-THR-A)
           ADD TH-ALIVE-TICS TO WS-THR-AGG-TICS(WS-THR-A)
           .

      *> ============================================================
      *> THR-MAP-BLOCK: Map WS-THR-M's heading and its sources,
      *> worst first. "death%" is the share of the map's deaths a
      *> source scored, "infight%" the share of a monster type's
      *> deaths dealt by another monster.
      *> ============================================================
       THR-MAP-BLOCK.
           MOVE SPACES TO WS-THR-LINE
           PERFORM THR-REPORT-LINE
           MOVE WS-THR-MAP-RUNS(WS-THR-M) TO WS-THR-RUNS-ED
           MOVE WS-THR-MAP-DEATHS(WS-THR-M) TO WS-THR-KILLS-ED
           STRING WS-THR-MAP(WS-THR-M) DELIMITED BY SPACE
               "  attempts " DELIMITED BY SIZE
               FUNCTION TRIM(WS-THR-RUNS-ED) DELIMITED BY SIZE
               "  deaths " DELIMITED BY SIZE
               FUNCTION TRIM(WS-THR-KILLS-ED) DELIMITED BY SIZE
               INTO WS-THR-LINE
           END-STRING
           PERFORM THR-REPORT-LINE
           MOVE SPACES TO WS-THR-LINE
           MOVE "source" TO WS-THR-LINE(3:6)
           MOVE "hits" TO WS-THR-LINE(23:4)
           MOVE "damage" TO WS-THR-LINE(30:6)
           MOVE "proj%" TO WS-THR-LINE(37:5)
           MOVE "kills" TO WS-THR-LINE(43:5)
           MOVE "death%" TO WS-THR-LINE(49:6)
           MOVE "lives" TO WS-THR-LINE(57:5)
           MOVE "avg-alive" TO WS-THR-LINE(63:9)
           MOVE "infight%" TO WS-THR-LINE(73:8)
           PERFORM THR-REPORT-LINE

           MOVE 1 TO WS-THR-BEST
           PERFORM UNTIL WS-THR-BEST = 0
               MOVE 0 TO WS-THR-BEST
               PERFORM VARYING WS-THR-A FROM 1 BY 1
                   UNTIL WS-THR-A > WS-THR-AGG-COUNT
                   IF WS-THR-AGG-MAP(WS-THR-A) = WS-THR-M
                       AND WS-THR-AGG-DONE(WS-THR-A) = 0
                       IF WS-THR-BEST = 0
                           MOVE WS-THR-A TO WS-THR-BEST
                       ELSE
                           IF WS-THR-AGG-KILLS(WS-THR-A)
                               > WS-THR-AGG-KILLS(WS-THR-BEST)
                               OR (WS-THR-AGG-KILLS(WS-THR-A)
                               = WS-THR-AGG-KILLS(WS-THR-BEST)
                               AND WS-THR-AGG-DAMAGE(WS-THR-A)
                               > WS-THR-AGG-DAMAGE(WS-THR-BEST))
                               MOVE WS-THR-A TO WS-THR-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-THR-BEST > 0
                   MOVE 1 TO WS-THR-AGG-DONE(WS-THR-BEST)
                   PERFORM THR-SOURCE-LINE
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> THR-SOURCE-LINE: One source row, WS-THR-AGG(WS-THR-BEST).
      *> The life columns stay blank for sources that aren't
      *> monsters.
      *> ============================================================
       THR-SOURCE-LINE.
           MOVE SPACES TO WS-THR-LINE
           MOVE WS-THR-AGG-SRC(WS-THR-BEST) TO WS-DL-SRC-W
           PERFORM DL-SOURCE-NAME
           MOVE WS-DL-NAME TO WS-THR-LINE(3:16)

           MOVE WS-THR-AGG-HITS(WS-THR-BEST) TO WS-THR-HITS-ED
           MOVE WS-THR-HITS-ED TO WS-THR-LINE(20:7)
           MOVE WS-THR-AGG-DAMAGE(WS-THR-BEST) TO WS-THR-DMG-ED
           MOVE WS-THR-DMG-ED TO WS-THR-LINE(28:8)
           IF WS-THR-AGG-DAMAGE(WS-THR-BEST) > 0
               COMPUTE WS-THR-PCT ROUNDED =
                   WS-THR-AGG-PROJ(WS-THR-BEST) * 100
                   / WS-THR-AGG-DAMAGE(WS-THR-BEST)
               MOVE WS-THR-PCT TO WS-THR-PCT-ED
               MOVE WS-THR-PCT-ED TO WS-THR-LINE(38:3)
           END-IF
           MOVE WS-THR-AGG-KILLS(WS-THR-BEST) TO WS-THR-KILLS-ED
           MOVE WS-THR-KILLS-ED TO WS-THR-LINE(43:5)
           IF WS-THR-MAP-DEATHS(WS-THR-M) > 0
               COMPUTE WS-THR-PCT ROUNDED =
                   WS-THR-AGG-KILLS(WS-THR-BEST) * 100
                   / WS-THR-MAP-DEATHS(WS-THR-M)
               MOVE WS-THR-PCT TO WS-THR-PCT-ED
               MOVE WS-THR-PCT-ED TO WS-THR-LINE(51:3)
           END-IF

           IF WS-THR-AGG-LIVES(WS-THR-BEST) > 0
               MOVE WS-THR-AGG-LIVES(WS-THR-BEST) TO WS-THR-LIVES-ED
               MOVE WS-THR-LIVES-ED TO WS-THR-LINE(56:6)
               COMPUTE WS-THR-SECS ROUNDED =
                   WS-THR-AGG-TICS(WS-THR-BEST) * WS-TIC-MS
                   / 1000 / WS-THR-AGG-LIVES(WS-THR-BEST)
               MOVE WS-THR-SECS TO WS-THR-SECS-ED
               MOVE WS-THR-SECS-ED TO WS-THR-LINE(63:7)
               MOVE "s" TO WS-THR-LINE(70:1)
               IF WS-THR-AGG-DIED(WS-THR-BEST) > 0
                   COMPUTE WS-THR-PCT ROUNDED =
                       WS-THR-AGG-INFIGHT(WS-THR-BEST) * 100
                       / WS-THR-AGG-DIED(WS-THR-BEST)
                   MOVE WS-THR-PCT TO WS-THR-PCT-ED
                   MOVE WS-THR-PCT-ED TO WS-THR-LINE(77:3)
               END-IF
           END-IF
           PERFORM THR-REPORT-LINE
           .

       THR-REPORT-LINE.
           MOVE WS-THR-LINE TO THRRPT-RECORD
           WRITE THRRPT-RECORD
           DISPLAY WS-THR-LINE
           .
