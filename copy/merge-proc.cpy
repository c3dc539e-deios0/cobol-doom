      *> ============================================================
      *> merge-proc.cpy -- Multi-bench ledger merge
      *> RUN-LEDGER-MERGE: DOOM_MERGE=1 startup path -- merge the
      *>   benches' ledgers and weapon stats named in merge.cfg,
      *>   then report the control totals and combined best times.
      *>   WS-MG-WORST is the exit code.
      *>
      *> merge.cfg lines (80 columns):
      *>   <bench ID, 8 cols> <ledger file, 32 cols>
      *>   <weapon-stats file, 32 cols>
      *> either file may be left blank. Lines starting * are
      *> comments.
      *> Each ledger is read through the maintenance run's layout
      *> reader (LM-SCAN-LEDGER), so a bench still holding rows in
      *> an older layout merges in the current one; a ledger with
      *> a row that fits no layout is left out whole.
      *> ============================================================

       RUN-LEDGER-MERGE.
           MOVE SPACES TO WS-MG-CFG-ENV
           ACCEPT WS-MG-CFG-ENV FROM ENVIRONMENT "DOOM_MERGE_CFG"
           IF WS-MG-CFG-ENV NOT = SPACES
               MOVE WS-MG-CFG-ENV TO WS-MG-CFG-FILENAME
           END-IF
           PERFORM MG-LOAD-CFG
           IF WS-MG-SRC-COUNT = 0
               DISPLAY "ERROR: no benches to merge in "
                   WS-MG-CFG-FILENAME
               MOVE 8 TO WS-MG-WORST
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MGRPT-FILE
           IF WS-MG-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-MG-RPT-FILENAME
                   ", status=" WS-MG-RPT-STATUS
               MOVE 8 TO WS-MG-WORST
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MG-LINE
           MOVE WS-MG-SRC-COUNT TO WS-MG-NUM-ED
           STRING "=== Ledger merge: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MG-NUM-ED) DELIMITED BY SIZE
               " benches from " DELIMITED BY SIZE
               WS-MG-CFG-FILENAME DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO WS-MG-LINE
           END-STRING
           PERFORM MG-REPORT-LINE

      *>   The merge borrows the ledger and weapon-stats file slots
      *>   for each bench's files in turn
           MOVE WS-LG-FILENAME TO WS-MG-SAVE-LG
           MOVE WS-WPS-FILENAME TO WS-MG-SAVE-WPS

           MOVE 0 TO WS-MG-LG-WRITTEN
           MOVE 0 TO WS-MG-BT-COUNT
           SORT MGSORT-FILE
               ON ASCENDING KEY MS-DATE MS-ROW MS-SRC
               INPUT PROCEDURE IS MG-LEDGER-IN
               OUTPUT PROCEDURE IS MG-LEDGER-OUT

           MOVE 0 TO WS-MG-WP-WRITTEN
           SORT MGWSORT-FILE
               ON ASCENDING KEY MW-DATE MW-ROW MW-SRC
               INPUT PROCEDURE IS MG-WP-IN
               OUTPUT PROCEDURE IS MG-WP-OUT

           MOVE WS-MG-SAVE-LG TO WS-LG-FILENAME
           MOVE WS-MG-SAVE-WPS TO WS-WPS-FILENAME

           PERFORM MG-REPORT-TOTALS
           PERFORM MG-REPORT-BEST
           CLOSE MGRPT-FILE
           DISPLAY "Merge report written to " WS-MG-RPT-FILENAME
           .

      *> ============================================================
      *> MG-LOAD-CFG: The bench list. A bench line with no ID, or
      *> past the sixteenth bench, is warned about and skipped.
      *> ============================================================
       MG-LOAD-CFG.
           MOVE 0 TO WS-MG-SRC-COUNT
           MOVE 0 TO WS-MG-LINE-NO
           OPEN INPUT MGCTL-FILE
           IF WS-MG-CFG-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read " WS-MG-CFG-FILENAME
                   ", status=" WS-MG-CFG-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MG-CFG-STATUS NOT = "00"
               READ MGCTL-FILE
                   AT END
                       MOVE "10" TO WS-MG-CFG-STATUS
                   NOT AT END
                       ADD 1 TO WS-MG-LINE-NO
                       PERFORM MG-CFG-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE MGCTL-FILE
           .

       MG-CFG-ONE-LINE.
           IF MGCTL-RECORD = SPACES OR MGCTL-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF MG-BENCH = SPACES OR WS-MG-SRC-COUNT >= 16
               DISPLAY "WARN: " FUNCTION TRIM(WS-MG-CFG-FILENAME)
                   " line " WS-MG-LINE-NO " skipped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MG-SRC-COUNT
           INITIALIZE WS-MG-SRC(WS-MG-SRC-COUNT)
           MOVE MG-BENCH TO WS-MG-BENCH(WS-MG-SRC-COUNT)
           MOVE MG-LEDGER TO WS-MG-LEDGER(WS-MG-SRC-COUNT)
           MOVE MG-WPSTATS TO WS-MG-WPSTATS(WS-MG-SRC-COUNT)
           .

      *> ============================================================
      *> MG-LEDGER-IN: Release every bench's ledger rows to the
      *> sort, converted to the current layout.
      *> ============================================================
       MG-LEDGER-IN.
           PERFORM VARYING WS-MG-S FROM 1 BY 1
               UNTIL WS-MG-S > WS-MG-SRC-COUNT
               PERFORM MG-READ-ONE-LEDGER
           END-PERFORM
           .

      *> ============================================================
      *> MG-READ-ONE-LEDGER: Bench WS-MG-S's ledger. Like the
      *> maintenance run, a first pass proves every row fits a
      *> layout before the second releases any -- a bench is in
      *> whole or not at all, so its totals always mean something.
      *> ============================================================
       MG-READ-ONE-LEDGER.
           IF WS-MG-LEDGER(WS-MG-S) = SPACES
               MOVE 1 TO WS-MG-LG-STATE(WS-MG-S)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MG-LEDGER(WS-MG-S) TO WS-LM-LIVE-FILENAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LM-LIVE-FILENAME
               WS-LM-DETAILS
           IF RETURN-CODE NOT = 0
               DISPLAY "WARN: bench " WS-MG-BENCH(WS-MG-S)
                   " has no ledger at " WS-LM-LIVE-FILENAME
               MOVE 1 TO WS-MG-LG-STATE(WS-MG-S)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LM-WORST
           MOVE 0 TO WS-LM-READ
           MOVE 1 TO WS-LM-PASS
           PERFORM LM-SCAN-LEDGER
           IF WS-LM-WORST > 0
               DISPLAY "ERROR: bench " WS-MG-BENCH(WS-MG-S)
                   " ledger " FUNCTION TRIM(WS-LM-LIVE-FILENAME)
                   " left out of the merge"
               MOVE 2 TO WS-MG-LG-STATE(WS-MG-S)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LM-READ
           MOVE 3 TO WS-LM-PASS
           PERFORM LM-SCAN-LEDGER
           .

      *> ============================================================
      *> MG-TAKE-LEDGER-ROW: Pass 3 of LM-SCAN-LEDGER -- the row at
      *> the front of WS-LM-WIN goes to the sort.
      *> ============================================================
       MG-TAKE-LEDGER-ROW.
           PERFORM LM-CONVERT-ROW
           ADD 1 TO WS-MG-LG-READ(WS-MG-S)
           MOVE LG-DATE TO MS-DATE
           MOVE LEDGER-RECORD TO MS-ROW
           MOVE WS-MG-S TO MS-SRC
           RELEASE MGSORT-RECORD
           .

      *> ============================================================
      *> MG-LEDGER-OUT: Write the sorted rows. A row identical to
      *> the one just written -- same bytes, whichever bench it
      *> came from -- is a duplicate, charged to its own bench.
      *> ============================================================
       MG-LEDGER-OUT.
           OPEN OUTPUT MERGED-FILE
           IF WS-MG-OUT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-MG-OUT-FILENAME
                   ", status=" WS-MG-OUT-STATUS
               MOVE 8 TO WS-MG-WORST
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WS-MG-PREV-ROW
           MOVE 0 TO WS-MG-EOF
           PERFORM UNTIL WS-MG-EOF = 1
               RETURN MGSORT-FILE
                   AT END
                       MOVE 1 TO WS-MG-EOF
                   NOT AT END
                       PERFORM MG-PUT-LEDGER-ROW
               END-RETURN
           END-PERFORM
           CLOSE MERGED-FILE
           .

       MG-PUT-LEDGER-ROW.
           IF MS-ROW = WS-MG-PREV-ROW
               ADD 1 TO WS-MG-LG-DUPS(MS-SRC)
               EXIT PARAGRAPH
           END-IF
           MOVE MS-ROW TO WS-MG-PREV-ROW
           MOVE MS-ROW TO MO-ROW
           MOVE WS-MG-BENCH(MS-SRC) TO MO-BENCH
           WRITE MERGED-RECORD
           ADD 1 TO WS-MG-LG-TAKEN(MS-SRC)
           ADD 1 TO WS-MG-LG-WRITTEN

      *>   Assisted and adapted completions go in, but set no best
           MOVE MS-ROW TO LEDGER-RECORD
           IF LG-RTYPE = "C"
               AND (LG-FLAG = SPACE OR LG-FLAG = LOW-VALUE)
               AND (LG-ADAPT = SPACES OR LG-ADAPT = LOW-VALUES)
               PERFORM MG-NOTE-BEST
           END-IF
           .

      *> ============================================================
      *> MG-NOTE-BEST: A completion -- the new best for its map and
      *> skill if none is faster. A horde row from a wave set is
      *> keyed by the set's name, the way RM-ROW-MAP keys it, so
      *> no set's best stands against another's. The table is kept
      *> in map and skill order, a new pair slotted in where it
      *> sorts.
      *> ============================================================
       MG-NOTE-BEST.
           IF LG-MAP-NAME = "HORDE" AND LG-WAVESET NOT = SPACES
               MOVE LG-WAVESET TO WS-MG-BT-KEY
           ELSE
               MOVE LG-MAP-NAME TO WS-MG-BT-KEY
           END-IF
           MOVE 0 TO WS-MG-FOUND
           PERFORM VARYING WS-MG-I FROM 1 BY 1
               UNTIL WS-MG-I > WS-MG-BT-COUNT OR WS-MG-FOUND > 0
               IF WS-MG-BT-MAP(WS-MG-I) = WS-MG-BT-KEY
                   AND WS-MG-BT-SKILL(WS-MG-I) = LG-SKILL
                   MOVE WS-MG-I TO WS-MG-FOUND
               END-IF
           END-PERFORM

           IF WS-MG-FOUND = 0
               IF WS-MG-BT-COUNT >= 200
                   MOVE 1 TO WS-MG-BT-FULL
                   EXIT PARAGRAPH
               END-IF
      *>       Find the slot, then open it up
               MOVE 1 TO WS-MG-FOUND
               PERFORM UNTIL WS-MG-FOUND > WS-MG-BT-COUNT
                   OR WS-MG-BT-MAP(WS-MG-FOUND) > WS-MG-BT-KEY
                   OR (WS-MG-BT-MAP(WS-MG-FOUND) = WS-MG-BT-KEY
                       AND WS-MG-BT-SKILL(WS-MG-FOUND) > LG-SKILL)
                   ADD 1 TO WS-MG-FOUND
               END-PERFORM
               PERFORM VARYING WS-MG-I FROM WS-MG-BT-COUNT BY -1
                   UNTIL WS-MG-I < WS-MG-FOUND
                   MOVE WS-MG-BT(WS-MG-I) TO WS-MG-BT(WS-MG-I + 1)
               END-PERFORM
               ADD 1 TO WS-MG-BT-COUNT
               MOVE WS-MG-BT-KEY TO WS-MG-BT-MAP(WS-MG-FOUND)
               MOVE LG-SKILL TO WS-MG-BT-SKILL(WS-MG-FOUND)
               MOVE 99999 TO WS-MG-BT-TIME(WS-MG-FOUND)
           END-IF

           IF LG-TIME < WS-MG-BT-TIME(WS-MG-FOUND)
               MOVE LG-TIME TO WS-MG-BT-TIME(WS-MG-FOUND)
               MOVE LG-PLAYER TO WS-MG-BT-PLAYER(WS-MG-FOUND)
               IF LG-PLAYER = SPACES
                   MOVE WS-PLR-GUEST TO WS-MG-BT-PLAYER(WS-MG-FOUND)
               END-IF
               MOVE WS-MG-BENCH(MS-SRC) TO WS-MG-BT-BENCH(WS-MG-FOUND)
               MOVE LG-DATE TO WS-MG-BT-DATE(WS-MG-FOUND)
           END-IF
           .

      *> ============================================================
      *> MG-WP-IN: Release every bench's weapon-stats rows to the
      *> sort.
      *> ============================================================
       MG-WP-IN.
           PERFORM VARYING WS-MG-S FROM 1 BY 1
               UNTIL WS-MG-S > WS-MG-SRC-COUNT
               PERFORM MG-READ-ONE-WP
           END-PERFORM
           .

       MG-READ-ONE-WP.
           IF WS-MG-WPSTATS(WS-MG-S) = SPACES
               MOVE 1 TO WS-MG-WP-STATE(WS-MG-S)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MG-WPSTATS(WS-MG-S) TO WS-WPS-FILENAME
           OPEN INPUT WPSTATS-FILE
      *>   05 = the optional file isn't there; it still takes its
      *>   CLOSE
           IF WS-WPS-STATUS = "05"
               DISPLAY "WARN: bench " WS-MG-BENCH(WS-MG-S)
                   " has no weapon stats at " WS-WPS-FILENAME
               MOVE 1 TO WS-MG-WP-STATE(WS-MG-S)
               CLOSE WPSTATS-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-WPS-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read " WS-WPS-FILENAME
                   ", status=" WS-WPS-STATUS
               MOVE 2 TO WS-MG-WP-STATE(WS-MG-S)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WPS-STATUS NOT = "00"
               READ WPSTATS-FILE
                   AT END
                       MOVE "10" TO WS-WPS-STATUS
                   NOT AT END
                       ADD 1 TO WS-MG-WP-READ(WS-MG-S)
                       IF WP-DATE IS NUMERIC
                           MOVE WP-DATE TO MW-DATE
                       ELSE
                           MOVE 0 TO MW-DATE
                       END-IF
                       MOVE WPSTATS-RECORD TO MW-ROW
                       MOVE WS-MG-S TO MW-SRC
                       RELEASE MGWSORT-RECORD
               END-READ
           END-PERFORM
           CLOSE WPSTATS-FILE
           .

       MG-WP-OUT.
           OPEN OUTPUT MERGEDWP-FILE
           IF WS-MG-WP-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-MG-WP-FILENAME
                   ", status=" WS-MG-WP-STATUS
               MOVE 8 TO WS-MG-WORST
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO WS-MG-PREV-WP
           MOVE 0 TO WS-MG-EOF
           PERFORM UNTIL WS-MG-EOF = 1
               RETURN MGWSORT-FILE
                   AT END
                       MOVE 1 TO WS-MG-EOF
                   NOT AT END
                       IF MW-ROW = WS-MG-PREV-WP
                           ADD 1 TO WS-MG-WP-DUPS(MW-SRC)
                       ELSE
                           MOVE MW-ROW TO WS-MG-PREV-WP
                           MOVE MW-ROW TO MX-ROW
                           MOVE WS-MG-BENCH(MW-SRC) TO MX-BENCH
                           WRITE MERGEDWP-RECORD
                           ADD 1 TO WS-MG-WP-TAKEN(MW-SRC)
                           ADD 1 TO WS-MG-WP-WRITTEN
                       END-IF
               END-RETURN
           END-PERFORM
           CLOSE MERGEDWP-FILE
           .

      *> ============================================================
      *> MG-REPORT-TOTALS: One line per bench and file kind, then
      *> the overall figures. Each bench must balance (read =
      *> taken + duplicates) and the benches' taken rows must add
      *> up to the rows written.
      *> ============================================================
       MG-REPORT-TOTALS.
           MOVE 0 TO WS-MG-TOT-LG-READ
           MOVE 0 TO WS-MG-TOT-LG-TAKEN
           MOVE 0 TO WS-MG-TOT-LG-DUPS
           MOVE 0 TO WS-MG-TOT-WP-READ
           MOVE 0 TO WS-MG-TOT-WP-TAKEN
           MOVE 0 TO WS-MG-TOT-WP-DUPS

           MOVE SPACES TO WS-MG-LINE
           PERFORM MG-REPORT-LINE
           MOVE "--- Control totals by bench ---" TO WS-MG-LINE
           PERFORM MG-REPORT-LINE
           MOVE "BENCH    FILE       READ    TAKEN     DUPS  STATE"
               TO WS-MG-LINE
           PERFORM MG-REPORT-LINE
           PERFORM VARYING WS-MG-S FROM 1 BY 1
               UNTIL WS-MG-S > WS-MG-SRC-COUNT
               PERFORM MG-REPORT-ONE-BENCH
           END-PERFORM

           MOVE SPACES TO WS-MG-LINE
           PERFORM MG-REPORT-LINE
           MOVE WS-MG-TOT-LG-READ TO WS-MG-NUM-ED
           MOVE WS-MG-TOT-LG-TAKEN TO WS-MG-NUM2-ED
           MOVE WS-MG-TOT-LG-DUPS TO WS-MG-NUM3-ED
           MOVE SPACES TO WS-MG-LINE
           STRING "ALL      LEDGER  " DELIMITED BY SIZE
               WS-MG-NUM-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-NUM2-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-NUM3-ED DELIMITED BY SIZE
               INTO WS-MG-LINE
           END-STRING
           PERFORM MG-REPORT-LINE
           MOVE WS-MG-TOT-WP-READ TO WS-MG-NUM-ED
           MOVE WS-MG-TOT-WP-TAKEN TO WS-MG-NUM2-ED
           MOVE WS-MG-TOT-WP-DUPS TO WS-MG-NUM3-ED
           MOVE SPACES TO WS-MG-LINE
           STRING "ALL      WPSTATS " DELIMITED BY SIZE
               WS-MG-NUM-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-NUM2-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-NUM3-ED DELIMITED BY SIZE
               INTO WS-MG-LINE
           END-STRING
           PERFORM MG-REPORT-LINE

           MOVE WS-MG-LG-WRITTEN TO WS-MG-NUM-ED
           MOVE WS-MG-WP-WRITTEN TO WS-MG-NUM2-ED
           MOVE SPACES TO WS-MG-LINE
           STRING "Written: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MG-NUM-ED) DELIMITED BY SIZE
               " ledger rows to " DELIMITED BY SIZE
               WS-MG-OUT-FILENAME DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MG-NUM2-ED) DELIMITED BY SIZE
               " weapon rows to " DELIMITED BY SIZE
               WS-MG-WP-FILENAME DELIMITED BY SPACE
               INTO WS-MG-LINE
           END-STRING
           PERFORM MG-REPORT-LINE

           IF WS-MG-TOT-LG-TAKEN = WS-MG-LG-WRITTEN
               AND WS-MG-TOT-WP-TAKEN = WS-MG-WP-WRITTEN
               AND WS-MG-TOT-LG-READ
                   = WS-MG-TOT-LG-TAKEN + WS-MG-TOT-LG-DUPS
               AND WS-MG-TOT-WP-READ
                   = WS-MG-TOT-WP-TAKEN + WS-MG-TOT-WP-DUPS
               MOVE "Read = taken + duplicates: in balance"
                   TO WS-MG-LINE
           ELSE
               MOVE "ERROR: read, taken and written -- OUT OF BALANCE"
                   TO WS-MG-LINE
               MOVE 8 TO WS-MG-SEV
               PERFORM MG-NOTE-SEV
           END-IF
           PERFORM MG-REPORT-LINE
           .

      *> ============================================================
      *> MG-REPORT-ONE-BENCH: Bench WS-MG-S's ledger line and
      *> weapon-stats line, into the overall totals.
      *> ============================================================
       MG-REPORT-ONE-BENCH.
           ADD WS-MG-LG-READ(WS-MG-S) TO WS-MG-TOT-LG-READ
           ADD WS-MG-LG-TAKEN(WS-MG-S) TO WS-MG-TOT-LG-TAKEN
           ADD WS-MG-LG-DUPS(WS-MG-S) TO WS-MG-TOT-LG-DUPS
           ADD WS-MG-WP-READ(WS-MG-S) TO WS-MG-TOT-WP-READ
           ADD WS-MG-WP-TAKEN(WS-MG-S) TO WS-MG-TOT-WP-TAKEN
           ADD WS-MG-WP-DUPS(WS-MG-S) TO WS-MG-TOT-WP-DUPS

           MOVE WS-MG-LG-STATE(WS-MG-S) TO WS-MG-SEV
           PERFORM MG-STATE-TEXT
           IF WS-MG-LG-READ(WS-MG-S) NOT =
               WS-MG-LG-TAKEN(WS-MG-S) + WS-MG-LG-DUPS(WS-MG-S)
               MOVE "UNBALANCED" TO WS-MG-STATE-TXT
               MOVE 8 TO WS-MG-SEV
               PERFORM MG-NOTE-SEV
           END-IF
           MOVE WS-MG-LG-READ(WS-MG-S) TO WS-MG-NUM-ED
           MOVE WS-MG-LG-TAKEN(WS-MG-S) TO WS-MG-NUM2-ED
           MOVE WS-MG-LG-DUPS(WS-MG-S) TO WS-MG-NUM3-ED
           MOVE SPACES TO WS-MG-LINE
           STRING WS-MG-BENCH(WS-MG-S) DELIMITED BY SIZE
               " LEDGER  " DELIMITED BY SIZE
               WS-MG-NUM-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-NUM2-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-NUM3-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-STATE-TXT DELIMITED BY SIZE
               INTO WS-MG-LINE
           END-STRING
           PERFORM MG-REPORT-LINE

           MOVE WS-MG-WP-STATE(WS-MG-S) TO WS-MG-SEV
           PERFORM MG-STATE-TEXT
           IF WS-MG-WP-READ(WS-MG-S) NOT =
               WS-MG-WP-TAKEN(WS-MG-S) + WS-MG-WP-DUPS(WS-MG-S)
               MOVE "UNBALANCED" TO WS-MG-STATE-TXT
               MOVE 8 TO WS-MG-SEV
               PERFORM MG-NOTE-SEV
           END-IF
           MOVE WS-MG-WP-READ(WS-MG-S) TO WS-MG-NUM-ED
           MOVE WS-MG-WP-TAKEN(WS-MG-S) TO WS-MG-NUM2-ED
           MOVE WS-MG-WP-DUPS(WS-MG-S) TO WS-MG-NUM3-ED
           MOVE SPACES TO WS-MG-LINE
           STRING WS-MG-BENCH(WS-MG-S) DELIMITED BY SIZE
               " WPSTATS " DELIMITED BY SIZE
               WS-MG-NUM-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-NUM2-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-NUM3-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MG-STATE-TXT DELIMITED BY SIZE
               INTO WS-MG-LINE
           END-STRING
           PERFORM MG-REPORT-LINE
           .

      *> ============================================================
      *> MG-STATE-TEXT: WS-MG-SEV holds a file state (0 read, 1
      *> missing, 2 unreadable) -- name it, and turn it into the
      *> severity it costs the run.
      *> ============================================================
       MG-STATE-TEXT.
           EVALUATE WS-MG-SEV
               WHEN 0
                   MOVE "OK" TO WS-MG-STATE-TXT
               WHEN 1
                   MOVE "MISSING" TO WS-MG-STATE-TXT
                   MOVE 4 TO WS-MG-SEV
               WHEN OTHER
                   MOVE "UNREADABLE" TO WS-MG-STATE-TXT
                   MOVE 8 TO WS-MG-SEV
           END-EVALUATE
           PERFORM MG-NOTE-SEV
           .

       MG-NOTE-SEV.
           IF WS-MG-SEV > WS-MG-WORST
               MOVE WS-MG-SEV TO WS-MG-WORST
           END-IF
           .

      *> ============================================================
      *> MG-REPORT-BEST: The combined best time per map and skill,
      *> with who set it, where and when. A wave set's horde bests
      *> are listed under the set's name.
      *> ============================================================
       MG-REPORT-BEST.
           MOVE SPACES TO WS-MG-LINE
           PERFORM MG-REPORT-LINE
           MOVE "--- Combined best times ---" TO WS-MG-LINE
           PERFORM MG-REPORT-LINE
           IF WS-MG-BT-COUNT = 0
               MOVE "    No completions." TO WS-MG-LINE
               PERFORM MG-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "MAP      SKILL  TIME  PLAYER    BENCH     DATE"
               TO WS-MG-LINE
           PERFORM MG-REPORT-LINE
           PERFORM VARYING WS-MG-I FROM 1 BY 1
               UNTIL WS-MG-I > WS-MG-BT-COUNT
               MOVE WS-MG-BT-TIME(WS-MG-I) TO WS-MG-TIME-ED
               MOVE SPACES TO WS-MG-LINE
               STRING WS-MG-BT-MAP(WS-MG-I) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-MG-BT-SKILL(WS-MG-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MG-TIME-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MG-BT-PLAYER(WS-MG-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MG-BT-BENCH(WS-MG-I) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MG-BT-DATE(WS-MG-I) DELIMITED BY SIZE
                   INTO WS-MG-LINE
               END-STRING
               PERFORM MG-REPORT-LINE
           END-PERFORM
           IF WS-MG-BT-FULL = 1
               MOVE "WARN: more than 200 map/skill pairs -- the rest"
                   TO WS-MG-LINE
               PERFORM MG-REPORT-LINE
               MOVE "      are in the merged ledger, not listed here"
                   TO WS-MG-LINE
               PERFORM MG-REPORT-LINE
           END-IF
           .

       MG-REPORT-LINE.
           MOVE WS-MG-LINE TO MGRPT-RECORD
           WRITE MGRPT-RECORD
           DISPLAY WS-MG-LINE
           .
