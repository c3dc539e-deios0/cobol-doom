      *> ============================================================
      *> extract-proc.cpy -- Spreadsheet extracts
      *> RUN-EXTRACT: DOOM_EXTRACT=1 startup path -- the ledger,
      *>   weapon stats and careers as comma-delimited files, with
      *>   a control-total line per file on the console.
      *>   WS-XT-WORST is the exit code.
      *> The ledger is read through the maintenance run's layout
      *> reader (LM-SCAN-LEDGER), so rows still in an older layout
      *> come out in the current columns; a ledger with a row that
      *> fits no layout is refused whole.
      *> ============================================================

       RUN-EXTRACT.
           PERFORM XT-LOAD-FILTERS
           IF WS-XT-WORST > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM XT-LOAD-ROSTER
           PERFORM XT-EXTRACT-LEDGER
           PERFORM XT-EXTRACT-WPSTATS
           PERFORM XT-EXTRACT-PROFILE
           DISPLAY "Extract finished, return code " WS-XT-WORST
           .

      *> ============================================================
      *> XT-LOAD-FILTERS: The date range and map. A date that is
      *> not eight digits, or a range that ends before it starts,
      *> stops the run before anything is written.
      *> ============================================================
       XT-LOAD-FILTERS.
           MOVE SPACES TO WS-XT-DATE-ENV
           ACCEPT WS-XT-DATE-ENV FROM ENVIRONMENT "DOOM_EXTRACT_FROM"
           IF WS-XT-DATE-ENV NOT = SPACES
               IF WS-XT-DATE-ENV(1:8) IS NUMERIC
                   AND WS-XT-DATE-ENV(9:2) = SPACES
                   MOVE WS-XT-DATE-ENV(1:8) TO WS-XT-FROM
               ELSE
                   DISPLAY "ERROR: DOOM_EXTRACT_FROM must be YYYYMMDD"
                   MOVE 8 TO WS-XT-WORST
               END-IF
           END-IF
           MOVE SPACES TO WS-XT-DATE-ENV
           ACCEPT WS-XT-DATE-ENV FROM ENVIRONMENT "DOOM_EXTRACT_TO"
           IF WS-XT-DATE-ENV NOT = SPACES
               IF WS-XT-DATE-ENV(1:8) IS NUMERIC
                   AND WS-XT-DATE-ENV(9:2) = SPACES
                   MOVE WS-XT-DATE-ENV(1:8) TO WS-XT-TO
               ELSE
                   DISPLAY "ERROR: DOOM_EXTRACT_TO must be YYYYMMDD"
                   MOVE 8 TO WS-XT-WORST
               END-IF
           END-IF
           IF WS-XT-WORST = 0 AND WS-XT-FROM > WS-XT-TO
               DISPLAY "ERROR: DOOM_EXTRACT_FROM is after "
                   "DOOM_EXTRACT_TO"
               MOVE 8 TO WS-XT-WORST
           END-IF
           MOVE SPACES TO WS-XT-MAP-ENV
           ACCEPT WS-XT-MAP-ENV FROM ENVIRONMENT "DOOM_EXTRACT_MAP"
           MOVE FUNCTION UPPER-CASE(WS-XT-MAP-ENV) TO WS-XT-MAP
           DISPLAY "Extract: dates " WS-XT-FROM " to " WS-XT-TO
               ", map " WS-XT-MAP
           .

      *> ============================================================
      *> XT-LOAD-ROSTER: The player master, for the careers' display
      *> names. Unlike sign-in this never registers anybody.
      *> ============================================================
       XT-LOAD-ROSTER.
           MOVE 0 TO WS-PLR-COUNT
           OPEN INPUT PLAYER-FILE
      *>   05 = the optional file isn't there; it still counts as
      *>   open, so it still gets its CLOSE
           IF WS-PLR-STATUS = "00" OR WS-PLR-STATUS = "05"
               PERFORM UNTIL WS-PLR-STATUS NOT = "00"
                   OR WS-PLR-COUNT >= WS-PLR-MAX
                   READ PLAYER-FILE
                       AT END
                           MOVE "10" TO WS-PLR-STATUS
                       NOT AT END
                           IF PL-ID NOT = SPACES
                               ADD 1 TO WS-PLR-COUNT
                               MOVE PL-ID
                                   TO WS-PLR-TAB-ID(WS-PLR-COUNT)
                               MOVE PL-NAME
                                   TO WS-PLR-TAB-NAME(WS-PLR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAYER-FILE
           END-IF
           .

      *> ============================================================
      *> XT-EXTRACT-LEDGER: results.csv. Pass 1 of the layout reader
      *> proves every row fits before pass 4 writes any.
      *> ============================================================
       XT-EXTRACT-LEDGER.
           MOVE WS-XT-LG-FILENAME TO WS-XT-PATH
           PERFORM XT-OPEN-FILE
           IF WS-XT-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XT-LINE
           MOVE 1 TO WS-XT-PTR
           STRING "date,player,map,skill,run_type,time_secs,"
               DELIMITED BY SIZE
               "kills,kill_total,items,item_total,secrets,"
               DELIMITED BY SIZE
               "secret_total,score,wave,wave_set,killed_by,"
               DELIMITED BY SIZE
               "assisted_by,adaptive_step,aim_assist"
               DELIMITED BY SIZE
               INTO WS-XT-LINE
               WITH POINTER WS-XT-PTR
           END-STRING
           PERFORM XT-END-LINE

           MOVE 0 TO WS-XT-READ
           MOVE 0 TO WS-XT-WRITTEN
           MOVE 0 TO WS-XT-SKIPPED
           MOVE WS-LG-FILENAME TO WS-LM-LIVE-FILENAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LM-LIVE-FILENAME
               WS-LM-DETAILS
           IF RETURN-CODE NOT = 0
               DISPLAY "WARN: no ledger at " WS-LM-LIVE-FILENAME
               PERFORM XT-NOTE-MISSING
           ELSE
               MOVE 0 TO WS-LM-WORST
               MOVE 0 TO WS-LM-READ
               MOVE 1 TO WS-LM-PASS
               PERFORM LM-SCAN-LEDGER
               IF WS-LM-WORST > 0
                   DISPLAY "ERROR: ledger "
                       FUNCTION TRIM(WS-LM-LIVE-FILENAME)
                       " not extracted"
                   MOVE 8 TO WS-XT-WORST
               ELSE
                   MOVE 0 TO WS-LM-READ
                   MOVE 4 TO WS-LM-PASS
                   PERFORM LM-SCAN-LEDGER
               END-IF
           END-IF
           PERFORM XT-CLOSE-FILE
           .

      *> ============================================================
      *> XT-TAKE-LEDGER-ROW: Pass 4 of LM-SCAN-LEDGER -- the row at
      *> the front of WS-LM-WIN, in the current layout, to
      *> results.csv unless the filters leave it out.
      *> ============================================================
       XT-TAKE-LEDGER-ROW.
           PERFORM LM-CONVERT-ROW
           ADD 1 TO WS-XT-READ
           MOVE LG-MAP-NAME TO WS-XT-ROW-MAP
           MOVE LG-DATE TO WS-XT-DATE
           PERFORM XT-CHECK-FILTERS
           IF WS-XT-KEEP = 0
               ADD 1 TO WS-XT-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM XT-START-LINE
           PERFORM XT-PUT-DATE
           IF LG-PLAYER = SPACES
               MOVE WS-PLR-GUEST TO WS-XT-FLD
           ELSE
               MOVE LG-PLAYER TO WS-XT-FLD
           END-IF
           PERFORM XT-PUT-FIELD
           MOVE LG-MAP-NAME TO WS-XT-FLD
           PERFORM XT-PUT-FIELD
           MOVE LG-SKILL TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           EVALUATE LG-RTYPE
               WHEN "D"
                   MOVE "DIED" TO WS-XT-FLD
               WHEN "A"
                   MOVE "ABANDONED" TO WS-XT-FLD
               WHEN OTHER
                   MOVE "COMPLETED" TO WS-XT-FLD
           END-EVALUATE
           PERFORM XT-PUT-FIELD
           MOVE LG-TIME TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-KILLS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-KILL-TOTAL TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-ITEMS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-ITEM-TOTAL TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-SECRETS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-SECRET-TOTAL TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-SCORE TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-WAVE TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE LG-WAVESET TO WS-XT-FLD
           PERFORM XT-PUT-FIELD
      *>   A completion has no killer
           MOVE SPACES TO WS-XT-FLD
           IF LG-RTYPE NOT = "C" AND LG-KILLER IS NUMERIC
               AND LG-KILLER > 0
               MOVE LG-KILLER TO WS-DL-SRC-W
               PERFORM DL-SOURCE-NAME
               MOVE WS-DL-NAME TO WS-XT-FLD
           END-IF
           PERFORM XT-PUT-FIELD
      *>   Blank for a clean run
           MOVE LG-FLAG TO WS-RFL-TEXT
           PERFORM RFL-FLAG-TEXT
           MOVE WS-RFL-TEXT TO WS-XT-FLD
           PERFORM XT-PUT-FIELD
           MOVE SPACES TO WS-XT-FLD
           IF LG-ADAPT NOT = LOW-VALUES
               MOVE LG-ADAPT TO WS-XT-FLD
           END-IF
           PERFORM XT-PUT-FIELD
           MOVE LG-AIM TO WS-XT-AIM
           PERFORM XT-AIM-TEXT
           PERFORM XT-PUT-FIELD
           PERFORM XT-END-LINE
           ADD 1 TO WS-XT-WRITTEN
           .

      *> ============================================================
      *> XT-EXTRACT-WPSTATS: wpstats.csv -- a row per weapon per
      *> finished level, with the accuracy worked out.
      *> ============================================================
       XT-EXTRACT-WPSTATS.
           MOVE WS-XT-WP-FILENAME TO WS-XT-PATH
           PERFORM XT-OPEN-FILE
           IF WS-XT-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XT-LINE
           MOVE 1 TO WS-XT-PTR
           STRING "date,player,map,weapon,shots,hits,accuracy_pct,"
               DELIMITED BY SIZE
               "damage,kills,assisted_by,aim_assist"
               DELIMITED BY SIZE
               INTO WS-XT-LINE
               WITH POINTER WS-XT-PTR
           END-STRING
           PERFORM XT-END-LINE

           MOVE 0 TO WS-XT-READ
           MOVE 0 TO WS-XT-WRITTEN
           MOVE 0 TO WS-XT-SKIPPED
           OPEN INPUT WPSTATS-FILE
      *>   05 = the optional file isn't there; it still takes its
      *>   CLOSE
           IF WS-WPS-STATUS = "05"
               DISPLAY "WARN: no weapon stats at " WS-WPS-FILENAME
               PERFORM XT-NOTE-MISSING
               CLOSE WPSTATS-FILE
               PERFORM XT-CLOSE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-WPS-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read " WS-WPS-FILENAME
                   ", status=" WS-WPS-STATUS
               MOVE 8 TO WS-XT-WORST
               PERFORM XT-CLOSE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WPS-STATUS NOT = "00"
               READ WPSTATS-FILE
                   AT END
                       MOVE "10" TO WS-WPS-STATUS
                   NOT AT END
                       ADD 1 TO WS-XT-READ
                       PERFORM XT-TAKE-WP-ROW
               END-READ
           END-PERFORM
           CLOSE WPSTATS-FILE
           PERFORM XT-CLOSE-FILE
           .

       XT-TAKE-WP-ROW.
           MOVE WP-MAP-NAME TO WS-XT-ROW-MAP
           IF WP-DATE IS NUMERIC
               MOVE WP-DATE TO WS-XT-DATE
           ELSE
               MOVE 0 TO WS-XT-DATE
           END-IF
           PERFORM XT-CHECK-FILTERS
           IF WS-XT-KEEP = 0
               ADD 1 TO WS-XT-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM XT-START-LINE
           PERFORM XT-PUT-DATE
           IF WP-PLAYER = SPACES OR WP-PLAYER = LOW-VALUES
               MOVE WS-PLR-GUEST TO WS-XT-FLD
           ELSE
               MOVE WP-PLAYER TO WS-XT-FLD
           END-IF
           PERFORM XT-PUT-FIELD
           MOVE WP-MAP-NAME TO WS-XT-FLD
           PERFORM XT-PUT-FIELD
           MOVE SPACES TO WS-XT-FLD
           IF WP-WEAPON IS NUMERIC AND WP-WEAPON < 8
               MOVE WS-STR-TXT(130 + WP-WEAPON) TO WS-XT-FLD
           END-IF
           PERFORM XT-PUT-FIELD
           MOVE WP-SHOTS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE WP-HITS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE SPACES TO WS-XT-FLD
           IF WP-SHOTS > 0
               COMPUTE WS-XT-PCT ROUNDED =
                   WP-HITS * 100 / WP-SHOTS
               MOVE WS-XT-PCT TO WS-XT-PCT-ED
               MOVE WS-XT-PCT-ED TO WS-XT-FLD
           END-IF
           PERFORM XT-PUT-FIELD
           MOVE WP-DAMAGE TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE WP-KILLS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE WP-FLAG TO WS-RFL-TEXT
           PERFORM RFL-FLAG-TEXT
           MOVE WS-RFL-TEXT TO WS-XT-FLD
           PERFORM XT-PUT-FIELD
           MOVE WP-AIM TO WS-XT-AIM
           PERFORM XT-AIM-TEXT
           PERFORM XT-PUT-FIELD
           PERFORM XT-END-LINE
           ADD 1 TO WS-XT-WRITTEN
           .

      *> ============================================================
      *> XT-AIM-TEXT: A row's aim-assist stamp (WS-XT-AIM) into
      *> WS-XT-FLD in words -- blank for none, and for rows from
      *> before the stamp.
      *> ============================================================
       XT-AIM-TEXT.
           EVALUATE WS-XT-AIM
               WHEN "L"
                   MOVE "LIGHT" TO WS-XT-FLD
               WHEN "S"
                   MOVE "STRONG" TO WS-XT-FLD
               WHEN OTHER
                   MOVE SPACES TO WS-XT-FLD
           END-EVALUATE
           .

      *> ============================================================
      *> XT-EXTRACT-PROFILE: profile.csv -- one row per career, the
      *> play time in hours as well as seconds and the shots fired
      *> with each weapon in weapon-slot order.
      *> ============================================================
       XT-EXTRACT-PROFILE.
           MOVE WS-XT-PR-FILENAME TO WS-XT-PATH
           PERFORM XT-OPEN-FILE
           IF WS-XT-OPEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XT-LINE
           MOVE 1 TO WS-XT-PTR
           STRING "player,name,sessions,kills,deaths,play_secs,"
               DELIMITED BY SIZE
               "play_hours" DELIMITED BY SIZE
               INTO WS-XT-LINE
               WITH POINTER WS-XT-PTR
           END-STRING
           PERFORM VARYING WS-XT-I FROM 1 BY 1 UNTIL WS-XT-I > 8
               STRING ",shots_" DELIMITED BY SIZE
                   FUNCTION LOWER-CASE(WS-STR-TXT(129 + WS-XT-I))
                   DELIMITED BY SPACE
                   INTO WS-XT-LINE
                   WITH POINTER WS-XT-PTR
               END-STRING
           END-PERFORM
           PERFORM XT-END-LINE

           MOVE 0 TO WS-XT-READ
           MOVE 0 TO WS-XT-WRITTEN
           MOVE 0 TO WS-XT-SKIPPED
           OPEN INPUT PROFILE-FILE
      *>   05 = the optional file isn't there; it still takes its
      *>   CLOSE
           IF WS-CAR-STATUS = "05"
               DISPLAY "WARN: no careers at " WS-CAR-FILENAME
               PERFORM XT-NOTE-MISSING
               CLOSE PROFILE-FILE
               PERFORM XT-CLOSE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-CAR-STATUS NOT = "00"
               DISPLAY "ERROR: cannot read " WS-CAR-FILENAME
                   ", status=" WS-CAR-STATUS
               MOVE 8 TO WS-XT-WORST
               PERFORM XT-CLOSE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAR-STATUS NOT = "00"
               MOVE SPACES TO PROFILE-RECORD
               READ PROFILE-FILE
                   AT END
                       MOVE "10" TO WS-CAR-STATUS
                   NOT AT END
                       ADD 1 TO WS-XT-READ
                       PERFORM XT-TAKE-PROFILE
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           PERFORM XT-CLOSE-FILE
           .

      *> ============================================================
      *> XT-TAKE-PROFILE: A record from before the player field
      *> existed is GUEST's, as CAREER-LOAD reads it.
      *> ============================================================
       XT-TAKE-PROFILE.
           PERFORM XT-START-LINE
           IF PR-PLAYER = SPACES OR PR-PLAYER = LOW-VALUES
               MOVE WS-PLR-GUEST TO WS-PLR-ID
           ELSE
               MOVE PR-PLAYER TO WS-PLR-ID
           END-IF
           MOVE WS-PLR-ID TO WS-XT-FLD
           PERFORM XT-PUT-FIELD
           PERFORM PLAYER-FIND
           MOVE SPACES TO WS-XT-FLD
           IF WS-PLR-HIT > 0
               MOVE WS-PLR-TAB-NAME(WS-PLR-HIT) TO WS-XT-FLD
           END-IF
           PERFORM XT-PUT-QUOTED
           MOVE PR-SESSIONS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE PR-KILLS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE PR-DEATHS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           MOVE PR-SECONDS TO WS-XT-NUM
           PERFORM XT-PUT-NUM
           COMPUTE WS-XT-HOURS ROUNDED = PR-SECONDS / 3600
           MOVE WS-XT-HOURS TO WS-XT-HOURS-ED
           MOVE WS-XT-HOURS-ED TO WS-XT-FLD
           PERFORM XT-PUT-FIELD
           PERFORM VARYING WS-XT-I FROM 1 BY 1 UNTIL WS-XT-I > 8
               MOVE PR-SHOTS(WS-XT-I) TO WS-XT-NUM
               PERFORM XT-PUT-NUM
           END-PERFORM
           PERFORM XT-END-LINE
           ADD 1 TO WS-XT-WRITTEN
           .

      *> ============================================================
      *> XT-CHECK-FILTERS: WS-XT-KEEP = 0 when WS-XT-DATE falls
      *> outside the range or WS-XT-ROW-MAP is not the map asked
      *> for, else 1. An undated row only passes an open range.
      *> ============================================================
       XT-CHECK-FILTERS.
           MOVE 1 TO WS-XT-KEEP
           IF WS-XT-DATE < WS-XT-FROM OR WS-XT-DATE > WS-XT-TO
               MOVE 0 TO WS-XT-KEEP
           END-IF
           IF WS-XT-MAP NOT = SPACES AND WS-XT-ROW-MAP NOT = WS-XT-MAP
               MOVE 0 TO WS-XT-KEEP
           END-IF
           .

      *> ============================================================
      *> XT-OPEN-FILE / XT-CLOSE-FILE: The extract named in
      *> WS-XT-PATH, created afresh; closing prints its totals.
      *> ============================================================
       XT-OPEN-FILE.
           MOVE 0 TO WS-XT-OPEN
           CALL "CBL_CREATE_FILE" USING WS-XT-PATH
               2 0 0 WS-XT-HANDLE
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: cannot write " WS-XT-PATH
               MOVE 8 TO WS-XT-WORST
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-XT-OPEN
           MOVE 0 TO WS-XT-OFS
           .

       XT-CLOSE-FILE.
           CALL "CBL_CLOSE_FILE" USING WS-XT-HANDLE
           MOVE 0 TO WS-XT-OPEN
           MOVE WS-XT-READ TO WS-XT-NUM-ED
           MOVE WS-XT-WRITTEN TO WS-XT-NUM-ED2
           MOVE WS-XT-SKIPPED TO WS-XT-NUM-ED3
           DISPLAY FUNCTION TRIM(WS-XT-PATH) ": read "
               FUNCTION TRIM(WS-XT-NUM-ED) ", written "
               FUNCTION TRIM(WS-XT-NUM-ED2) ", filtered out "
               FUNCTION TRIM(WS-XT-NUM-ED3)
           IF WS-XT-READ NOT = WS-XT-WRITTEN + WS-XT-SKIPPED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-XT-PATH)
                   " totals out of balance"
               MOVE 8 TO WS-XT-WORST
           END-IF
           .

       XT-NOTE-MISSING.
           IF WS-XT-WORST < 4
               MOVE 4 TO WS-XT-WORST
           END-IF
           .

      *> ============================================================
      *> The row builder: XT-START-LINE clears it, XT-PUT-FIELD
      *> adds WS-XT-FLD (trimmed; blank = an empty column),
      *> XT-PUT-QUOTED adds it in double quotes for free text,
      *> XT-PUT-NUM adds WS-XT-NUM, XT-PUT-DATE adds WS-XT-DATE as
      *> YYYY-MM-DD (empty when undated) and XT-END-LINE ends the
      *> row with CR LF and writes it.
      *> ============================================================
       XT-START-LINE.
           MOVE SPACES TO WS-XT-LINE
           MOVE 1 TO WS-XT-PTR
           MOVE 0 TO WS-XT-COLS
           .

       XT-PUT-FIELD.
           IF WS-XT-COLS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-XT-LINE
                   WITH POINTER WS-XT-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-XT-COLS
           IF WS-XT-FLD NOT = SPACES
               STRING FUNCTION TRIM(WS-XT-FLD) DELIMITED BY SIZE
                   INTO WS-XT-LINE
                   WITH POINTER WS-XT-PTR
               END-STRING
           END-IF
           .

       XT-PUT-QUOTED.
           INSPECT WS-XT-FLD REPLACING ALL '"' BY "'"
           IF WS-XT-COLS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-XT-LINE
                   WITH POINTER WS-XT-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-XT-COLS
           IF WS-XT-FLD NOT = SPACES
               STRING '"' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XT-FLD) DELIMITED BY SIZE
                   '"' DELIMITED BY SIZE
                   INTO WS-XT-LINE
                   WITH POINTER WS-XT-PTR
               END-STRING
           END-IF
           .

       XT-PUT-NUM.
           MOVE WS-XT-NUM TO WS-XT-NUM-ED
           MOVE WS-XT-NUM-ED TO WS-XT-FLD
           PERFORM XT-PUT-FIELD
           .

       XT-PUT-DATE.
           MOVE SPACES TO WS-XT-FLD
           IF WS-XT-DATE > 0
               STRING WS-XT-DATE(1:4) "-" WS-XT-DATE(5:2) "-"
                   WS-XT-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-XT-FLD
               END-STRING
           END-IF
           PERFORM XT-PUT-FIELD
           .

       XT-END-LINE.
           STRING X"0D0A" DELIMITED BY SIZE
               INTO WS-XT-LINE
               WITH POINTER WS-XT-PTR
           END-STRING
           COMPUTE WS-XT-LEN = WS-XT-PTR - 1
           CALL "CBL_WRITE_FILE" USING WS-XT-HANDLE
               WS-XT-OFS WS-XT-LEN 0 WS-XT-LINE
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: write failed on " WS-XT-PATH
               MOVE 8 TO WS-XT-WORST
           END-IF
           ADD WS-XT-LEN TO WS-XT-OFS
           .
