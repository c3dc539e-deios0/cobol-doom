      *> ============================================================
      *> resmast-proc.cpy -- Results master file procedures
      *> RM-POST-LEDGER-ROW: post the ledger row just written to its
      *>                     map/skill/player master record
      *> RM-APPLY-ROW:       fold one ledger row into the master
      *>                     (the file is already open I-O)
      *> RM-ROW-MAP:         the row's map key (wave set for horde)
      *> RUN-RESULTS-POST:   DOOM_RESULTS_POST=1 -- rebuild the
      *>                     master from the whole ledger
      *> RM-REPORT-BESTS:    the report's per-map bests section,
      *>                     read straight off the master in key
      *>                     order
      *> ============================================================

      *> ============================================================
      *> RM-POST-LEDGER-ROW: LEDGER-RECORD still holds the row just
      *> appended. The master is OPTIONAL, so the first posting on
      *> a fresh bench creates it. A master that can't be opened
      *> only costs this row's posting -- the ledger has it, and a
      *> rebuild picks it up.
      *> ============================================================
       RM-POST-LEDGER-ROW.
           MOVE 0 TO WS-RM-NEW-BEST
           OPEN I-O RESMAST-FILE
           IF WS-RM-STATUS NOT = "00" AND WS-RM-STATUS NOT = "05"
               DISPLAY "WARN: could not open " WS-RM-FILENAME
                   " to post, status=" WS-RM-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM RM-APPLY-ROW
           CLOSE RESMAST-FILE
           .

      *> ============================================================
      *> RM-APPLY-ROW: Find (or start) the row's master record and
      *> add the row in. Completions own the best time and score;
      *> rows written before the type field read as completions,
      *> and rows from before the player field belong to GUEST.
      *> An assisted completion (LG-FLAG set), or one played at an
      *> adaptive step (LG-ADAPT set), counts as one but never
      *> takes a best from the skill as picked.
      *> WS-RM-NEW-BEST comes back 1 for a first or faster
      *> completion.
      *> ============================================================
       RM-APPLY-ROW.
           MOVE 0 TO WS-RM-NEW-BEST
           PERFORM RM-ROW-MAP
           MOVE LG-SKILL TO RM-SKILL
           IF LG-PLAYER = SPACES
               MOVE WS-PLR-GUEST TO RM-PLAYER
           ELSE
               MOVE LG-PLAYER TO RM-PLAYER
           END-IF

           MOVE 1 TO WS-RM-HIT
           READ RESMAST-FILE
               INVALID KEY
                   MOVE 0 TO WS-RM-HIT
           END-READ
           IF WS-RM-HIT = 0
               PERFORM RM-ROW-MAP
               MOVE LG-SKILL TO RM-SKILL
               IF LG-PLAYER = SPACES
                   MOVE WS-PLR-GUEST TO RM-PLAYER
               ELSE
                   MOVE LG-PLAYER TO RM-PLAYER
               END-IF
               MOVE 99999 TO RM-BEST-TIME
               MOVE 0 TO RM-BEST-SCORE
               MOVE 0 TO RM-ATTEMPTS
               MOVE 0 TO RM-DEATHS
               MOVE 0 TO RM-COMPLETIONS
               MOVE 0 TO RM-LAST-DATE
           END-IF

           ADD 1 TO RM-ATTEMPTS
           EVALUATE LG-RTYPE
               WHEN "D"
                   ADD 1 TO RM-DEATHS
               WHEN "A"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO RM-COMPLETIONS
                   IF (LG-FLAG = SPACE OR LG-FLAG = LOW-VALUE)
                       AND (LG-ADAPT = SPACES OR LG-ADAPT = LOW-VALUES)
                       IF LG-TIME < RM-BEST-TIME
                           MOVE LG-TIME TO RM-BEST-TIME
                           MOVE 1 TO WS-RM-NEW-BEST
                       END-IF
                       IF LG-SCORE > RM-BEST-SCORE
                           MOVE LG-SCORE TO RM-BEST-SCORE
                       END-IF
                   END-IF
           END-EVALUATE
           IF LG-DATE > RM-LAST-DATE
               MOVE LG-DATE TO RM-LAST-DATE
           END-IF

           IF WS-RM-HIT = 1
               REWRITE RESMAST-RECORD
                   INVALID KEY
                       DISPLAY "WARN: could not update " RM-MAP
                           " in " WS-RM-FILENAME
                           ", status=" WS-RM-STATUS
               END-REWRITE
           ELSE
               WRITE RESMAST-RECORD
                   INVALID KEY
                       DISPLAY "WARN: could not add " RM-MAP
                           " to " WS-RM-FILENAME
                           ", status=" WS-RM-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-RM-KEYS
               END-WRITE
           END-IF
           .

      *> ============================================================
      *> RM-ROW-MAP: The master key's map for the row in
      *> LEDGER-RECORD -- a horde row played from a wave set files
      *> under the set's name, so its bests never stand against
      *> another set's or the compiled waves'.
      *> ============================================================
       RM-ROW-MAP.
           IF LG-MAP-NAME = "HORDE" AND LG-WAVESET NOT = SPACES
               MOVE LG-WAVESET TO RM-MAP
           ELSE
               MOVE LG-MAP-NAME TO RM-MAP
           END-IF
           .

      *> ============================================================
      *> RUN-RESULTS-POST: DOOM_RESULTS_POST=1 startup path -- the
      *> initial load for a bench that already has a ledger, and
      *> the recovery when the master is lost. Starts the master
      *> empty and posts every ledger row to it in order.
      *> ============================================================
       RUN-RESULTS-POST.
           MOVE 0 TO WS-RM-WORST
           MOVE 0 TO WS-RM-ROWS
           MOVE 0 TO WS-RM-KEYS
           OPEN INPUT LEDGER-FILE
           IF WS-LG-STATUS NOT = "00"
               DISPLAY "No results ledger at " WS-LG-FILENAME
                   " (status=" WS-LG-STATUS ")"
               IF WS-LG-STATUS = "05"
                   CLOSE LEDGER-FILE
               END-IF
               MOVE 8 TO WS-RM-WORST
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RESMAST-FILE
           IF WS-RM-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " WS-RM-FILENAME
                   ", status=" WS-RM-STATUS
               CLOSE LEDGER-FILE
               MOVE 8 TO WS-RM-WORST
               EXIT PARAGRAPH
           END-IF
           CLOSE RESMAST-FILE
           OPEN I-O RESMAST-FILE
           IF WS-RM-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open " WS-RM-FILENAME
                   ", status=" WS-RM-STATUS
               CLOSE LEDGER-FILE
               MOVE 8 TO WS-RM-WORST
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LG-STATUS NOT = "00"
               READ LEDGER-FILE
                   AT END
                       MOVE "10" TO WS-LG-STATUS
                   NOT AT END
                       ADD 1 TO WS-RM-ROWS
                       PERFORM RM-APPLY-ROW
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           CLOSE RESMAST-FILE

           DISPLAY "Results master: " WS-RM-ROWS " ledger rows posted"
               " to " WS-RM-KEYS " map/skill/player records in "
               WS-RM-FILENAME
           .

      *> ============================================================
      *> RM-REPORT-BESTS: One line per map, skill and player, in
      *> key order (skill T is the terminal build's, posted by a
      *> rebuild). No master yet means no postings yet -- say how
      *> to build one from the ledger.
      *> ============================================================
       RM-REPORT-BESTS.
           DISPLAY " "
           DISPLAY "=== Per-map bests by skill and player ==="
           OPEN INPUT RESMAST-FILE
           IF WS-RM-STATUS NOT = "00"
               IF WS-RM-STATUS = "05"
                   CLOSE RESMAST-FILE
               END-IF
               DISPLAY "No results master yet -- DOOM_RESULTS_POST=1"
                   " builds it from the ledger"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RM-STATUS NOT = "00"
               READ RESMAST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-RM-STATUS
                   NOT AT END
                       IF RM-ATTEMPTS > 0
                           COMPUTE WS-RM-RATE =
                               RM-COMPLETIONS * 100 / RM-ATTEMPTS
                       ELSE
                           MOVE 0 TO WS-RM-RATE
                       END-IF
                       IF RM-SKILL = 0
                           MOVE "T" TO WS-LG-SKILL-ED
                       ELSE
                           MOVE RM-SKILL TO WS-LG-SKILL-ED
                       END-IF
                       DISPLAY RM-MAP " skill " WS-LG-SKILL-ED " "
                           RM-PLAYER
                           " best time " RM-BEST-TIME
                           "s  best score " RM-BEST-SCORE
                           "  attempts " RM-ATTEMPTS
                           "  completed " RM-COMPLETIONS
                           " (" WS-RM-RATE "%)"
                           "  deaths " RM-DEATHS
                           "  last " RM-LAST-DATE
               END-READ
           END-PERFORM
           CLOSE RESMAST-FILE
           .
