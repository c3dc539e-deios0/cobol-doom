      *> WRITE-LEDGER-ENTRY: append one completion record (called
      *>   from the intermission, and by the horde mode's game-over)
      *> RUN-LEDGER-REPORT:  read the ledger back and print every
      *>   run (assisted, adapted and aim-assisted ones marked)
      *>   plus per-map best time and best score -- the weekly
      *>   competitive tally, off the whiteboard at last
      *> ============================================================

      *> of a fresh bench creates it.
      *> ============================================================
       WRITE-LEDGER-ENTRY.
      *>   Nothing written, nothing to promote: LR-FINISH-LEVEL reads
      *>   this flag whether or not a row went down
           MOVE 0 TO WS-RM-NEW-BEST
      *>   A practised level is kept off the ledger altogether
           IF WS-PRC-LEVEL = 1
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS-LG-STATUS NOT = "00"
               DISPLAY "WARN: could not open " WS-LG-FILENAME
                   " for append, status=" WS-LG-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LG-WAVESET

      *>   Horde runs file under their own name with the wave
      *>   reached, drill runs under DRILL with the hit count;
               WHEN WS-HORDE-ON = 1
                   MOVE "HORDE   " TO LG-MAP-NAME
                   MOVE WS-HORDE-WAVE TO LG-WAVE
                   MOVE WS-HORDE-SET-NAME TO LG-WAVESET
               WHEN WS-DRL-ON = 1
                   MOVE "DRILL   " TO LG-MAP-NAME
                   MOVE WS-DRL-HITS TO LG-WAVE
           MOVE WS-LG-DATE-W TO LG-DATE
           MOVE "C" TO LG-RTYPE
           MOVE 0 TO LG-KILLER
           MOVE WS-PLR-ID TO LG-PLAYER
           MOVE WS-RFL-HOW TO LG-FLAG
           MOVE WS-ADP-STAMP TO LG-ADAPT
           MOVE WS-AA-STAMP TO LG-AIM

           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           DISPLAY "Results ledger: " LG-MAP-NAME " appended to "
               WS-LG-FILENAME

      *>   And onto its results master record, with the level's
      *>   threat telemetry alongside
           PERFORM RM-POST-LEDGER-ROW
           PERFORM THR-WRITE-LEVEL
           .

      *> ============================================================
      *> level, the killer comes from the death log's newest entry.
      *> ============================================================
       WRITE-LEDGER-FAILURE.
           IF WS-PRC-LEVEL = 1
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS-LG-STATUS NOT = "00"
               DISPLAY "WARN: could not open " WS-LG-FILENAME
                   " for append, status=" WS-LG-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LG-WAVESET

           EVALUATE TRUE
               WHEN WS-HORDE-ON = 1
                   MOVE "HORDE   " TO LG-MAP-NAME
                   MOVE WS-HORDE-WAVE TO LG-WAVE
                   MOVE WS-HORDE-SET-NAME TO LG-WAVESET
               WHEN OTHER
                   MOVE WS-MAP-NAME TO LG-MAP-NAME
                   MOVE 0 TO LG-WAVE
           ELSE
               MOVE 0 TO LG-KILLER
           END-IF
           MOVE WS-PLR-ID TO LG-PLAYER
           MOVE WS-RFL-HOW TO LG-FLAG
           MOVE WS-ADP-STAMP TO LG-ADAPT
           MOVE WS-AA-STAMP TO LG-AIM

           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           DISPLAY "Results ledger: " LG-RTYPE " row for "
               LG-MAP-NAME " appended to " WS-LG-FILENAME

      *>   And onto its results master record, with the level's
      *>   threat telemetry alongside
           PERFORM RM-POST-LEDGER-ROW
           PERFORM THR-WRITE-LEVEL
           .

      *> ============================================================
      *> RUN-LEDGER-REPORT: DOOM_REPORT=1 startup path -- print the
      *> whole ledger, then each player's per-map, per-skill best
      *> time and best score from the results master.
      *> The engine exits afterward instead of starting a session.
      *> ============================================================
       RUN-LEDGER-REPORT.
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LG-TOTAL-RUNS
           DISPLAY "=== Results ledger: " WS-LG-FILENAME " ==="
           DISPLAY "map      skill time  kills   items   "
               "secrets score wave date     type killer player   "
               "waveset  adapt aim flag"

           PERFORM UNTIL WS-LG-STATUS NOT = "00"
               READ LEDGER-FILE
                       MOVE "10" TO WS-LG-STATUS
                   NOT AT END
                       ADD 1 TO WS-LG-TOTAL-RUNS
                       IF LG-PLAYER = SPACES
                           MOVE WS-PLR-GUEST TO LG-PLAYER
                       END-IF
                       IF LG-SKILL = 0
                           MOVE "T" TO WS-LG-SKILL-ED
                       ELSE
                           MOVE LG-SKILL TO WS-LG-SKILL-ED
                       END-IF
                       MOVE LG-FLAG TO WS-RFL-TEXT
                       PERFORM RFL-FLAG-TEXT
                       DISPLAY LG-MAP-NAME " " WS-LG-SKILL-ED "     "
                           LG-TIME " " LG-KILLS "/" LG-KILL-TOTAL
                           " " LG-ITEMS "/" LG-ITEM-TOTAL
                           " " LG-SECRETS "/" LG-SECRET-TOTAL
                           " " LG-SCORE " " LG-WAVE " " LG-DATE
                           "   " LG-RTYPE "   " LG-KILLER
                           "  " LG-PLAYER " " LG-WAVESET
                           " " LG-ADAPT "    " LG-AIM "   "
                           WS-RFL-TEXT
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "(" WS-LG-TOTAL-RUNS " runs)"

      *>   The per-map bests come off the results master
           PERFORM RM-REPORT-BESTS
           .
