      *> ============================================================
      *> WPS-WRITE-RESULTS: One line per weapon that fired this
      *> level, appended with the level results so DOOM_REPORT-side
      *> tooling can aggregate accuracy over time. An assisted
      *> run's lines carry its flag like its ledger row does, and
      *> every line the aim assistance it was fired with. A
      *> practised level writes none, as it writes no ledger row.
      *> ============================================================
       WPS-WRITE-RESULTS.
           IF WS-PRC-LEVEL = 1
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND WPSTATS-FILE
           IF WS-WPS-STATUS NOT = "00"
               DISPLAY "WARN: could not open " WS-WPS-FILENAME
                   MOVE WS-WPS-DAMAGE(WS-WPS-I) TO WP-DAMAGE
                   MOVE WS-WPS-KILLS(WS-WPS-I) TO WP-KILLS
                   MOVE WS-LG-DATE-W TO WP-DATE
                   MOVE WS-PLR-ID TO WP-PLAYER
                   MOVE WS-RFL-HOW TO WP-FLAG
                   MOVE WS-AA-STAMP TO WP-AIM
                   WRITE WPSTATS-RECORD
               END-IF
           END-PERFORM
