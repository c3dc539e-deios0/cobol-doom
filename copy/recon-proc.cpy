      *> ============================================================
      *> recon-proc.cpy -- Ledger / weapon-stats reconciliation
      *> RUN-RECONCILE:   DOOM_RECONCILE=1 startup path -- group
      *>                  both files by map, date and player, then
      *>                  report every group that doesn't balance
      *> RCN-FIND-GROUP:  find or add the group for the row being
      *>                  placed
      *> RCN-CHECK-GROUP: judge one group, report it if it's out
      *> RCN-REPORT-LINE: one line to recon.rpt and the console
      *>
      *> Only completions carry weapon stats: the intermission
      *> writes both files, so death and abandon rows and the
      *> HORDE and DRILL rows (whose modes write no weapon stats)
      *> are left out of the ledger side, as are the terminal
      *> build's rows (skill 0), which carry no weapon stats. A
      *> completion with no kills and no weapon fired has nothing
      *> to partner, and balances.
      *> ============================================================

      *> ============================================================
      *> RUN-RECONCILE: Ledger rows first, then the weapon rows
      *> onto the same groups, then the verdicts.
      *> ============================================================
       RUN-RECONCILE.
           OPEN OUTPUT RCNRPT-FILE
           IF WS-RCN-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-RCN-RPT-FILENAME
                   ", status=" WS-RCN-RPT-STATUS
               MOVE 8 TO WS-RCN-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RCN-LINE
           STRING "=== Kill reconciliation: " DELIMITED BY SIZE
               WS-LG-FILENAME DELIMITED BY SPACE
               " against " DELIMITED BY SIZE
               WS-WPS-FILENAME DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO WS-RCN-LINE
           END-STRING
           PERFORM RCN-REPORT-LINE

           OPEN INPUT LEDGER-FILE
           IF WS-LG-STATUS NOT = "00"
               MOVE SPACES TO WS-RCN-LINE
               STRING "No results ledger at " DELIMITED BY SIZE
                   WS-LG-FILENAME DELIMITED BY SPACE
                   INTO WS-RCN-LINE
               END-STRING
               PERFORM RCN-REPORT-LINE
               IF WS-LG-STATUS = "05"
                   CLOSE LEDGER-FILE
               END-IF
               CLOSE RCNRPT-FILE
               MOVE 8 TO WS-RCN-WORST
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LG-STATUS NOT = "00"
               READ LEDGER-FILE
                   AT END
                       MOVE "10" TO WS-LG-STATUS
                   NOT AT END
                       IF LG-RTYPE NOT = "D" AND LG-RTYPE NOT = "A"
                           AND LG-MAP-NAME NOT = "HORDE"
                           AND LG-MAP-NAME NOT = "DRILL"
                           AND LG-SKILL NOT = 0
                           ADD 1 TO WS-RCN-LG-READ
                           MOVE LG-MAP-NAME TO WS-RCN-KEY-MAP
                           MOVE LG-DATE TO WS-RCN-KEY-DATE
                           MOVE LG-PLAYER TO WS-RCN-KEY-PLAYER
                           PERFORM RCN-FIND-GROUP
                           IF WS-RCN-HIT > 0
                               ADD LG-KILLS
                                   TO WS-RCN-LG-KILLS(WS-RCN-HIT)
                               ADD 1 TO WS-RCN-LG-ROWS(WS-RCN-HIT)
                               ADD LG-KILLS TO WS-RCN-LG-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

      *>   No weapon-stats file just means every ledger group with
      *>   kills comes out unpartnered
           OPEN INPUT WPSTATS-FILE
           IF WS-WPS-STATUS = "00" OR WS-WPS-STATUS = "05"
               PERFORM UNTIL WS-WPS-STATUS NOT = "00"
                   READ WPSTATS-FILE
                       AT END
                           MOVE "10" TO WS-WPS-STATUS
                       NOT AT END
                           ADD 1 TO WS-RCN-WP-READ
                           MOVE WP-MAP-NAME TO WS-RCN-KEY-MAP
                           MOVE WP-DATE TO WS-RCN-KEY-DATE
                           MOVE WP-PLAYER TO WS-RCN-KEY-PLAYER
                           PERFORM RCN-FIND-GROUP
                           IF WS-RCN-HIT > 0
                               ADD WP-KILLS
                                   TO WS-RCN-WP-KILLS(WS-RCN-HIT)
                               ADD 1 TO WS-RCN-WP-ROWS(WS-RCN-HIT)
                               ADD WP-KILLS TO WS-RCN-WP-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WPSTATS-FILE
           END-IF

           MOVE SPACES TO WS-RCN-LINE
           MOVE "map" TO WS-RCN-LINE(1:3)
           MOVE "date" TO WS-RCN-LINE(10:4)
           MOVE "player" TO WS-RCN-LINE(19:6)
           MOVE "ledger" TO WS-RCN-LINE(28:6)
           MOVE "rows" TO WS-RCN-LINE(36:4)
           MOVE "weapon" TO WS-RCN-LINE(42:6)
           MOVE "rows" TO WS-RCN-LINE(50:4)
           MOVE "exception" TO WS-RCN-LINE(56:9)
           PERFORM RCN-REPORT-LINE

           PERFORM VARYING WS-RCN-I FROM 1 BY 1
               UNTIL WS-RCN-I > WS-RCN-COUNT
               PERFORM RCN-CHECK-GROUP
           END-PERFORM

           IF WS-RCN-EXCEPTIONS > 0 AND WS-RCN-WORST < 4
               MOVE 4 TO WS-RCN-WORST
           END-IF

           MOVE SPACES TO WS-RCN-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-RCN-LG-READ DELIMITED BY SIZE
               " completions, " DELIMITED BY SIZE
               WS-RCN-WP-READ DELIMITED BY SIZE
               " weapon rows, " DELIMITED BY SIZE
               WS-RCN-COUNT DELIMITED BY SIZE
               " groups ===" DELIMITED BY SIZE
               INTO WS-RCN-LINE
           END-STRING
           PERFORM RCN-REPORT-LINE
           MOVE SPACES TO WS-RCN-LINE
           STRING "=== kills: ledger " DELIMITED BY SIZE
               WS-RCN-LG-TOTAL DELIMITED BY SIZE
               ", weapons " DELIMITED BY SIZE
               WS-RCN-WP-TOTAL DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-RCN-LINE
           END-STRING
           PERFORM RCN-REPORT-LINE
           MOVE SPACES TO WS-RCN-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-RCN-MATCHED DELIMITED BY SIZE
               " balanced, " DELIMITED BY SIZE
               WS-RCN-EXCEPTIONS DELIMITED BY SIZE
               " exceptions -- return code " DELIMITED BY SIZE
               WS-RCN-WORST DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-RCN-LINE
           END-STRING
           PERFORM RCN-REPORT-LINE
           CLOSE RCNRPT-FILE
           DISPLAY "Reconciliation report written to "
               WS-RCN-RPT-FILENAME
           .

      *> ============================================================
      *> RCN-FIND-GROUP: WS-RCN-HIT comes back as the group for
      *> WS-RCN-KEY-MAP/-DATE/-PLAYER, added if it's new (a blank
      *> player is GUEST, as everywhere). A full table is reported
      *> once and the row dropped (WS-RCN-HIT = 0) -- the totals
      *> can't be trusted, so the run ends 8.
      *> ============================================================
       RCN-FIND-GROUP.
           IF WS-RCN-KEY-PLAYER = SPACES
               MOVE WS-PLR-GUEST TO WS-RCN-KEY-PLAYER
           END-IF
           MOVE 0 TO WS-RCN-HIT
           PERFORM VARYING WS-RCN-I FROM 1 BY 1
               UNTIL WS-RCN-I > WS-RCN-COUNT
               OR WS-RCN-HIT > 0
               IF WS-RCN-MAP(WS-RCN-I) = WS-RCN-KEY-MAP
                   AND WS-RCN-DATE(WS-RCN-I) = WS-RCN-KEY-DATE
                   AND WS-RCN-PLAYER(WS-RCN-I) = WS-RCN-KEY-PLAYER
                   MOVE WS-RCN-I TO WS-RCN-HIT
               END-IF
           END-PERFORM
           IF WS-RCN-HIT > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-RCN-COUNT >= WS-RCN-MAX
               IF WS-RCN-WORST < 8
                   MOVE SPACES TO WS-RCN-LINE
                   STRING "More than " DELIMITED BY SIZE
                       WS-RCN-MAX DELIMITED BY SIZE
                       " map/date/player groups -- the rest are not"
                       " checked" DELIMITED BY SIZE
                       INTO WS-RCN-LINE
                   END-STRING
                   PERFORM RCN-REPORT-LINE
                   MOVE 8 TO WS-RCN-WORST
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RCN-COUNT
           MOVE WS-RCN-COUNT TO WS-RCN-HIT
           MOVE WS-RCN-KEY-MAP TO WS-RCN-MAP(WS-RCN-HIT)
           MOVE WS-RCN-KEY-DATE TO WS-RCN-DATE(WS-RCN-HIT)
           MOVE WS-RCN-KEY-PLAYER TO WS-RCN-PLAYER(WS-RCN-HIT)
           MOVE 0 TO WS-RCN-LG-KILLS(WS-RCN-HIT)
           MOVE 0 TO WS-RCN-LG-ROWS(WS-RCN-HIT)
           MOVE 0 TO WS-RCN-WP-KILLS(WS-RCN-HIT)
           MOVE 0 TO WS-RCN-WP-ROWS(WS-RCN-HIT)
           .

      *> ============================================================
      *> RCN-CHECK-GROUP: Group WS-RCN-I. Weapon rows with no
      *> completion behind them, completion kills with no weapon
      *> rows, or two sums that differ are exceptions; anything
      *> else balances.
      *> ============================================================
       RCN-CHECK-GROUP.
           MOVE SPACES TO WS-RCN-WHY
           EVALUATE TRUE
               WHEN WS-RCN-LG-ROWS(WS-RCN-I) = 0
                   MOVE "NO LEDGER ROW" TO WS-RCN-WHY
               WHEN WS-RCN-WP-ROWS(WS-RCN-I) = 0
                   AND WS-RCN-LG-KILLS(WS-RCN-I) > 0
                   MOVE "NO WEAPON ROWS" TO WS-RCN-WHY
               WHEN WS-RCN-WP-KILLS(WS-RCN-I)
                   NOT = WS-RCN-LG-KILLS(WS-RCN-I)
                   MOVE "KILLS DIFFER" TO WS-RCN-WHY
           END-EVALUATE
           IF WS-RCN-WHY = SPACES
               ADD 1 TO WS-RCN-MATCHED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RCN-EXCEPTIONS
           MOVE SPACES TO WS-RCN-LINE
           MOVE WS-RCN-MAP(WS-RCN-I) TO WS-RCN-LINE(1:8)
           MOVE WS-RCN-DATE(WS-RCN-I) TO WS-RCN-LINE(10:8)
           MOVE WS-RCN-PLAYER(WS-RCN-I) TO WS-RCN-LINE(19:8)
           MOVE WS-RCN-LG-KILLS(WS-RCN-I) TO WS-RCN-LINE(28:6)
           MOVE WS-RCN-LG-ROWS(WS-RCN-I) TO WS-RCN-LINE(36:4)
           MOVE WS-RCN-WP-KILLS(WS-RCN-I) TO WS-RCN-LINE(42:6)
           MOVE WS-RCN-WP-ROWS(WS-RCN-I) TO WS-RCN-LINE(50:4)
           MOVE WS-RCN-WHY TO WS-RCN-LINE(56:16)
           PERFORM RCN-REPORT-LINE
           .

       RCN-REPORT-LINE.
           MOVE WS-RCN-LINE TO RCNRPT-RECORD
           WRITE RCNRPT-RECORD
           DISPLAY WS-RCN-LINE
           .
