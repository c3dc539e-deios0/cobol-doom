      *> ============================================================
      *> merge-data.cpy -- Data for the multi-bench ledger merge
      *> DOOM_MERGE=1 reads merge.cfg (DOOM_MERGE_CFG names
      *> another) -- one line per bench: its ID, its results ledger
      *> and its weapon-stats file -- and writes merged.dat, every
      *> bench's ledger rows in the current layout, date order,
      *> each tagged with its bench, and merged_wp.dat the same
      *> for the weapon stats. A row already taken in from another
      *> bench (or twice from one) is dropped as a duplicate. The
      *> report, merge.rpt, carries each bench's control totals --
      *> read = taken + duplicates, bench by bench and overall --
      *> and the combined best time for every map and skill.
      *> All variables prefixed WS-MG-.
      *> ============================================================

       01 WS-MG-ENV                PIC X(8).
       01 WS-MG-CFG-FILENAME       PIC X(32) VALUE "merge.cfg".
       01 WS-MG-CFG-ENV            PIC X(32).
       01 WS-MG-CFG-STATUS         PIC XX.
       01 WS-MG-LINE-NO            PIC 9(3).
       01 WS-MG-OUT-FILENAME       PIC X(32) VALUE "merged.dat".
       01 WS-MG-OUT-STATUS         PIC XX.
       01 WS-MG-WP-FILENAME        PIC X(32) VALUE "merged_wp.dat".
       01 WS-MG-WP-STATUS          PIC XX.
       01 WS-MG-RPT-FILENAME       PIC X(32) VALUE "merge.rpt".
       01 WS-MG-RPT-STATUS         PIC XX.
       01 WS-MG-SORT-FILENAME      PIC X(32) VALUE "merge.srt".
       01 WS-MG-WSORT-FILENAME     PIC X(32) VALUE "mergewp.srt".

      *> --- The engine's own ledger and weapon-stats names, put
      *>     back when the merge has borrowed the file slots ---
       01 WS-MG-SAVE-LG            PIC X(32).
       01 WS-MG-SAVE-WPS           PIC X(32).

      *> --- Return code: 0 = in balance, 4 = a bench's file was
      *>     missing, 8 = a file that could not be read through or
      *>     written, or totals out of balance ---
       01 WS-MG-WORST              PIC 9(3) VALUE 0.

      *> --- The benches, in control-file order, with their
      *>     control totals ---
       01 WS-MG-SRC-COUNT          PIC 9(2) VALUE 0.
       01 WS-MG-SRC-TABLE.
          05 WS-MG-SRC OCCURS 16 TIMES.
             10 WS-MG-BENCH        PIC X(8).
             10 WS-MG-LEDGER       PIC X(32).
             10 WS-MG-WPSTATS      PIC X(32).
             10 WS-MG-LG-STATE     PIC 9.
             10 WS-MG-WP-STATE     PIC 9.
      *>          0 = read through, 1 = no such file (or none
      *>          named), 2 = could not be read
             10 WS-MG-LG-READ      PIC 9(7).
             10 WS-MG-LG-TAKEN     PIC 9(7).
             10 WS-MG-LG-DUPS      PIC 9(7).
             10 WS-MG-WP-READ      PIC 9(7).
             10 WS-MG-WP-TAKEN     PIC 9(7).
             10 WS-MG-WP-DUPS      PIC 9(7).

      *> --- Overall control totals ---
       01 WS-MG-TOT-LG-READ        PIC 9(7).
       01 WS-MG-TOT-LG-TAKEN       PIC 9(7).
       01 WS-MG-TOT-LG-DUPS        PIC 9(7).
       01 WS-MG-TOT-WP-READ        PIC 9(7).
       01 WS-MG-TOT-WP-TAKEN       PIC 9(7).
       01 WS-MG-TOT-WP-DUPS        PIC 9(7).
       01 WS-MG-LG-WRITTEN         PIC 9(7).
       01 WS-MG-WP-WRITTEN         PIC 9(7).
       01 WS-MG-CHECK              PIC 9(7).

      *> --- Combined best times: the fastest completion of each
      *>     map and skill on any bench ---
       01 WS-MG-BT-COUNT           PIC 9(3) VALUE 0.
       01 WS-MG-BT-TABLE.
          05 WS-MG-BT OCCURS 200 TIMES.
             10 WS-MG-BT-MAP       PIC X(8).
             10 WS-MG-BT-SKILL     PIC 9.
             10 WS-MG-BT-TIME      PIC 9(5).
             10 WS-MG-BT-PLAYER    PIC X(8).
             10 WS-MG-BT-BENCH     PIC X(8).
             10 WS-MG-BT-DATE      PIC 9(8).
       01 WS-MG-BT-FULL            PIC 9 VALUE 0.
       01 WS-MG-BT-KEY             PIC X(8).
      *>   The row's map as the table keys it: a horde row played
      *>   from a wave set goes under the set's name, as in the
      *>   results master

      *> --- Duplicate check: the row last written ---
       01 WS-MG-PREV-ROW           PIC X(74).
       01 WS-MG-PREV-WP            PIC X(48).
       01 WS-MG-EOF                PIC 9.

      *> --- Working variables ---
       01 WS-MG-S                  PIC 9(2).
       01 WS-MG-I                  PIC 9(3).
       01 WS-MG-FOUND              PIC 9(3).
       01 WS-MG-SEV                PIC 9(3).
       01 WS-MG-NUM-ED             PIC Z(6)9.
       01 WS-MG-NUM2-ED            PIC Z(6)9.
       01 WS-MG-NUM3-ED            PIC Z(6)9.
       01 WS-MG-TIME-ED            PIC ZZZZ9.
       01 WS-MG-STATE-TXT          PIC X(10).
       01 WS-MG-LINE               PIC X(80).
