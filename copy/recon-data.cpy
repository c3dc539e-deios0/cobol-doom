      *> ============================================================
      *> recon-data.cpy -- Data for the ledger / weapon-stats
      *> reconciliation. DOOM_RECONCILE=1 totals the kills each
      *> completion put in the results ledger and the per-weapon
      *> kills WPS-WRITE-RESULTS put in wpstats.dat for the same
      *> map, date and player, and lists every group where the two
      *> disagree or one side has no partner. One line per
      *> exception goes to recon.rpt.
      *> All variables prefixed WS-RCN-.
      *> ============================================================

       01 WS-RCN-ENV               PIC X(8).
       01 WS-RCN-RPT-FILENAME      PIC X(32) VALUE "recon.rpt".
       01 WS-RCN-RPT-STATUS        PIC XX.

      *> --- One group per map, date and player: what each file
      *>     says was killed, and how many rows said it ---
       01 WS-RCN-MAX               PIC 9(4) VALUE 2000.
       01 WS-RCN-COUNT             PIC 9(4) VALUE 0.
       01 WS-RCN-TABLE.
          05 WS-RCN-GRP OCCURS 2000 TIMES.
             10 WS-RCN-MAP         PIC X(8).
             10 WS-RCN-DATE        PIC 9(8).
             10 WS-RCN-PLAYER      PIC X(8).
             10 WS-RCN-LG-KILLS    PIC 9(6).
             10 WS-RCN-LG-ROWS     PIC 9(4).
             10 WS-RCN-WP-KILLS    PIC 9(6).
             10 WS-RCN-WP-ROWS     PIC 9(4).

      *> --- The row being placed ---
       01 WS-RCN-KEY-MAP           PIC X(8).
       01 WS-RCN-KEY-DATE          PIC 9(8).
       01 WS-RCN-KEY-PLAYER        PIC X(8).
       01 WS-RCN-I                 PIC 9(4).
       01 WS-RCN-HIT               PIC 9(4).

      *> --- Totals ---
       01 WS-RCN-LG-READ           PIC 9(7) VALUE 0.
       01 WS-RCN-WP-READ           PIC 9(7) VALUE 0.
       01 WS-RCN-MATCHED           PIC 9(5) VALUE 0.
       01 WS-RCN-EXCEPTIONS        PIC 9(5) VALUE 0.
       01 WS-RCN-LG-TOTAL          PIC 9(7) VALUE 0.
       01 WS-RCN-WP-TOTAL          PIC 9(7) VALUE 0.

      *> --- Return code: 0 = every group balances, 4 = an
      *>     exception listed, 8 = no ledger, too many groups, or
      *>     the report can't be written ---
       01 WS-RCN-WORST             PIC 9(3) VALUE 0.

      *> --- Working variables ---
       01 WS-RCN-WHY               PIC X(16).
       01 WS-RCN-LINE              PIC X(100).
