      *> ============================================================
      *> ledgmaint-data.cpy -- Data for the ledger maintenance run
      *> DOOM_LEDGER_MAINT=1 reads the results ledger row by row
      *> whatever layout each row was written in, converts short
      *> rows from before the type/killer, player, wave-set,
      *> run-flag, adaptive-step and aim-assist fields to the
      *> current layout, moves rows older than the retention date
      *> to monthly archive files, drops abandoned (A) rows older
      *> than the purge cutoff, rewrites the ledger with what is
      *> left, and prints control totals that must balance.
      *> All variables prefixed WS-LM-.
      *> ============================================================

       01 WS-LM-ENV                PIC X(8).
       01 WS-LM-DATE-ENV           PIC X(8).

      *> --- Cutoff dates (YYYYMMDD). Rows dated before
      *>     WS-LM-ARCHIVE-BEFORE are archived, A rows dated before
      *>     WS-LM-PURGE-BEFORE dropped. Defaults run back from
      *>     today; DOOM_LEDGER_ARCHIVE_BEFORE and
      *>     DOOM_LEDGER_PURGE_BEFORE set them outright (0 = off) ---
       01 WS-LM-TODAY              PIC 9(8).
       01 WS-LM-RETAIN-DAYS        PIC 9(4) VALUE 0365.
       01 WS-LM-PURGE-DAYS         PIC 9(4) VALUE 0090.
       01 WS-LM-ARCHIVE-BEFORE     PIC 9(8).
       01 WS-LM-PURGE-BEFORE       PIC 9(8).

      *> --- The ledger's seven row layouts, oldest first: the
      *>     original 48 bytes, 54 with the type and killer, 62
      *>     with the player ID, 70 with the horde wave set, 71
      *>     with the assisted-run flag, 73 with the adaptive
      *>     step, 74 with the aim assistance ---
       01 WS-LM-LEN-V1             PIC 9(3) VALUE 048.
       01 WS-LM-LEN-V2             PIC 9(3) VALUE 054.
       01 WS-LM-LEN-V3             PIC 9(3) VALUE 062.
       01 WS-LM-LEN-V4             PIC 9(3) VALUE 070.
       01 WS-LM-LEN-V5             PIC 9(3) VALUE 071.
       01 WS-LM-LEN-V6             PIC 9(3) VALUE 073.
       01 WS-LM-LEN-V7             PIC 9(3) VALUE 074.

      *> --- Files: the ledger is read as a byte stream (its rows
      *>     are not all one length), the survivors written to
      *>     WS-LM-NEW-FILENAME and swapped in, the old ledger kept
      *>     as WS-LM-BAK-FILENAME ---
       01 WS-LM-LIVE-FILENAME      PIC X(32).
       01 WS-LM-NEW-FILENAME       PIC X(32) VALUE "results.new".
       01 WS-LM-BAK-FILENAME       PIC X(32) VALUE "results.bak".
       01 WS-LM-HANDLE             PIC X(4).
       01 WS-LM-OFS                PIC X(8) COMP-X.
       01 WS-LM-LEN                PIC X(4) COMP-X.
       01 WS-LM-DETAILS.
          05 WS-LM-FILE-SIZE       PIC X(8) COMP-X.
          05 FILLER                PIC X(8).
       01 WS-LM-LEFT               PIC 9(10).

      *> --- Archive files, one per month of row date:
      *>     results_YYYYMM.arc, appended to ---
       01 WS-LM-ARC-FILENAME       PIC X(32).
       01 WS-LM-ARC-STATUS         PIC XX.
       01 WS-LM-ARC-MONTH          PIC 9(6) VALUE 0.
       01 WS-LM-ROW-MONTH          PIC 9(6).
       01 WS-LM-ARC-OPEN           PIC 9 VALUE 0.

      *> --- Read window: a row plus enough of the next one to
      *>     confirm where the row ends ---
       01 WS-LM-WIN                PIC X(128).
       01 WS-LM-ROW-LEN            PIC 9(3).
       01 WS-LM-P                  PIC 9(3).
       01 WS-LM-OK                 PIC 9.
      *>   Pass 1 only checks every row fits a layout, so a bad
      *>   ledger is refused before anything is written; pass 2
      *>   does the work
       01 WS-LM-PASS               PIC 9.

      *> --- Control totals: read = archived + purged + kept ---
       01 WS-LM-READ               PIC 9(7) VALUE 0.
       01 WS-LM-CONV-V1            PIC 9(7) VALUE 0.
       01 WS-LM-CONV-V2            PIC 9(7) VALUE 0.
       01 WS-LM-CONV-V3            PIC 9(7) VALUE 0.
       01 WS-LM-CONV-V4            PIC 9(7) VALUE 0.
       01 WS-LM-CONV-V5            PIC 9(7) VALUE 0.
       01 WS-LM-CONV-V6            PIC 9(7) VALUE 0.
       01 WS-LM-CONVERTED          PIC 9(7) VALUE 0.
       01 WS-LM-ARCHIVED           PIC 9(7) VALUE 0.
       01 WS-LM-PURGED             PIC 9(7) VALUE 0.
       01 WS-LM-KEPT               PIC 9(7) VALUE 0.
       01 WS-LM-CHECK              PIC 9(7).

      *> --- Return code: 0 = done, 8 = a row that fits no layout
      *>     or an I/O failure (the ledger is then left untouched) ---
       01 WS-LM-WORST              PIC 9(3) VALUE 0.
