      *> ============================================================
      *> extract-data.cpy -- Data for the spreadsheet extracts
      *> DOOM_EXTRACT=1 writes the results ledger, the weapon stats
      *> and the career profiles as comma-delimited files with a
      *> header row -- results.csv, wpstats.csv, profile.csv --
      *> with the dates spelled YYYY-MM-DD, the run type and the
      *> killer by name, and the decimals put in. DOOM_EXTRACT_FROM
      *> and DOOM_EXTRACT_TO (YYYYMMDD, either end may be left
      *> open) and DOOM_EXTRACT_MAP narrow the ledger and weapon
      *> rows; the careers carry neither a date nor a map and
      *> always go out whole. All variables prefixed WS-XT-.
      *> ============================================================

       01 WS-XT-ENV                PIC X(8).
       01 WS-XT-DATE-ENV           PIC X(10).
       01 WS-XT-MAP-ENV            PIC X(10).

      *> --- Filters: dates inclusive, map blank = every map ---
       01 WS-XT-FROM               PIC 9(8) VALUE 0.
       01 WS-XT-TO                 PIC 9(8) VALUE 99999999.
       01 WS-XT-MAP                PIC X(8) VALUE SPACES.

      *> --- The extract files, written as byte streams so each
      *>     row ends where its last field does ---
       01 WS-XT-LG-FILENAME        PIC X(32) VALUE "results.csv".
       01 WS-XT-WP-FILENAME        PIC X(32) VALUE "wpstats.csv".
       01 WS-XT-PR-FILENAME        PIC X(32) VALUE "profile.csv".
       01 WS-XT-PATH               PIC X(32).
       01 WS-XT-HANDLE             PIC X(4).
       01 WS-XT-OFS                PIC X(8) COMP-X.
       01 WS-XT-LEN                PIC X(4) COMP-X.
       01 WS-XT-OPEN               PIC 9 VALUE 0.

      *> --- Return code: 0 = done, 4 = a source file was missing
      *>     (its extract is the header alone), 8 = a bad filter,
      *>     a ledger row that fits no layout, or a write failure ---
       01 WS-XT-WORST              PIC 9(3) VALUE 0.

      *> --- Control totals per file: read = written + filtered ---
       01 WS-XT-READ               PIC 9(7).
       01 WS-XT-WRITTEN            PIC 9(7).
       01 WS-XT-SKIPPED            PIC 9(7).

      *> --- The row being built ---
       01 WS-XT-LINE               PIC X(400).
       01 WS-XT-PTR                PIC 9(3).
       01 WS-XT-COLS               PIC 9(2).
       01 WS-XT-FLD                PIC X(40).
       01 WS-XT-NUM                PIC 9(9).
       01 WS-XT-NUM-ED             PIC Z(8)9.
       01 WS-XT-DATE               PIC 9(8).
       01 WS-XT-PCT                PIC 9(3)V9.
       01 WS-XT-PCT-ED             PIC ZZ9.9.
       01 WS-XT-AIM                PIC X.
       01 WS-XT-HOURS              PIC 9(7)V99.
       01 WS-XT-HOURS-ED           PIC Z(6)9.99.
       01 WS-XT-ROW-MAP            PIC X(8).
       01 WS-XT-KEEP               PIC 9.
       01 WS-XT-I                  PIC 9.
       01 WS-XT-NUM-ED2            PIC Z(6)9.
       01 WS-XT-NUM-ED3            PIC Z(6)9.
