      *> ============================================================
      *> resmast-data.cpy -- Data for the results master file
      *> One indexed record per map, skill and player holding the
      *> best time, best score, attempts, deaths, completions and
      *> the date last played. Every ledger row is posted to it as
      *> it is written, so the report and the best-run promotion
      *> read one keyed record instead of replaying the ledger --
      *> and a 32-map megawad fits without a table ceiling.
      *> DOOM_RESULTS_POST=1 rebuilds it from the whole ledger.
      *> All variables prefixed WS-RM-.
      *> ============================================================

       01 WS-RM-FILENAME           PIC X(32) VALUE "results.idx".
       01 WS-RM-STATUS             PIC XX.
       01 WS-RM-ENV                PIC X(8).
       01 WS-RM-HIT                PIC 9.

      *> --- The posting's verdict for the best-run promotion:
      *>     1 = this row is a first or faster completion ---
       01 WS-RM-NEW-BEST           PIC 9 VALUE 0.

      *> --- Rebuild totals ---
       01 WS-RM-ROWS               PIC 9(7) VALUE 0.
       01 WS-RM-KEYS               PIC 9(7) VALUE 0.

      *> --- Report working variables ---
       01 WS-RM-RATE               PIC 9(3).

      *> --- Return code: 0 = posted, 8 = the ledger or the master
      *>     could not be opened ---
       01 WS-RM-WORST              PIC 9(3) VALUE 0.
