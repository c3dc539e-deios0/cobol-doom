      *> ============================================================
      *> bestrun-data.cpy -- Data for the self-maintaining best-run
      *> ghost. Every level attempt tees its per-tic records to
      *> lastrun.rec; a completion that beats the player's best
      *> time in the results master promotes that file to
      *> best_<map>_<skill>.rec (any signed-in player but GUEST
      *> gets best_<map>_<id>_<skill>.rec) and the ghost racer
      *> auto-loads it whenever the map starts at that skill --
      *> the ledger and the ghost joined into one practice loop.
      *> All variables prefixed WS-LR- (last run) and WS-BR- (best
      *> run).
      *> ============================================================

       01 WS-LR-FILENAME           PIC X(32) VALUE "lastrun.rec".
       01 WS-BR-FILENAME           PIC X(32).
       01 WS-BR-STATUS             PIC XX.

      *> --- The analog values captured once per sim tic, consumed
      *>     by both the demo recorder and the last-run tee ---
       01 WS-TIC-MOUSE-DX          PIC S9(9) COMP-5 VALUE 0.
