      *> ============================================================
      *> practice-data.cpy -- Data for practice segments
      *> The console's practice command marks a start point (a
      *> snapshot of the game as it stands, kept in practice.sav
      *> apart from the player's own checkpoint) and an end: a
      *> cell to reach, a sector's monsters to kill, or a number of
      *> seconds to survive. Every death, every press of the load
      *> binding and every clear puts the snapshot straight back
      *> and counts the attempt. Attempts, clears, the best time
      *> and the damage taken go to the practice log, practice.dat,
      *> one record per player and segment, rewritten as each
      *> attempt ends. A practised level writes no ledger row and
      *> adds nothing to the career profile -- the attempt carries
      *> the P run flag, and the session clock it used is handed
      *> back before the profile is saved.
      *> All variables prefixed WS-PRC-.
      *> ============================================================

       01 WS-PRC-FILENAME          PIC X(32) VALUE "practice.dat".
       01 WS-PRC-STATUS            PIC XX.
       01 WS-PRC-SAVE-FILENAME     PIC X(32) VALUE "practice.sav".
       01 WS-PRC-BAK-FILENAME      PIC X(32) VALUE "practice.bak".
      *>   The start snapshot goes through SAVE-GAME/LOAD-GAME with
      *>   these names swapped in; the player's checkpoint.sav and
      *>   its .bak are put back untouched afterward
       01 WS-PRC-HOLD-SAVE         PIC X(32).
       01 WS-PRC-HOLD-BAK          PIC X(32).

       01 WS-PRC-ON                PIC 9 VALUE 0.
      *>   1 = a start is marked: deaths and the load binding go
      *>   back to it
       01 WS-PRC-LEVEL             PIC 9 VALUE 0.
      *>   1 = this level has been practised on since it was
      *>   entered; its results stay off the ledger until the next
      *>   spawn with practice off
       01 WS-PRC-START-SECONDS     PIC 9(6) VALUE 0.
      *>   Session clock when practice was switched on, so the time
      *>   spent can be taken back out of the career's play seconds

      *> --- The segment: where it starts and what ends it ---
       01 WS-PRC-MAP               PIC X(8).
       01 WS-PRC-START-ROW         PIC 9(3).
       01 WS-PRC-START-COL         PIC 9(3).
       01 WS-PRC-KIND              PIC X VALUE SPACE.
      *>   C = reach cell WS-PRC-TGT-ROW/COL, S = kill every monster
      *>   in sector WS-PRC-TGT-SECT, T = survive WS-PRC-TGT-SECS
      *>   seconds; space = no end set yet (deaths still go back
      *>   to the start, but nothing is counted)
       01 WS-PRC-TGT-ROW           PIC 9(3).
       01 WS-PRC-TGT-COL           PIC 9(3).
       01 WS-PRC-TGT-SECT          PIC 9(3).
       01 WS-PRC-TGT-SECS          PIC 9(4).

      *> --- The sector segment's quarry: the monsters standing in
      *>     the sector when each attempt starts ---
       01 WS-PRC-QUARRY-TABLE.
          05 WS-PRC-QUARRY         PIC 9 OCCURS 400 TIMES.
       01 WS-PRC-QUARRY-COUNT      PIC 9(3).

      *> --- The attempt under way ---
       01 WS-PRC-TICS              PIC 9(7) VALUE 0.
      *>   35 Hz tics since the attempt started
       01 WS-PRC-DAMAGE            PIC 9(5) VALUE 0.
      *>   Health taken off by hits this attempt (after armor)
       01 WS-PRC-CLEARED           PIC 9.

      *> --- This segment's log record, as loaded and as updated ---
       01 WS-PRC-ATTEMPTS          PIC 9(5) VALUE 0.
       01 WS-PRC-CLEARS            PIC 9(5) VALUE 0.
       01 WS-PRC-BEST-TICS         PIC 9(7) VALUE 0.
      *>   0 = never cleared
       01 WS-PRC-BEST-DAMAGE       PIC 9(5) VALUE 0.
      *>   Damage taken on the best-time clear
       01 WS-PRC-TOTAL-DAMAGE      PIC 9(7) VALUE 0.

      *> --- The other segments' records, held while the log is
      *>     rewritten around this one ---
       01 WS-PRC-HOLD-MAX          PIC 9(3) VALUE 200.
       01 WS-PRC-HOLD-COUNT        PIC 9(3).
       01 WS-PRC-OVFL              PIC 9.
      *>   1 = a record didn't fit: the log is left as it stands
       01 WS-PRC-OVFL-WARNED       PIC 9 VALUE 0.
       01 WS-PRC-HOLD-TABLE.
          05 WS-PRC-HOLD           PIC X(80) OCCURS 200 TIMES.
       01 WS-PRC-H                 PIC 9(3).
       01 WS-PRC-MINE              PIC 9.

      *> --- Console arguments ---
       01 WS-PRC-ARG               PIC X(8).
       01 WS-PRC-ARG1              PIC X(8).
       01 WS-PRC-ARG2              PIC X(8).

      *> --- Working variables ---
       01 WS-PRC-I                 PIC 9(3).
       01 WS-PRC-ROW               PIC 9(3).
       01 WS-PRC-COL               PIC 9(3).
       01 WS-PRC-SECS-ED           PIC Z(4)9.99.
       01 WS-PRC-NUM-ED            PIC Z(4)9.
       01 WS-PRC-SECS              PIC 9(5)V99.
       01 WS-PRC-HUD-VAL           PIC 9(5).
