      *>   0=IDLE   1=ALERT   2=CHASE   3=ATTACK
      *>   4=PAIN   5=DYING   6=DEAD

      *> --- AI state table: one entry per sprite (WS-SP-MAX) ---
       01 WS-EN-AI-TABLE.
          05 WS-EN-AI-ENTRY OCCURS 400 TIMES.
             10 WS-EN-STATE        PIC 9.
      *>       Current AI state (0-6)
             10 WS-EN-ALERT-DIST   PIC S9(5)V9(4)
      *> --- Damage application interface ---
      *> Set these before calling EN-APPLY-DAMAGE
       01 WS-EN-DMG-IDX            PIC 9(3).
      *>   Sprite index to apply damage to (1..WS-SP-MAX)
       01 WS-EN-DMG-AMT            PIC 9(3).
      *>   Amount of damage to apply
       01 WS-EN-DMG-SOURCE         PIC 9(3) VALUE 0.
      *> --- External monster tuning (monsters.cfg): per-type stat
      *>     overrides read at startup, keyed by thing type number,
      *>     with the compiled EN-INIT-ONE-AI values as fallback --
      *>     balance experiments without a recompile. A DEHACKED
      *>     patch adds its Thing changes after them, touching only
      *>     the fields it sets: a field of all nines (or health
      *>     000) keeps the compiled value. monsters.cfg fills at
      *>     most 20 rows; the rest are DEHACKED's ---
       01 WS-TN-FILENAME           PIC X(32) VALUE "monsters.cfg".
       01 WS-TN-STATUS             PIC XX.
       01 WS-TN-COUNT              PIC 9(3) VALUE 0.
       01 WS-TN-MAX                PIC 9(3) VALUE 40.
       01 WS-TN-TABLE.
          05 WS-TN-ENTRY OCCURS 40 TIMES.
             10 WS-TN-TYPE         PIC 9(5).
             10 WS-TN-DAMAGE       PIC 9(3).
             10 WS-TN-SPEED        PIC 9V9(4).
             10 WS-TN-PAIN         PIC 9(3).
             10 WS-TN-SCORE        PIC 9(4).
             10 WS-TN-DODGE        PIC 9(3).
             10 WS-TN-HEALTH       PIC 9(3).
       01 WS-TN-I                  PIC 9(3).

      *> --- Skill-level scaling tables, indexed by WS-SKILL-LEVEL ---
      *>     linearly with distance ---
       01 WS-PROJ-SPL-IDX          PIC 9(3).
       01 WS-PROJ-HIT-IDX          PIC 9(3).
       01 WS-PROJ-HIT-K            PIC 9(3).
      *>   Sprite scan index for the player-shot collision check --
      *>   kept separate from WS-PROJ-SPL-IDX because PROJ-EXPLODE
      *>   (which runs that scan's own splash loop) is performed
