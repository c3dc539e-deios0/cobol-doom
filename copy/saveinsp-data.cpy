      *> ============================================================
      *> saveinsp-data.cpy -- Data for the save-file inspector
      *> DOOM_SAVE_INSPECT=1 reads checkpoint.sav and its .bak and
      *> prints every SAVE-RECORD field in readable form to
      *> savecheck.rpt -- map, level, position, health, each ammo
      *> pool, keys, and the sprite, door, lift and pickup tables
      *> -- with the stored and recomputed checksums and a verdict
      *> on which of the two files is good. With DOOM_SAVE_REPAIR=1
      *> as well, a bad checkpoint is rebuilt from a good .bak (the
      *> bad one is kept as checkpoint.bad first). Both files are
      *> read as byte streams, so a short or damaged file is
      *> reported rather than read through SAVE-FILE.
      *> All variables prefixed WS-SVI-.
      *> ============================================================

       01 WS-SVI-ENV               PIC X(8).
       01 WS-SVI-REPAIR-ENV        PIC X(8).
       01 WS-SVI-RPT-FILENAME      PIC X(32) VALUE "savecheck.rpt".
       01 WS-SVI-RPT-STATUS        PIC XX.
       01 WS-SVI-BAD-FILENAME      PIC X(32) VALUE "checkpoint.bad".

      *> --- The file being inspected: 1 = the checkpoint, 2 = the
      *>     .bak. The dump is skipped when a rebuilt checkpoint is
      *>     only being read back to verify it ---
       01 WS-SVI-FILE              PIC X(32).
       01 WS-SVI-WHICH             PIC 9.
       01 WS-SVI-DUMP-ON           PIC 9 VALUE 1.
       01 WS-SVI-REC-LEN           PIC 9(5).
       01 WS-SVI-DETAILS.
          05 WS-SVI-FILE-SIZE      PIC X(8) COMP-X.
          05 FILLER                PIC X(8).
       01 WS-SVI-READ-LEN          PIC 9(5).

      *> --- Each file's findings ---
       01 WS-SVI-RESULTS.
          05 WS-SVI-RESULT OCCURS 2 TIMES.
             10 WS-SVI-VERDICT     PIC 9.
      *>          0 = not there, 1 = good, 2 = short, 3 = another
      *>          save format, 4 = damaged (table counts out of
      *>          range or not numeric), 5 = checksum mismatch
             10 WS-SVI-SIZE        PIC 9(9).
             10 WS-SVI-STORED      PIC 9(9).
             10 WS-SVI-CALC        PIC 9(9).
       01 WS-SVI-VERDICT-TEXTS.
          05 FILLER PIC X(32) VALUE "NOT THERE".
          05 FILLER PIC X(32) VALUE "GOOD".
          05 FILLER PIC X(32) VALUE "BAD - SHORTER THAN ONE RECORD".
          05 FILLER PIC X(32) VALUE "BAD - ANOTHER SAVE FORMAT".
          05 FILLER PIC X(32) VALUE "BAD - TABLE COUNTS DAMAGED".
          05 FILLER PIC X(32) VALUE "BAD - CHECKSUM MISMATCH".
       01 WS-SVI-VERDICT-T REDEFINES WS-SVI-VERDICT-TEXTS.
          05 WS-SVI-VERDICT-TEXT   PIC X(32) OCCURS 6 TIMES.

      *> --- The good .bak's record, held for the rebuild ---
       01 WS-SVI-BAK-REC           PIC X(4096).

      *> --- Readable names for the state codes the tables store ---
       01 WS-SVI-SP-STATES.
          05 FILLER PIC X(8) VALUE "ALIVE".
          05 FILLER PIC X(8) VALUE "DYING".
          05 FILLER PIC X(8) VALUE "DEAD".
       01 WS-SVI-SP-STATE-T REDEFINES WS-SVI-SP-STATES.
          05 WS-SVI-SP-STATE-NAME  PIC X(8) OCCURS 3 TIMES.
       01 WS-SVI-DR-STATES.
          05 FILLER PIC X(8) VALUE "CLOSED".
          05 FILLER PIC X(8) VALUE "OPENING".
          05 FILLER PIC X(8) VALUE "OPEN".
          05 FILLER PIC X(8) VALUE "CLOSING".
       01 WS-SVI-DR-STATE-T REDEFINES WS-SVI-DR-STATES.
          05 WS-SVI-DR-STATE-NAME  PIC X(8) OCCURS 4 TIMES.
       01 WS-SVI-LF-STATES.
          05 FILLER PIC X(8) VALUE "UP".
          05 FILLER PIC X(8) VALUE "LOWERING".
          05 FILLER PIC X(8) VALUE "DOWN".
          05 FILLER PIC X(8) VALUE "RAISING".
       01 WS-SVI-LF-STATE-T REDEFINES WS-SVI-LF-STATES.
          05 WS-SVI-LF-STATE-NAME  PIC X(8) OCCURS 4 TIMES.

      *> --- Return code: 0 = the checkpoint is good (or has been
      *>     rebuilt), 4 = the checkpoint is bad but the .bak is
      *>     good, 8 = neither is good, or the report or the
      *>     rebuild can't be written ---
       01 WS-SVI-WORST             PIC 9(3) VALUE 0.

      *> --- Working variables ---
       01 WS-SVI-I                 PIC 9(3).
       01 WS-SVI-J                 PIC 9(3).
       01 WS-SVI-N                 PIC 9(3).
       01 WS-SVI-LINE              PIC X(100).
       01 WS-SVI-POS-ED            PIC -(5)9.9999.
       01 WS-SVI-POS2-ED           PIC -(5)9.9999.
       01 WS-SVI-ANG-ED            PIC -(5)9.
       01 WS-SVI-NUM-ED            PIC Z(8)9.
       01 WS-SVI-NUM2-ED           PIC Z(8)9.
