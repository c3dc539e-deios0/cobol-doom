      *> ============================================================
      *> triggers-data.cpy -- Data for per-map scripted triggers
      *> An optional <mapname>.trg file (named per map, like the
      *> .obj objectives file) turns a stock map into a test
      *> scenario: each line pairs a condition watched during play
      *> -- the marine entering a region, a sector tag activating,
      *> a kill count reached, a time passed -- with an action: a
      *> monster spawned at a spot, a message, a tagged door or
      *> lift triggered, a sound played or a journal line written.
      *> Each line fires once per life; lines sharing a condition
      *> fire together, so an ambush is a few SPAWN lines and a
      *> MSG line. All variables prefixed WS-TRG-.
      *> ============================================================

       01 WS-TRG-FILENAME          PIC X(32).
       01 WS-TRG-STATUS            PIC XX.
       01 WS-TRG-LINE-NO           PIC 9(3).

       01 WS-TRG-COUNT             PIC 9(2) VALUE 0.
       01 WS-TRG-TABLE.
          05 WS-TRG OCCURS 32 TIMES.
             10 WS-TRG-COND        PIC 9.
      *>       1=enter region 2=sector tag activated 3=kills
      *>       4=seconds into the level
             10 WS-TRG-A           PIC 9(3) OCCURS 4 TIMES.
      *>       Region x1 y1 x2 y2 (whole map units, inclusive), or
      *>       the tag / kill count / seconds in the first
             10 WS-TRG-ACTION      PIC 9.
      *>       1=spawn 2=message 3=door/lift 4=sound 5=journal
             10 WS-TRG-TM          PIC 9(3).
      *>       Spawn: monster roster entry
             10 WS-TRG-X           PIC 9(3)V9.
             10 WS-TRG-Y           PIC 9(3)V9.
             10 WS-TRG-TAG         PIC 9(3).
             10 WS-TRG-DOOR-ACT    PIC 9.
      *>       TRIGGER-TAGGED-ACTION's action: 1 open, 2 close,
      *>       3 start lift
             10 WS-TRG-SFX         PIC 9(3).
             10 WS-TRG-TEXT        PIC X(40).
             10 WS-TRG-TAGGED      PIC 9.
      *>       A tag condition's tag has activated since the spawn
             10 WS-TRG-DONE        PIC 9.

       01 WS-TRG-I                 PIC 9(2).
       01 WS-TRG-J                 PIC 9(2).
       01 WS-TRG-HIT               PIC 9.
       01 WS-TRG-CX                PIC S9(5).
       01 WS-TRG-CY                PIC S9(5).
       01 WS-TRG-ELAPSED           PIC 9(5).
       01 WS-TRG-SLOT              PIC 9(3).
       01 WS-TRG-N                 PIC 9(3).
