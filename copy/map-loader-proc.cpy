           PERFORM VARYING WS-WAD-I FROM 1 BY 1
               UNTIL WS-WAD-I > WS-WAD-LUMP-COUNT
      *>       MAPxx markers, and the episode format's ExMy ones
      *>       (doom.wad, freedoom1 and every episode PWAD) -- not
      *>       MAPINFO and the like
               IF ((WL-NAME(WS-WAD-I)(1:3) = "MAP"
                       AND WL-NAME(WS-WAD-I)(4:2) IS NUMERIC
                       AND WL-NAME(WS-WAD-I)(6:3) = SPACES)
                   OR (WL-NAME(WS-WAD-I)(1:1) = "E"
                       AND WL-NAME(WS-WAD-I)(2:1) >= "1"
                       AND WL-NAME(WS-WAD-I)(2:1) <= "9"
                       AND WL-NAME(WS-WAD-I)(4:1) >= "1"
                       AND WL-NAME(WS-WAD-I)(4:1) <= "9"
                       AND WL-NAME(WS-WAD-I)(5:4) = SPACES))
                   AND WS-MAP-CHOICE-COUNT < 64
                   ADD 1 TO WS-MAP-CHOICE-COUNT
                   MOVE WL-NAME(WS-WAD-I)
                       TO WS-MAP-CHOICE(WS-MAP-CHOICE-COUNT)
      *>   the whole parse/rasterize pass below
           PERFORM MAPCACHE-TRY-LOAD
           IF WS-MCC-HIT = 1
               PERFORM BM-LOAD-LUMPS
               PERFORM INIT-LIGHT-FX
               PERFORM INIT-SKY
               PERFORM PLAY-MAP-MUSIC
           COMPUTE WS-ML-I = WS-MAP-LUMP-IDX + 1
           MOVE WL-OFFSET(WS-ML-I) TO WS-WAD-OFFSET
           MOVE WL-SIZE(WS-ML-I) TO WS-WAD-RD-SIZE
           IF WS-WAD-RD-SIZE > 10000
               MOVE 10000 TO WS-WAD-RD-SIZE
           END-IF
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-THING-BUF
           COMPUTE WS-THING-RAW-COUNT = WL-SIZE(WS-ML-I) / 10
           IF WS-THING-RAW-COUNT > 1000
               MOVE 1000 TO WS-THING-RAW-COUNT
           END-IF
           DISPLAY "  THINGS: " WS-THING-RAW-COUNT

           MOVE 1 TO WS-USE-WAD-MAP
           MOVE 128 TO WS-MAP-SIZE

      *>   Sight table and block grid for the finished conversion
           PERFORM BM-LOAD-LUMPS

           DISPLAY WS-MAP-NAME " loaded successfully."
           DISPLAY "  Player spawn: "
               WS-SPAWN-X " , " WS-SPAWN-Y
           PERFORM INIT-SPRITES
           PERFORM EN-INIT-AI
           PERFORM INIT-DOORS
           PERFORM INIT-PLANES
           PERFORM INIT-LIFTS
           PERFORM INIT-CRUSHERS
           PERFORM INIT-PICKUPS
           PERFORM INIT-SPRITES
           PERFORM EN-INIT-AI
           PERFORM INIT-DOORS
           PERFORM INIT-PLANES
           PERFORM INIT-LIFTS
           PERFORM INIT-CRUSHERS
           PERFORM INIT-PICKUPS
      *> sector number, special and tag -- so two builds' grids for
      *> the same WAD diff mechanically, and a loader change can't
      *> silently shift a door cell without the diff catching it.
      *> The pickup lines follow from WRITE-GRID-PICKUPS.
      *> ============================================================
       WRITE-GRID-DUMP.
           OPEN OUTPUT GRIDDUMP-FILE

           CLOSE GRIDDUMP-FILE
           DISPLAY "Grid dump written to " WS-GD-FILENAME
      *>   INIT-PICKUPS adds the map's pickups once they're placed
           MOVE 1 TO WS-GD-ON
           .

      *> ============================================================
      *> WRITE-GRID-PICKUPS: Called from INIT-PICKUPS after a grid
      *> dump: one "PK" line per pickup the map placed -- its cell
      *> and thing type -- appended after the cell lines, so the
      *> coverage report can tell which items nobody walked to.
      *> ============================================================
       WRITE-GRID-PICKUPS.
           MOVE 0 TO WS-GD-ON
           OPEN EXTEND GRIDDUMP-FILE
           IF WS-GD-STATUS NOT = "00"
               DISPLAY "WARN: cannot append to " WS-GD-FILENAME
                   ", status=" WS-GD-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
               UNTIL WS-PK-IDX > WS-PK-COUNT
               IF WS-PK-DROPPED(WS-PK-IDX) = 0
                   COMPUTE WS-GD-PK-ROW =
                       FUNCTION INTEGER-PART(WS-PK-Y(WS-PK-IDX)) + 1
                   COMPUTE WS-GD-PK-COL =
                       FUNCTION INTEGER-PART(WS-PK-X(WS-PK-IDX)) + 1
                   MOVE WS-PK-TYPE(WS-PK-IDX) TO WS-GD-PK-TYPE
                   MOVE WS-GD-PK-LINE TO GRIDDUMP-RECORD
                   WRITE GRIDDUMP-RECORD
               END-IF
           END-PERFORM
           CLOSE GRIDDUMP-FILE
           .

      *> ============================================================

      *>   The fresh grid matches no registered crushers -- drop the
      *>   table so INIT-CRUSHERS can't restore another map's
      *>   ceilings into these cells; the same for the floor and
      *>   ceiling movers
           MOVE 0 TO WS-CR-COUNT
           MOVE 0 TO WS-PL-COUNT

      *>   Rasterize linedefs onto grid
           MOVE 0 TO WS-SEG-COUNT
               EXIT PARAGRAPH
           END-IF

      *>   Boom generalized specials join the vanilla door and
      *>   lift numbers below: manual (D1/DR) doors and locked
      *>   doors, and lifts of any trigger
           MOVE WS-LD-SPECIAL TO WS-GL-SPECIAL
           PERFORM GL-DECODE

      *>   Exit linedef specials -- tag as a walk-over exit
      *>   trigger instead of a wall, regardless of sidedness:
      *>     11/52 = normal exit, 51/124 = secret exit
                       OR WS-LD-SPECIAL = 46
                       OR WS-LD-SPECIAL = 117
                       OR WS-LD-SPECIAL = 118
                       OR ((WS-GL-CLASS = 4 OR WS-GL-CLASS = 5)
                           AND WS-GL-TRIGGER >= 6)
                       MOVE 2 TO WS-GR-TYPE
      *>               Locked-door specials: which key unlocks it
                       IF WS-LD-SPECIAL = 26 OR WS-LD-SPECIAL = 32
                       IF WS-LD-SPECIAL = 28 OR WS-LD-SPECIAL = 33
                           MOVE 3 TO WS-GR-KEY
                       END-IF
                       IF WS-GL-CLASS = 4
                           PERFORM GL-LOCK-KEY
                           MOVE WS-GL-KEY TO WS-GR-KEY
                       END-IF
                   ELSE
      *>               Lift specials: 10/21 lift-and-raise,
      *>               62/88 lower-lift, 123 fast lift
                           OR WS-LD-SPECIAL = 62
                           OR WS-LD-SPECIAL = 88
                           OR WS-LD-SPECIAL = 123
                           OR WS-GL-CLASS = 3
                           MOVE 4 TO WS-GR-TYPE
                       ELSE
      *>                   Plain two-sided, no special -- a window
               END-IF

      *>       Store thing
               IF WS-MAP-THING-COUNT < 900
                   ADD 1 TO WS-MAP-THING-COUNT
                   MOVE WS-LN-X1
                       TO MT-X(WS-MAP-THING-COUNT)
                       TO MT-FLAGS(WS-MAP-THING-COUNT)
               ELSE
                   IF WS-THING-OVFL-WARNED = 0
                       DISPLAY "WARN: WS-MAP-THINGS full (900) -- "
                           "thing index " WS-ML-I " onward dropped"
                       MOVE 1 TO WS-THING-OVFL-WARNED
                   END-IF
