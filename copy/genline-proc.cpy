      *> ============================================================
      *> genline-proc.cpy -- Boom generalized linedefs
      *> GL-DECODE:           split WS-GL-SPECIAL into its fields
      *> GL-DOOR-CHOICES:     door speed, stay and wait of a decode
      *> GL-MOVER-SPEED:      floor/ceiling/lift rate of a decode
      *> GL-LOCK-KEY:         MC-KEY-ID for a manual locked door
      *> GL-CHECK-KEYS:       does the player hold the lock's keys
      *> GL-TRIGGER-LINE:     walk-over or use of a generalized line
      *> GL-LIST-UNSUPPORTED: the decode's bits with no counterpart
      *> ============================================================

      *> ============================================================
      *> GL-DECODE: Class and fields of WS-GL-SPECIAL. A special
      *> outside the generalized ranges leaves WS-GL-CLASS at 0 and
      *> every caller falls back to its vanilla handling.
      *> ============================================================
       GL-DECODE.
           MOVE 0 TO WS-GL-CLASS
           MOVE 0 TO WS-GL-TRIGGER
           MOVE 0 TO WS-GL-SPEED
           MOVE 0 TO WS-GL-KIND
           MOVE 0 TO WS-GL-MONSTER
           MOVE 0 TO WS-GL-DELAY
           MOVE 0 TO WS-GL-LOCK
           MOVE 0 TO WS-GL-SKULL-SAME
           MOVE 0 TO WS-GL-TARGET
           MOVE 0 TO WS-GL-DIR
           MOVE 0 TO WS-GL-MODEL
           MOVE 0 TO WS-GL-CHANGE
           MOVE 0 TO WS-GL-CRUSH
           MOVE 0 TO WS-GL-STEP
           MOVE 0 TO WS-GL-IGNORE-TEX
           MOVE 0 TO WS-GL-SILENT
           MOVE SPACES TO WS-GL-CLASS-NAME

           EVALUATE TRUE
               WHEN WS-GL-SPECIAL > WS-GL-LAST
                   EXIT PARAGRAPH
               WHEN WS-GL-SPECIAL >= WS-GL-BASE-FLOOR
                   MOVE 7 TO WS-GL-CLASS
                   MOVE "FLOOR" TO WS-GL-CLASS-NAME
                   COMPUTE WS-GL-BITS =
                       WS-GL-SPECIAL - WS-GL-BASE-FLOOR
               WHEN WS-GL-SPECIAL >= WS-GL-BASE-CEIL
                   MOVE 6 TO WS-GL-CLASS
                   MOVE "CEILING" TO WS-GL-CLASS-NAME
                   COMPUTE WS-GL-BITS =
                       WS-GL-SPECIAL - WS-GL-BASE-CEIL
               WHEN WS-GL-SPECIAL >= WS-GL-BASE-DOOR
                   MOVE 5 TO WS-GL-CLASS
                   MOVE "DOOR" TO WS-GL-CLASS-NAME
                   COMPUTE WS-GL-BITS =
                       WS-GL-SPECIAL - WS-GL-BASE-DOOR
               WHEN WS-GL-SPECIAL >= WS-GL-BASE-LOCKED
                   MOVE 4 TO WS-GL-CLASS
                   MOVE "LOCKED DOOR" TO WS-GL-CLASS-NAME
                   COMPUTE WS-GL-BITS =
                       WS-GL-SPECIAL - WS-GL-BASE-LOCKED
               WHEN WS-GL-SPECIAL >= WS-GL-BASE-LIFT
                   MOVE 3 TO WS-GL-CLASS
                   MOVE "LIFT" TO WS-GL-CLASS-NAME
                   COMPUTE WS-GL-BITS =
                       WS-GL-SPECIAL - WS-GL-BASE-LIFT
               WHEN WS-GL-SPECIAL >= WS-GL-BASE-STAIRS
                   MOVE 2 TO WS-GL-CLASS
                   MOVE "STAIRS" TO WS-GL-CLASS-NAME
                   COMPUTE WS-GL-BITS =
                       WS-GL-SPECIAL - WS-GL-BASE-STAIRS
               WHEN WS-GL-SPECIAL >= WS-GL-BASE-CRUSHER
                   MOVE 1 TO WS-GL-CLASS
                   MOVE "CRUSHER" TO WS-GL-CLASS-NAME
                   COMPUTE WS-GL-BITS =
                       WS-GL-SPECIAL - WS-GL-BASE-CRUSHER
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

      *>   Every class: trigger in bits 0-2, speed in bits 3-4
           COMPUTE WS-GL-TRIGGER = FUNCTION MOD(WS-GL-BITS, 8)
           COMPUTE WS-GL-Q = WS-GL-BITS / 8
           COMPUTE WS-GL-SPEED = FUNCTION MOD(WS-GL-Q, 4)

           EVALUATE WS-GL-CLASS
               WHEN 6
               WHEN 7
      *>           Model 5, direction 6, target 7-9, change 10-11,
      *>           crush 12
                   COMPUTE WS-GL-Q = WS-GL-BITS / 32
                   COMPUTE WS-GL-MODEL = FUNCTION MOD(WS-GL-Q, 2)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 64
                   COMPUTE WS-GL-DIR = FUNCTION MOD(WS-GL-Q, 2)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 128
                   COMPUTE WS-GL-TARGET = FUNCTION MOD(WS-GL-Q, 8)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 1024
                   COMPUTE WS-GL-CHANGE = FUNCTION MOD(WS-GL-Q, 4)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 4096
                   COMPUTE WS-GL-CRUSH = FUNCTION MOD(WS-GL-Q, 2)
               WHEN 5
      *>           Kind 5-6, monster 7, delay 8-9
                   COMPUTE WS-GL-Q = WS-GL-BITS / 32
                   COMPUTE WS-GL-KIND = FUNCTION MOD(WS-GL-Q, 4)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 128
                   COMPUTE WS-GL-MONSTER = FUNCTION MOD(WS-GL-Q, 2)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 256
                   COMPUTE WS-GL-DELAY = FUNCTION MOD(WS-GL-Q, 4)
               WHEN 4
      *>           Kind 5, lock 6-8, skull/card alike 9
                   COMPUTE WS-GL-Q = WS-GL-BITS / 32
                   COMPUTE WS-GL-KIND = FUNCTION MOD(WS-GL-Q, 2)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 64
                   COMPUTE WS-GL-LOCK = FUNCTION MOD(WS-GL-Q, 8)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 512
                   COMPUTE WS-GL-SKULL-SAME =
                       FUNCTION MOD(WS-GL-Q, 2)
               WHEN 3
      *>           Monster 5, delay 6-7, target 8-9
                   COMPUTE WS-GL-Q = WS-GL-BITS / 32
                   COMPUTE WS-GL-MONSTER = FUNCTION MOD(WS-GL-Q, 2)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 64
                   COMPUTE WS-GL-DELAY = FUNCTION MOD(WS-GL-Q, 4)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 256
                   COMPUTE WS-GL-TARGET = FUNCTION MOD(WS-GL-Q, 4)
               WHEN 2
      *>           Monster 5, step 6-7, direction 8, ignore texture 9
                   COMPUTE WS-GL-Q = WS-GL-BITS / 32
                   COMPUTE WS-GL-MONSTER = FUNCTION MOD(WS-GL-Q, 2)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 64
                   COMPUTE WS-GL-STEP = FUNCTION MOD(WS-GL-Q, 4)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 256
                   COMPUTE WS-GL-DIR = FUNCTION MOD(WS-GL-Q, 2)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 512
                   COMPUTE WS-GL-IGNORE-TEX =
                       FUNCTION MOD(WS-GL-Q, 2)
               WHEN 1
      *>           Monster 5, silent 6
                   COMPUTE WS-GL-Q = WS-GL-BITS / 32
                   COMPUTE WS-GL-MONSTER = FUNCTION MOD(WS-GL-Q, 2)
                   COMPUTE WS-GL-Q = WS-GL-BITS / 64
                   COMPUTE WS-GL-SILENT = FUNCTION MOD(WS-GL-Q, 2)
           END-EVALUATE
           .

      *> ============================================================
      *> GL-DOOR-CHOICES: Door speed, stay-open and wait for a
      *> decoded door or locked door. Boom's slow door is the
      *> vanilla door and each speed step doubles it, so turbo is
      *> twice the blazing door. Locked doors have no delay field
      *> and hold for the vanilla wait.
      *> ============================================================
       GL-DOOR-CHOICES.
           EVALUATE WS-GL-SPEED
               WHEN 0
                   MOVE WS-DR-SPEED-NORMAL TO WS-GL-DR-SPEED
               WHEN 1
                   COMPUTE WS-GL-DR-SPEED = WS-DR-SPEED-NORMAL * 2
               WHEN 2
                   MOVE WS-DR-SPEED-BLAZE TO WS-GL-DR-SPEED
               WHEN OTHER
                   COMPUTE WS-GL-DR-SPEED = WS-DR-SPEED-BLAZE * 2
           END-EVALUATE

           IF WS-GL-KIND = 1 OR WS-GL-KIND = 3
               MOVE 1 TO WS-GL-DR-STAY
           ELSE
               MOVE 2 TO WS-GL-DR-STAY
           END-IF

           IF WS-GL-CLASS = 5
               MOVE WS-GL-DR-WAIT-ENT(WS-GL-DELAY + 1)
                   TO WS-GL-DR-WAIT
           ELSE
               MOVE 90 TO WS-GL-DR-WAIT
           END-IF
           .

      *> ============================================================
      *> GL-MOVER-SPEED: Floor, ceiling and lift rate in height
      *> units a frame -- 1, 2, 4, 8 from slow to turbo, the normal
      *> rate matching the vanilla lift's.
      *> ============================================================
       GL-MOVER-SPEED.
           EVALUATE WS-GL-SPEED
               WHEN 0
                   MOVE 1 TO WS-GL-MV-SPEED
               WHEN 1
                   MOVE 2 TO WS-GL-MV-SPEED
               WHEN 2
                   MOVE 4 TO WS-GL-MV-SPEED
               WHEN OTHER
                   MOVE 8 TO WS-GL-MV-SPEED
           END-EVALUATE
           .

      *> ============================================================
      *> GL-LOCK-KEY: A door cell holds one key colour, so a manual
      *> locked door's lock comes down to one: skull and card of a
      *> colour both open it, an any-key lock takes the blue key and
      *> an all-keys lock the red (the map audit lists both).
      *> ============================================================
       GL-LOCK-KEY.
           EVALUATE WS-GL-LOCK
               WHEN 1
               WHEN 4
               WHEN 7
                   MOVE 3 TO WS-GL-KEY
               WHEN 3
               WHEN 6
                   MOVE 2 TO WS-GL-KEY
               WHEN OTHER
                   MOVE 1 TO WS-GL-KEY
           END-EVALUATE
           .

      *> ============================================================
      *> GL-CHECK-KEYS: WS-GL-KEY-OK = 1 when the player holds what
      *> a remote locked line asks for; otherwise the refusal the
      *> door cells use goes up.
      *> ============================================================
       GL-CHECK-KEYS.
           MOVE 1 TO WS-GL-KEY-OK
           EVALUATE WS-GL-LOCK
               WHEN 0
                   IF WS-HAS-KEY-BLUE = 0
                       AND WS-HAS-KEY-YELLOW = 0
                       AND WS-HAS-KEY-RED = 0
                       MOVE 0 TO WS-GL-KEY-OK
                       MOVE WS-STR-TXT(30) TO WS-GMSG-TEXT
                   END-IF
               WHEN 7
                   IF WS-HAS-KEY-BLUE = 0
                       OR WS-HAS-KEY-YELLOW = 0
                       OR WS-HAS-KEY-RED = 0
                       MOVE 0 TO WS-GL-KEY-OK
                       MOVE WS-STR-TXT(30) TO WS-GMSG-TEXT
                   END-IF
               WHEN OTHER
                   PERFORM GL-LOCK-KEY
                   EVALUATE WS-GL-KEY
                       WHEN 1
                           IF WS-HAS-KEY-BLUE = 0
                               MOVE 0 TO WS-GL-KEY-OK
                               MOVE WS-STR-TXT(27) TO WS-GMSG-TEXT
                           END-IF
                       WHEN 2
                           IF WS-HAS-KEY-YELLOW = 0
                               MOVE 0 TO WS-GL-KEY-OK
                               MOVE WS-STR-TXT(28) TO WS-GMSG-TEXT
                           END-IF
                       WHEN 3
                           IF WS-HAS-KEY-RED = 0
                               MOVE 0 TO WS-GL-KEY-OK
                               MOVE WS-STR-TXT(29) TO WS-GMSG-TEXT
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           IF WS-GL-KEY-OK = 0
               PERFORM SHOW-GAME-MESSAGE
           END-IF
           .

      *> ============================================================
      *> GL-TRIGGER-LINE: The generalized counterpart of the special
      *> lists in CHECK-USE-KEY and CHECK-WALKOVER-TRIGGERS. The
      *> caller sets WS-GL-SPECIAL, WS-TR-TAG and WS-GL-HOW; the
      *> line acts only for its own trigger. Gunfire lines answer
      *> to use, and so do manual lines other than doors (whose
      *> line is a door cell CHECK-USE-KEY already opens). Doors,
      *> lifts and crushers run through their own movers; floors,
      *> ceilings and stairs through the plane movers.
      *> ============================================================
       GL-TRIGGER-LINE.
           MOVE 0 TO WS-GL-FIRED
           PERFORM GL-DECODE
           IF WS-GL-CLASS = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-GL-TRIGGER
               WHEN 0
               WHEN 1
                   MOVE "W" TO WS-GL-NEEDS
               WHEN 6
               WHEN 7
                   IF WS-GL-CLASS = 4 OR WS-GL-CLASS = 5
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "S" TO WS-GL-NEEDS
               WHEN OTHER
                   MOVE "S" TO WS-GL-NEEDS
           END-EVALUATE
           IF WS-GL-NEEDS NOT = WS-GL-HOW
               EXIT PARAGRAPH
           END-IF

           IF WS-GL-CLASS = 4
               PERFORM GL-CHECK-KEYS
               IF WS-GL-KEY-OK = 0
                   MOVE 2 TO WS-GL-FIRED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 1 TO WS-GL-FIRED
           EVALUATE WS-GL-CLASS
               WHEN 4
               WHEN 5
                   PERFORM GL-DOOR-CHOICES
                   IF WS-GL-KIND < 2
                       MOVE 1 TO WS-TR-ACTION
                       MOVE WS-GL-DR-SPEED TO WS-TR-SPEED
                       MOVE WS-GL-DR-WAIT TO WS-TR-WAIT
                       MOVE WS-GL-DR-STAY TO WS-TR-STAY
                   ELSE
                       MOVE 2 TO WS-TR-ACTION
                   END-IF
               WHEN 3
                   MOVE 3 TO WS-TR-ACTION
               WHEN 1
                   MOVE 4 TO WS-TR-ACTION
               WHEN OTHER
                   MOVE 5 TO WS-TR-ACTION
           END-EVALUATE
           PERFORM TRIGGER-TAGGED-ACTION
           MOVE 0 TO WS-TR-SPEED
           MOVE 0 TO WS-TR-WAIT
           MOVE 0 TO WS-TR-STAY
           .

      *> ============================================================
      *> GL-LIST-UNSUPPORTED: WS-GL-UNSUP gets one word for each
      *> field of the decode the engine ignores or stands in for;
      *> spaces when it honours the special in full.
      *> ============================================================
       GL-LIST-UNSUPPORTED.
           MOVE SPACES TO WS-GL-UNSUP
           MOVE 1 TO WS-GL-UNSUP-PTR
           IF WS-GL-CLASS = 0
               EXIT PARAGRAPH
           END-IF

      *>   Triggers: lines fire every time, gunfire lines answer to
      *>   use, and manual lines other than doors act on their tag
           IF WS-GL-TRIGGER = 0 OR WS-GL-TRIGGER = 2
               OR WS-GL-TRIGGER = 4 OR WS-GL-TRIGGER = 6
               MOVE "ONCE" TO WS-GL-TOKEN
               PERFORM GL-ADD-TOKEN
           END-IF
           IF WS-GL-TRIGGER = 4 OR WS-GL-TRIGGER = 5
               MOVE "GUNFIRE=USE" TO WS-GL-TOKEN
               PERFORM GL-ADD-TOKEN
           END-IF
           IF WS-GL-TRIGGER >= 6
               AND WS-GL-CLASS NOT = 4 AND WS-GL-CLASS NOT = 5
               MOVE "MANUAL=TAG" TO WS-GL-TOKEN
               PERFORM GL-ADD-TOKEN
           END-IF
           IF WS-GL-MONSTER = 1
               MOVE "MONSTER" TO WS-GL-TOKEN
               PERFORM GL-ADD-TOKEN
           END-IF

           EVALUATE WS-GL-CLASS
               WHEN 6
               WHEN 7
                   IF WS-GL-TARGET = 5
                       MOVE "SHORTEST-TEX=64" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
                   IF WS-GL-CHANGE > 0
                       MOVE "CHANGE" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
                   IF WS-GL-CRUSH = 1
                       MOVE "CRUSH" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
               WHEN 5
                   IF WS-GL-KIND = 2
                       MOVE "NO-REOPEN" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
                   IF WS-GL-KIND >= 2 AND WS-GL-TRIGGER >= 6
                       MOVE "MANUAL-CLOSE" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
               WHEN 4
                   IF WS-GL-SKULL-SAME = 0
                       AND WS-GL-LOCK > 0 AND WS-GL-LOCK < 7
                       MOVE "SKULL=CARD" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
                   IF WS-GL-TRIGGER >= 6 AND WS-GL-LOCK = 0
                       MOVE "ANY-KEY=BLUE" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
                   IF WS-GL-TRIGGER >= 6 AND WS-GL-LOCK = 7
                       MOVE "ALL-KEYS=RED" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
               WHEN 3
                   IF WS-GL-TARGET = 1 OR WS-GL-TARGET = 2
                       MOVE "LIFT-TARGET" TO WS-GL-TOKEN
                       PERFORM GL-ADD-TOKEN
                   END-IF
           END-EVALUATE
           .

       GL-ADD-TOKEN.
           IF WS-GL-UNSUP-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-GL-UNSUP
                   WITH POINTER WS-GL-UNSUP-PTR
               END-STRING
           END-IF
           STRING WS-GL-TOKEN DELIMITED BY SPACE
               INTO WS-GL-UNSUP
               WITH POINTER WS-GL-UNSUP-PTR
           END-STRING
           .
