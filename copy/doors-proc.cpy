                               MOVE 0
                                   TO WS-DR-STAY-OPEN(WS-DR-COUNT)
                           END-IF
      *>                   A generalized door line carries the same
      *>                   choices in its own bit fields
                           MOVE MC-LSPECIAL(WS-I, WS-J)
                               TO WS-GL-SPECIAL
                           PERFORM GL-DECODE
                           IF WS-GL-CLASS = 4 OR WS-GL-CLASS = 5
                               PERFORM GL-DOOR-CHOICES
                               MOVE WS-GL-DR-SPEED
                                   TO WS-DR-SPEED(WS-DR-COUNT)
                               MOVE WS-GL-DR-WAIT
                                   TO WS-DR-OPEN-DUR(WS-DR-COUNT)
                               IF WS-GL-DR-STAY = 1
                                   MOVE 1
                                     TO WS-DR-STAY-OPEN(WS-DR-COUNT)
                               ELSE
                                   MOVE 0
                                     TO WS-DR-STAY-OPEN(WS-DR-COUNT)
                               END-IF
                           END-IF
                       ELSE
                           IF WS-DR-OVFL-WARNED = 0
                               DISPLAY "WARN: door table full (100) "
                       PERFORM TRIGGER-TAGGED-ACTION
                       PERFORM SWAP-SWITCH-TEXTURE
                       EXIT PARAGRAPH
      *>           Boom generalized specials, decoded by range
                   WHEN WS-GL-BASE-CRUSHER THRU WS-GL-LAST
                       MOVE MC-LSPECIAL(WS-DR-FACE-ROW,
                                        WS-DR-FACE-COL)
                           TO WS-GL-SPECIAL
                       MOVE MC-LTAG(WS-DR-FACE-ROW,
                                    WS-DR-FACE-COL)
                           TO WS-TR-TAG
                       MOVE "S" TO WS-GL-HOW
                       PERFORM GL-TRIGGER-LINE
                       IF WS-GL-FIRED = 1
                           PERFORM SWAP-SWITCH-TEXTURE
                       END-IF
                       IF WS-GL-FIRED > 0
                           EXIT PARAGRAPH
                       END-IF
               END-EVALUATE
           END-IF

                           DISPLAY "Door opening at row="
                               WS-DR-FACE-ROW
                               " col=" WS-DR-FACE-COL
                           MOVE "DOOR" TO WS-SPL-ID
                           MOVE WS-DR-SEARCH-IDX TO WS-SPL-NUM-ED
                           PERFORM SPL-TAKE-NUMBERED
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-PK-RESPAWN-ON
           END-IF
      *>   An attempt eased by adaptive difficulty gets its pickups
      *>   back as well
           IF WS-ADP-STEP < 0
               MOVE 1 TO WS-PK-RESPAWN-ON
           END-IF

           PERFORM VARYING WS-PK-THING-IDX FROM 1 BY 1
               UNTIL WS-PK-THING-IDX > WS-MAP-THING-COUNT
      *>   The shuffle randomizer deals the pickups' types among
      *>   their placed positions
           PERFORM SHUFFLE-PICKUPS

      *>   A grid dump of this map gets its pickup lines
           IF WS-GD-ON = 1
               PERFORM WRITE-GRID-PICKUPS
           END-IF
           .

      *> ============================================================
                       MOVE WS-PK-DIST-Y TO WS-PK-DIST
                   END-IF

      *>           A staying weapon this marine already carries
      *>           from it is walked over (match weapons-stay)
                   MOVE WS-PK-IDX TO WS-MR-PK
                   PERFORM DM-CHECK-WEAPON-STAY

      *>           Within pickup radius?
                   IF WS-PK-DIST <= WS-PK-RADIUS
                       AND WS-MR-STAY NOT = 2

      *>               Apply effect based on type
                       EVALUATE WS-PK-TYPE(WS-PK-IDX)

      *>                   Clip: one bullet clip (10)
                           WHEN 02007
                               ADD WS-AMMO-CLIP(1) TO WS-AMMO-BULLETS
                               IF WS-AMMO-BULLETS
                                   > WS-AMMO-MAX-BULLETS
                                   MOVE WS-AMMO-MAX-BULLETS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Shells: one shell clip (4)
                           WHEN 02008
                               ADD WS-AMMO-CLIP(2) TO WS-AMMO-SHELLS
                               IF WS-AMMO-SHELLS
                                   > WS-AMMO-MAX-SHELLS
                                   MOVE WS-AMMO-MAX-SHELLS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Shotgun: two shell clips (8)
                           WHEN 02001
                               COMPUTE WS-AMMO-SHELLS =
                                   WS-AMMO-SHELLS + WS-AMMO-CLIP(2) * 2
                               IF WS-AMMO-SHELLS
                                   > WS-AMMO-MAX-SHELLS
                                   MOVE WS-AMMO-MAX-SHELLS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Chaingun: two bullet clips (20)
                           WHEN 02002
                               COMPUTE WS-AMMO-BULLETS =
                                   WS-AMMO-BULLETS + WS-AMMO-CLIP(1) * 2
                               IF WS-AMMO-BULLETS
                                   > WS-AMMO-MAX-BULLETS
                                   MOVE WS-AMMO-MAX-BULLETS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Rocket launcher: two rockets
                           WHEN 02003
                               COMPUTE WS-AMMO-ROCKETS =
                                   WS-AMMO-ROCKETS + WS-AMMO-CLIP(4) * 2
                               IF WS-AMMO-ROCKETS
                                   > WS-AMMO-MAX-ROCKETS
                                   MOVE WS-AMMO-MAX-ROCKETS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Plasma gun: two cell clips (40)
                           WHEN 02004
                               COMPUTE WS-AMMO-CELLS =
                                   WS-AMMO-CELLS + WS-AMMO-CLIP(3) * 2
                               IF WS-AMMO-CELLS
                                   > WS-AMMO-MAX-CELLS
                                   MOVE WS-AMMO-MAX-CELLS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   BFG 9000: two cell clips (40)
                           WHEN 02006
                               COMPUTE WS-AMMO-CELLS =
                                   WS-AMMO-CELLS + WS-AMMO-CLIP(3) * 2
                               IF WS-AMMO-CELLS
                                   > WS-AMMO-MAX-CELLS
                                   MOVE WS-AMMO-MAX-CELLS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Rocket: one rocket clip (1)
                           WHEN 02010
                               ADD WS-AMMO-CLIP(4) TO WS-AMMO-ROCKETS
                               IF WS-AMMO-ROCKETS
                                   > WS-AMMO-MAX-ROCKETS
                                   MOVE WS-AMMO-MAX-ROCKETS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Box of rockets: five rocket clips (5)
                           WHEN 02046
                               COMPUTE WS-AMMO-ROCKETS =
                                   WS-AMMO-ROCKETS + WS-AMMO-CLIP(4) * 5
                               IF WS-AMMO-ROCKETS
                                   > WS-AMMO-MAX-ROCKETS
                                   MOVE WS-AMMO-MAX-ROCKETS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Energy cell: one cell clip (20)
                           WHEN 02047
                               ADD WS-AMMO-CLIP(3) TO WS-AMMO-CELLS
                               IF WS-AMMO-CELLS
                                   > WS-AMMO-MAX-CELLS
                                   MOVE WS-AMMO-MAX-CELLS
                           WHEN 00008
                               IF WS-HAS-BACKPACK = 0
                                   MOVE 1 TO WS-HAS-BACKPACK
                                   PERFORM SET-AMMO-CAPACITY
                               END-IF
                               ADD WS-AMMO-CLIP(1) TO WS-AMMO-BULLETS
                               ADD WS-AMMO-CLIP(2) TO WS-AMMO-SHELLS
                               ADD WS-AMMO-CLIP(3) TO WS-AMMO-CELLS
                               ADD WS-AMMO-CLIP(4) TO WS-AMMO-ROCKETS
                               IF WS-AMMO-BULLETS
                                   > WS-AMMO-MAX-BULLETS
                                   MOVE WS-AMMO-MAX-BULLETS
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE

      *>                   Energy cell pack: five cell clips
      *>                   (100)
                           WHEN 00017
                               COMPUTE WS-AMMO-CELLS =
                                   WS-AMMO-CELLS + WS-AMMO-CLIP(3) * 5
                               IF WS-AMMO-CELLS
                                   > WS-AMMO-MAX-CELLS
                                   MOVE WS-AMMO-MAX-CELLS
                               MOVE WS-STR-TXT(24)
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE
                               MOVE "KEY BLUE" TO WS-SPL-ID
                               PERFORM SPL-TAKE

      *>                   Yellow keycard / yellow skull key
                           WHEN 00006
                               MOVE WS-STR-TXT(25)
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE
                               MOVE "KEY YELLOW" TO WS-SPL-ID
                               PERFORM SPL-TAKE

      *>                   Red keycard / red skull key
                           WHEN 00013
                               MOVE WS-STR-TXT(26)
                                   TO WS-GMSG-TEXT
                               PERFORM SHOW-GAME-MESSAGE
                               MOVE "KEY RED" TO WS-SPL-ID
                               PERFORM SPL-TAKE

                       END-EVALUATE

      *>               UPDATE-PALETTE-TINT)
                       MOVE 12 TO WS-PAL-BONUS-TICKS

      *>               Deactivate the pickup -- a staying weapon
      *>               is only marked taken for this life
                       IF WS-MR-STAY = 1
                           MOVE 1 TO WS-MR-TAKEN(WS-PK-IDX)
                       ELSE
                           MOVE 0
                               TO WS-PK-ACTIVE(WS-PK-IDX)
                       END-IF

      *>               Journal the collection under the same text
      *>               the message line just showed

      *>               In deathmatch-style respawn mode, start the
      *>               countdown for this item to reappear
                       IF WS-PK-RESPAWN-ON = 1 AND WS-MR-STAY = 0
                           MOVE WS-PK-RESPAWN-FRAMES
                               TO WS-PK-RESPAWN-TMR(WS-PK-IDX)
                       END-IF
           .

      *> ============================================================
      *> TRIGGER-TAGGED-ACTION: Run WS-TR-ACTION against every door,
      *> lift, crusher or floor/ceiling whose cell carries sector
      *> tag WS-TR-TAG -- the engine's one mechanism behind both
      *> switch lines and walk-over trigger lines. Locked doors
      *> stay locked; remote actions never bypass a key.
      *> ============================================================
       TRIGGER-TAGGED-ACTION.
           MOVE 0 TO WS-TR-HIT
                               OR WS-DR-STATE(WS-TR-IDX) = 3
                               MOVE 1 TO WS-DR-STATE(WS-TR-IDX)
                               MOVE 1 TO WS-TR-HIT
                               PERFORM TRIGGER-DOOR-CHOICES
                           END-IF
                       END-IF
                   END-PERFORM
                       MOVE WS-SFX-DOOR-OPEN TO WS-SFX-ID
                       PERFORM PLAY-SOUND-EFFECT
                   END-IF

               WHEN 4
      *>           Start every dormant tagged crusher
                   PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                       UNTIL WS-TR-IDX > WS-CR-COUNT
                       IF WS-CR-STATE(WS-TR-IDX) = 0
                           AND WS-CR-TAG(WS-TR-IDX) = WS-TR-TAG
                           MOVE 1 TO WS-CR-STATE(WS-TR-IDX)
                           MOVE 1 TO WS-TR-HIT
                       END-IF
                   END-PERFORM

               WHEN 5
      *>           Move the tagged floors or ceilings
                   PERFORM PL-START-TAGGED
                   IF WS-TR-HIT = 1
                       MOVE WS-SFX-DOOR-OPEN TO WS-SFX-ID
                       PERFORM PLAY-SOUND-EFFECT
                   END-IF
           END-EVALUATE

      *>   A special that did something is a split point, and the
      *>   map's trigger file may be waiting on this tag
           IF WS-TR-HIT = 1
               MOVE "TAG" TO WS-SPL-ID
               MOVE WS-TR-TAG TO WS-SPL-NUM-ED
               PERFORM SPL-TAKE-NUMBERED
               PERFORM TRG-NOTE-TAG
           END-IF
           .

      *> ============================================================
      *> TRIGGER-DOOR-CHOICES: A generalized door line's speed,
      *> wait and stay-open for door WS-TR-IDX as it starts to open;
      *> vanilla lines leave WS-TR-SPEED/WAIT/STAY at 0 and the door
      *> as it was built.
      *> ============================================================
       TRIGGER-DOOR-CHOICES.
           IF WS-TR-SPEED > 0
               MOVE WS-TR-SPEED TO WS-DR-SPEED(WS-TR-IDX)
           END-IF
           IF WS-TR-WAIT > 0
               MOVE WS-TR-WAIT TO WS-DR-OPEN-DUR(WS-TR-IDX)
           END-IF
           EVALUATE WS-TR-STAY
               WHEN 1
                   MOVE 1 TO WS-DR-STAY-OPEN(WS-TR-IDX)
               WHEN 2
                   MOVE 0 TO WS-DR-STAY-OPEN(WS-TR-IDX)
           END-EVALUATE
           .

      *> ============================================================
      *> CHECK-WALKOVER-TRIGGERS: Walk-over counterpart of the
      *> switch handling in CHECK-USE-KEY -- entering a cell
      *> rasterized from a W1/WR trigger line (vanilla, or a
      *> generalized special with a walk-over trigger) runs its
      *> action on the tagged sectors. Edge-triggered on cell entry
      *> like CHECK-TELEPORT, with its own previous-cell pair.
      *> ============================================================
                   MOVE MC-LTAG(WS-TG-CHK-ROW, WS-TG-CHK-COL)
                       TO WS-TR-TAG
                   PERFORM TRIGGER-TAGGED-ACTION
      *>       Boom generalized specials, decoded by range
               WHEN WS-GL-BASE-CRUSHER THRU WS-GL-LAST
                   MOVE MC-LSPECIAL(WS-TG-CHK-ROW, WS-TG-CHK-COL)
                       TO WS-GL-SPECIAL
                   MOVE MC-LTAG(WS-TG-CHK-ROW, WS-TG-CHK-COL)
                       TO WS-TR-TAG
                   MOVE "W" TO WS-GL-HOW
                   PERFORM GL-TRIGGER-LINE
           END-EVALUATE
           .

