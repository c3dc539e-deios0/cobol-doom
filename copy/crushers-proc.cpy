      *> ============================================================
      *> crushers-proc.cpy -- Crushing-ceiling mechanics
      *> A crusher linedef special (6/25/49/73/77/141, or a Boom
      *> generalized crusher) names a tagged sector; every grid
      *> cell of that sector becomes a crusher cell whose
      *> MC-CEIL-H cycles down and up. Anything
      *> in the cell while the gap is closed takes crush damage.
      *> Mirrors lifts-proc.cpy's register/trigger/update split.
      *> ============================================================
      *> tagged by a crusher linedef. The crusher tags are found on
      *> the rasterized trigger lines themselves (MC-LSPECIAL);
      *> matching MC-TAG cells become dormant crusher entries,
      *> started later by CHECK-CRUSHER-TRIGGER (generalized lines
      *> by TRIGGER-TAGGED-ACTION, for their own trigger).
      *> ============================================================
       INIT-CRUSHERS.
      *>   Put mid-crush ceilings back first: re-registering a cell
                       OR MC-LSPECIAL(WS-I, WS-J) = 73
                       OR MC-LSPECIAL(WS-I, WS-J) = 77
                       OR MC-LSPECIAL(WS-I, WS-J) = 141
                       OR (MC-LSPECIAL(WS-I, WS-J)
                           >= WS-GL-BASE-CRUSHER
                           AND MC-LSPECIAL(WS-I, WS-J)
                           < WS-GL-BASE-STAIRS)
                       IF MC-LTAG(WS-I, WS-J) > 0
                           PERFORM REGISTER-CRUSHER-SECTOR
                       END-IF
                               MOVE WS-CR-SPEED-SLOW
                                   TO WS-CR-SPEED(WS-CR-COUNT)
                           END-IF
      *>                   Generalized crushers: slow is the vanilla
      *>                   crusher, normal the blazing one, and each
      *>                   step past that doubles it
                           MOVE MC-LSPECIAL(WS-I, WS-J)
                               TO WS-GL-SPECIAL
                           PERFORM GL-DECODE
                           IF WS-GL-CLASS = 1
                               EVALUATE WS-GL-SPEED
                                   WHEN 1
                                       MOVE WS-CR-SPEED-FAST
                                         TO WS-CR-SPEED(WS-CR-COUNT)
                                   WHEN 2
                                       COMPUTE
                                         WS-CR-SPEED(WS-CR-COUNT) =
                                         WS-CR-SPEED-FAST * 2
                                   WHEN 3
                                       COMPUTE
                                         WS-CR-SPEED(WS-CR-COUNT) =
                                         WS-CR-SPEED-FAST * 4
                               END-EVALUATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
