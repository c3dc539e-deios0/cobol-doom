                               TO WS-LF-OFFSET(WS-LF-COUNT)
                           MOVE MC-FLOOR-H(WS-I, WS-J)
                               TO WS-LF-BASE-FLOOR-H(WS-LF-COUNT)
                           MOVE 0
                               TO WS-LF-PERPETUAL(WS-LF-COUNT)
      *>                   A generalized lift line sets its own
      *>                   speed, hold and whether it keeps cycling
                           MOVE MC-LSPECIAL(WS-I, WS-J)
                               TO WS-GL-SPECIAL
                           PERFORM GL-DECODE
                           IF WS-GL-CLASS = 3
                               PERFORM GL-MOVER-SPEED
                               MOVE WS-GL-MV-SPEED
                                   TO WS-LF-SPEED(WS-LF-COUNT)
                               MOVE WS-GL-LF-WAIT-ENT(WS-GL-DELAY + 1)
                                   TO WS-LF-WAIT-DUR(WS-LF-COUNT)
                               IF WS-GL-TARGET = 3
                                   MOVE 1
                                     TO WS-LF-PERPETUAL(WS-LF-COUNT)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                       ELSE
                           MOVE 0
                               TO WS-LF-OFFSET(WS-LF-IDX)
                           IF WS-LF-PERPETUAL(WS-LF-IDX) = 1
                               MOVE 1
                                   TO WS-LF-STATE(WS-LF-IDX)
                           ELSE
                               MOVE 0
                                   TO WS-LF-STATE(WS-LF-IDX)
                           END-IF
                           MOVE WS-SFX-DOOR-CLOSE
                               TO WS-SFX-ID
                           PERFORM PLAY-SOUND-EFFECT
