
      *> ============================================================
      *> CHECK-CONSOLE-KEY: Edge-detect the console-toggle key and
      *> flip WS-CONSOLE-MODE on/off. Locked out in kiosk mode.
      *> ============================================================
       CHECK-CONSOLE-KEY.
      *>   A kiosk keeps its visitors out of the console
           IF WS-KSK-ON = 1
               EXIT PARAGRAPH
           END-IF
      *>   An automap note being typed has the terminal
           IF WS-AN-TYPING = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY(WS-KB-CONSOLE) NOT = 0
               IF WS-CONSOLE-KEY-PREV = 0
                   IF WS-CONSOLE-MODE = 0
      *>   give ammo    - fill every pool to its capacity
      *>   gamma        - cycle the gamma level (persisted)
      *>   noclip       - toggle bypassing CHECK-WALL-COLLISION
      *>   aiview [next | near | <slot> | off]
      *>                - monster AI overlay on the automap
      *>   practice [start | cell [<row> <col>] | sector [<n>] |
      *>            time <secs> | reset | off]
      *>                - practice segment, back to its start on
      *>                  every death (see practice-proc)
      *> ============================================================
       PROCESS-CONSOLE-COMMAND.
           EVALUATE TRUE
                   IF WS-GOD-MODE = 0
                       MOVE 1 TO WS-GOD-MODE
                       MOVE 100 TO WS-HEALTH
                       MOVE "G" TO WS-RFL-NEW-HOW
                       PERFORM RFL-NOTE-USE
                       DISPLAY "God mode ON."
                   ELSE
                       MOVE 0 TO WS-GOD-MODE
                   MOVE WS-AMMO-MAX-SHELLS TO WS-AMMO-SHELLS
                   MOVE WS-AMMO-MAX-CELLS TO WS-AMMO-CELLS
                   MOVE WS-AMMO-MAX-ROCKETS TO WS-AMMO-ROCKETS
                   MOVE "A" TO WS-RFL-NEW-HOW
                   PERFORM RFL-NOTE-USE
                   DISPLAY "Ammo refilled."

               WHEN WS-CONSOLE-LINE(1:5) = "gamma"
               WHEN WS-CONSOLE-LINE(1:6) = "noclip"
                   IF WS-NOCLIP = 0
                       MOVE 1 TO WS-NOCLIP
                       MOVE "N" TO WS-RFL-NEW-HOW
                       PERFORM RFL-NOTE-USE
                       DISPLAY "Noclip ON."
                   ELSE
                       MOVE 0 TO WS-NOCLIP
                       DISPLAY "Noclip OFF."
                   END-IF

               WHEN WS-CONSOLE-LINE(1:6) = "aiview"
                   PERFORM AIV-CONSOLE

               WHEN WS-CONSOLE-LINE(1:8) = "practice"
                   PERFORM PRC-CONSOLE

               WHEN OTHER
                   DISPLAY "Unknown command: " WS-CONSOLE-LINE
           END-EVALUATE
                   WS-SCRIPT-STATUS
               EXIT PARAGRAPH
           END-IF
      *>   A scripted start is an assisted one, whatever it runs
           MOVE "S" TO WS-RFL-NEW-HOW
           PERFORM RFL-NOTE-USE

           PERFORM UNTIL WS-SCRIPT-STATUS NOT = "00"
               READ SCRIPT-FILE
