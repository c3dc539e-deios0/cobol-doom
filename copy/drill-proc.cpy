      *> ============================================================
       DRILL-SPAWN-TARGET.
           IF WS-DRL-SPAWNED = 0
               IF WS-SP-COUNT >= WS-SP-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SP-COUNT
