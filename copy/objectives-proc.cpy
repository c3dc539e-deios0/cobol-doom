           .

       OBJ-RECORD-RESULT.
      *>   A practised level's verdict goes unrecorded, like its
      *>   ledger row
           IF WS-OBJ-COUNT = 0 OR WS-PRC-LEVEL = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OBJECTIVES
