           IF SET-PAD-SWAP IS NUMERIC AND SET-PAD-SWAP <= 1
               MOVE SET-PAD-SWAP TO WS-PAD-SWAP
           END-IF
           IF SET-CVD-MODE IS NUMERIC AND SET-CVD-MODE <= 3
               MOVE SET-CVD-MODE TO WS-CVD-MODE
           END-IF
           IF SET-AIM-ASSIST IS NUMERIC AND SET-AIM-ASSIST <= 2
               MOVE SET-AIM-ASSIST TO WS-AA-LEVEL
           END-IF

           DISPLAY "Settings loaded from " WS-SETTINGS-FILENAME
           .
