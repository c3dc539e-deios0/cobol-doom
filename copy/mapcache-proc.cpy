               PERFORM FIND-TEX-BY-NAME
           END-PERFORM

      *>   A cached grid matches no registered crushers or floor
      *>   and ceiling movers yet
           MOVE 0 TO WS-CR-COUNT
           MOVE 0 TO WS-PL-COUNT

           MOVE 1 TO WS-MCC-HIT
           MOVE 1 TO WS-USE-WAD-MAP
