                       AND WS-SP-THING-TYPE(WS-SHF-I) NOT = 02035
                       PERFORM SHUFFLE-TIER-OF
                       IF WS-SHF-J = WS-SHF-TIER
                           AND WS-SHF-SET-COUNT < WS-SP-MAX
                           ADD 1 TO WS-SHF-SET-COUNT
                           MOVE WS-SHF-I
                               TO WS-SHF-IDX(WS-SHF-SET-COUNT)
