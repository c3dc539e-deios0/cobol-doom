      *> ============================================================
      *> dmrules-proc.cpy -- Deathmatch match rules
      *> LOAD-DM-RULES:        read dmrules.cfg at startup when the
      *>                       session is a deathmatch
      *> DM-START-MATCH:       clear the frag table for a new map
      *> DM-PLAYER-DIED:       CHECK-PLAYER-DEATH's match branch --
      *>                       credit the frag and respawn
      *> DM-BOT-FRAGGED:       this marine downed a bot
      *> DM-NET-MARK-OUT / DM-NET-MARKS-IN:
      *>                       deaths and the match end through the
      *>                       two-player key exchange
      *> DM-CHECK-LIMITS:      frag limit, time limit and the exit,
      *>                       once per tic
      *> DM-CHECK-WEAPON-STAY: weapons-stay for the pickup checks
      *> DM-END-MATCH:         result record, scoreboard, and the
      *>                       next map in the rotation
      *> ============================================================

      *> ============================================================
      *> LOAD-DM-RULES: Read the match rules once at startup, after
      *> the netplay and bot switches are known -- only a
      *> deathmatch (a session that isn't co-op, or bots) has a
      *> match to rule, and a missing file leaves deathmatch
      *> running open-ended as before. Unknown or malformed lines
      *> are skipped with a warning, the LOAD-MONSTER-TUNING
      *> convention.
      *> ============================================================
       LOAD-DM-RULES.
           MOVE SPACES TO WS-MR-FILE-ENV
           ACCEPT WS-MR-FILE-ENV FROM ENVIRONMENT "DOOM_DM_RULES"
           IF WS-MR-FILE-ENV NOT = SPACES
               MOVE WS-MR-FILE-ENV TO WS-MR-FILENAME
           END-IF

           IF WS-BOT-COUNT = 0
               AND (WS-NET-ON NOT = 1 OR WS-NET-COOP-ON = 1)
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DMRULES-FILE
           IF WS-MR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MR-LINE-NO
           PERFORM UNTIL WS-MR-STATUS NOT = "00"
               READ DMRULES-FILE
                   AT END
                       MOVE "10" TO WS-MR-STATUS
                   NOT AT END
                       ADD 1 TO WS-MR-LINE-NO
                       PERFORM DM-RULES-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE DMRULES-FILE

           MOVE 1 TO WS-MR-ON
           COMPUTE WS-MR-TIME-TICS = WS-MR-TIME-LIMIT * 60 * 35
           DISPLAY "Match rules from "
               FUNCTION TRIM(WS-MR-FILENAME) ": frag limit "
               WS-MR-FRAG-LIMIT ", time limit " WS-MR-TIME-LIMIT
               " min, weapons stay " WS-MR-WEAPONS-STAY ", "
               WS-MR-ROT-COUNT " maps in rotation"
           .

      *> ============================================================
      *> DM-RULES-ONE-LINE: One rules line into the WS-MR- fields.
      *> ============================================================
       DM-RULES-ONE-LINE.
           EVALUATE MR-KEY
               WHEN SPACES
                   CONTINUE
               WHEN "FRAGLIMIT"
                   IF MR-NUM IS NUMERIC
                       MOVE MR-NUM TO WS-MR-FRAG-LIMIT
                   ELSE
                       DISPLAY "WARN: " FUNCTION TRIM(WS-MR-FILENAME)
                           " line " WS-MR-LINE-NO
                           ": FRAGLIMIT needs three digits"
                   END-IF
               WHEN "TIMELIMIT"
                   IF MR-NUM IS NUMERIC
                       MOVE MR-NUM TO WS-MR-TIME-LIMIT
                   ELSE
                       DISPLAY "WARN: " FUNCTION TRIM(WS-MR-FILENAME)
                           " line " WS-MR-LINE-NO
                           ": TIMELIMIT needs three digits"
                   END-IF
               WHEN "WEAPONSSTAY"
                   IF MR-VALUE(1:1) = "Y" OR MR-VALUE(1:1) = "1"
                       MOVE 1 TO WS-MR-WEAPONS-STAY
                   ELSE
                       MOVE 0 TO WS-MR-WEAPONS-STAY
                   END-IF
               WHEN "MAP"
                   IF MR-VALUE = SPACES
                       DISPLAY "WARN: " FUNCTION TRIM(WS-MR-FILENAME)
                           " line " WS-MR-LINE-NO
                           ": MAP needs a lump name"
                   ELSE
                       IF WS-MR-ROT-COUNT < 32
                           ADD 1 TO WS-MR-ROT-COUNT
                           MOVE FUNCTION UPPER-CASE(MR-VALUE)
                               TO WS-MR-ROT-MAP(WS-MR-ROT-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "WARN: " FUNCTION TRIM(WS-MR-FILENAME)
                       " line " WS-MR-LINE-NO ": unknown rule "
                       FUNCTION TRIM(MR-KEY)
           END-EVALUATE
           .

      *> ============================================================
      *> DM-START-MATCH: A fresh frag table for the map just
      *> loaded -- this marine under the signed-in player's ID, the
      *> netplay opponent, and one row per bot -- and the match
      *> clock from zero. The map's place in the rotation is looked
      *> up so the next one follows it.
      *> ============================================================
       DM-START-MATCH.
           IF WS-MR-ON = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-MR-I FROM 1 BY 1 UNTIL WS-MR-I > 6
               MOVE 0 TO WS-MR-PL-ON(WS-MR-I)
               MOVE SPACES TO WS-MR-PL-NAME(WS-MR-I)
               MOVE 0 TO WS-MR-PL-FRAGS(WS-MR-I)
               MOVE 0 TO WS-MR-PL-DEATHS(WS-MR-I)
           END-PERFORM
           MOVE 1 TO WS-MR-PL-ON(1)
           MOVE WS-PLR-ID TO WS-MR-PL-NAME(1)
           IF WS-NET-ON = 1
               MOVE 1 TO WS-MR-PL-ON(2)
               MOVE "OPPONENT" TO WS-MR-PL-NAME(2)
           END-IF
           PERFORM VARYING WS-MR-I FROM 3 BY 1
               UNTIL WS-MR-I > WS-BOT-COUNT + 2
               MOVE 1 TO WS-MR-PL-ON(WS-MR-I)
               COMPUTE WS-MR-S = WS-MR-I - 2
      *>       A bot playing a profile goes by the profile's name
               IF WS-BOT-PROF(WS-MR-S) > 0
                   MOVE WS-BOT-PR-NAME(WS-BOT-PROF(WS-MR-S))
                       TO WS-MR-PL-NAME(WS-MR-I)
               ELSE
                   STRING "BOT" DELIMITED BY SIZE
                       WS-MR-S(2:1) DELIMITED BY SIZE
                       INTO WS-MR-PL-NAME(WS-MR-I)
                   END-STRING
               END-IF
           END-PERFORM

           MOVE 0 TO WS-MR-TICS
           MOVE SPACE TO WS-MR-END-REASON
           MOVE 0 TO WS-MR-RESPAWN-PEND
           MOVE 0 TO WS-MR-END-PEND
           MOVE 0 TO WS-MR-END-NOW
           MOVE 0 TO WS-MR-BOT-SHOOTER
           MOVE ZEROES TO WS-MR-TAKEN-TABLE

           MOVE 0 TO WS-MR-ROT-CUR
           PERFORM VARYING WS-MR-S FROM 1 BY 1
               UNTIL WS-MR-S > WS-MR-ROT-COUNT
               OR WS-MR-ROT-CUR > 0
               IF WS-MR-ROT-MAP(WS-MR-S) = WS-MAP-NAME
                   MOVE WS-MR-S TO WS-MR-ROT-CUR
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> DM-PLAYER-DIED: CHECK-PLAYER-DEATH's branch while a match
      *> is on. The death goes against this marine and the frag to
      *> whoever landed the last hit -- the opponent, a bot, or
      *> this marine's own count as a suicide when the world or a
      *> monster did it. Alone with the bots the respawn is
      *> immediate; in a two-player match it waits for the next
      *> exchange, so the peer moves this marine on the same tic.
      *> ============================================================
       DM-PLAYER-DIED.
      *>   Already announced; a link lost since respawns it here
           IF WS-MR-RESPAWN-PEND = 1
               IF WS-NET-ON NOT = 1
                   PERFORM DM-RESPAWN-LOCAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "PLAYER DIED" TO WS-JN-TEXT
           PERFORM JOURNAL-EVENT
           IF WS-DEMO-MODE NOT = 2
               IF WS-RFL-ON = 0
                   ADD 1 TO WS-CAR-DEATHS
               END-IF
               PERFORM CAREER-SAVE
           END-IF

           ADD 1 TO WS-MR-PL-DEATHS(1)
           EVALUATE TRUE
               WHEN WS-PLAYER-DMG-SOURCE = WS-DMG-SRC-NET
                   AND WS-NET-ON = 1
                   MOVE 2 TO WS-MR-KILLER-SLOT
                   MOVE WS-MR-MARK-FRAGGED TO WS-MR-DEATH-MARK
               WHEN WS-PLAYER-DMG-SOURCE = WS-DMG-SRC-BOT
                   AND WS-MR-BOT-SHOOTER > 0
                   COMPUTE WS-MR-KILLER-SLOT = WS-MR-BOT-SHOOTER + 2
                   MOVE WS-MR-MARK-BOT TO WS-MR-DEATH-MARK
               WHEN OTHER
                   MOVE 1 TO WS-MR-KILLER-SLOT
                   MOVE WS-MR-MARK-SUICIDE TO WS-MR-DEATH-MARK
           END-EVALUATE
           IF WS-MR-KILLER-SLOT = 1
               SUBTRACT 1 FROM WS-MR-PL-FRAGS(1)
           ELSE
               ADD 1 TO WS-MR-PL-FRAGS(WS-MR-KILLER-SLOT)
           END-IF

           MOVE WS-STR-TXT(159) TO WS-GMSG-TEXT
           PERFORM SHOW-GAME-MESSAGE

           IF WS-NET-ON = 1
               MOVE 1 TO WS-MR-RESPAWN-PEND
           ELSE
               PERFORM DM-RESPAWN-LOCAL
           END-IF
           .

      *> ============================================================
      *> DM-RESPAWN-LOCAL: This marine back in on the deathmatch
      *> start furthest from its opponent (from the bot that got it,
      *> or the spot it fell, when there is no opponent), with a
      *> fresh-spawn loadout. Both machines reckon the start from
      *> the same two positions, so the peer's copy lands in the
      *> same place.
      *> ============================================================
       DM-RESPAWN-LOCAL.
           MOVE 0 TO WS-MR-RESPAWN-PEND
           EVALUATE TRUE
               WHEN WS-NET-ON = 1
                   MOVE WS-NET-PX TO WS-MR-AWAY-X
                   MOVE WS-NET-PY TO WS-MR-AWAY-Y
               WHEN WS-MR-KILLER-SLOT >= 3
                   MOVE WS-BOT-X(WS-MR-KILLER-SLOT - 2)
                       TO WS-MR-AWAY-X
                   MOVE WS-BOT-Y(WS-MR-KILLER-SLOT - 2)
                       TO WS-MR-AWAY-Y
               WHEN OTHER
                   MOVE WS-PX TO WS-MR-AWAY-X
                   MOVE WS-PY TO WS-MR-AWAY-Y
           END-EVALUATE
           PERFORM DM-PICK-START
           MOVE WS-MR-START-X TO WS-PX
           MOVE WS-MR-START-Y TO WS-PY
           MOVE WS-MR-START-A TO WS-PA
           PERFORM DM-FRESH-LOADOUT
           MOVE 0 TO WS-MR-BOT-SHOOTER
           MOVE 0 TO WS-TP-FREEZE-TICKS
           MOVE 0 TO WS-FALL-DIST
           MOVE 0 TO WS-FALL-VEL
           PERFORM UPDATE-EYE-HEIGHT
           MOVE WS-PZ-TARGET TO WS-PZ
           MOVE "RESPAWNED" TO WS-JN-TEXT
           PERFORM JOURNAL-EVENT
           .

      *> ============================================================
      *> DM-RESPAWN-REMOTE: The opponent, flagged dead by its own
      *> machine, back in on the start furthest from this marine.
      *> ============================================================
       DM-RESPAWN-REMOTE.
           MOVE WS-PX TO WS-MR-AWAY-X
           MOVE WS-PY TO WS-MR-AWAY-Y
           PERFORM DM-PICK-START
           MOVE WS-MR-START-X TO WS-NET-PX
           MOVE WS-MR-START-Y TO WS-NET-PY
           MOVE WS-MR-START-A TO WS-NET-PA
           MOVE 0 TO WS-NET-TP-FREEZE
           .

      *> ============================================================
      *> DM-PICK-START: The deathmatch start furthest from
      *> WS-MR-AWAY-X/Y into WS-MR-START-X/Y/A -- from the netplay
      *> sweep's table, else the bots', else the map's own spawn.
      *> A tie goes to the earlier start, the same on every
      *> machine.
      *> ============================================================
       DM-PICK-START.
           MOVE WS-SPAWN-X TO WS-MR-START-X
           MOVE WS-SPAWN-Y TO WS-MR-START-Y
           MOVE WS-SPAWN-ANGLE TO WS-MR-START-A

           MOVE -1 TO WS-MR-BEST-SQ
           IF WS-NET-DM-COUNT > 0
               PERFORM VARYING WS-MR-S FROM 1 BY 1
                   UNTIL WS-MR-S > WS-NET-DM-COUNT
                   COMPUTE WS-MR-DX = WS-NET-DM-X(WS-MR-S)
                       - WS-MR-AWAY-X
                   COMPUTE WS-MR-DY = WS-NET-DM-Y(WS-MR-S)
                       - WS-MR-AWAY-Y
                   COMPUTE WS-MR-DIST-SQ =
                       WS-MR-DX * WS-MR-DX + WS-MR-DY * WS-MR-DY
                   IF WS-MR-DIST-SQ > WS-MR-BEST-SQ
                       MOVE WS-MR-DIST-SQ TO WS-MR-BEST-SQ
                       MOVE WS-NET-DM-X(WS-MR-S) TO WS-MR-START-X
                       MOVE WS-NET-DM-Y(WS-MR-S) TO WS-MR-START-Y
                       MOVE WS-NET-DM-A(WS-MR-S) TO WS-MR-START-A
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-MR-S FROM 1 BY 1
               UNTIL WS-MR-S > WS-BOT-DM-COUNT
               COMPUTE WS-MR-DX = WS-BOT-DM-X(WS-MR-S)
                   - WS-MR-AWAY-X
               COMPUTE WS-MR-DY = WS-BOT-DM-Y(WS-MR-S)
                   - WS-MR-AWAY-Y
               COMPUTE WS-MR-DIST-SQ =
                   WS-MR-DX * WS-MR-DX + WS-MR-DY * WS-MR-DY
               IF WS-MR-DIST-SQ > WS-MR-BEST-SQ
                   MOVE WS-MR-DIST-SQ TO WS-MR-BEST-SQ
                   MOVE WS-BOT-DM-X(WS-MR-S) TO WS-MR-START-X
                   MOVE WS-BOT-DM-Y(WS-MR-S) TO WS-MR-START-Y
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> DM-FRESH-LOADOUT: INIT-PLAYER's starting health, ammo and
      *> armor, for a respawn and for each new map of the rotation.
      *> Staying weapons can be taken again.
      *> ============================================================
       DM-FRESH-LOADOUT.
           MOVE 100 TO WS-HEALTH
           MOVE 50 TO WS-AMMO-BULLETS
           MOVE 0 TO WS-AMMO-SHELLS
           MOVE 0 TO WS-AMMO-CELLS
           MOVE 0 TO WS-AMMO-ROCKETS
           MOVE 0 TO WS-ARMOR
           MOVE 0 TO WS-HAS-CHAINSAW
           MOVE 0 TO WS-BERSERK-ON
           MOVE 0 TO WS-HAS-BACKPACK
           PERFORM SET-AMMO-CAPACITY
           MOVE 0 TO WS-PU-INVULN-TICKS
           MOVE 0 TO WS-PU-INVIS-TICKS
           MOVE 0 TO WS-PU-LAMP-TICKS
           MOVE 0 TO WS-PU-SUIT-TICKS
           MOVE 0 TO WS-PLAYER-DMG-SOURCE
           MOVE 0 TO WS-DL-COUNT
           MOVE ZEROES TO WS-MR-TAKEN-TABLE
           .

      *> ============================================================
      *> DM-BOT-FRAGGED: BOT-HITSCAN downed bot WS-BOT-IDX -- a
      *> frag for this marine, a death for the bot.
      *> ============================================================
       DM-BOT-FRAGGED.
           IF WS-MR-ON = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MR-PL-FRAGS(1)
           ADD 1 TO WS-MR-PL-DEATHS(WS-BOT-IDX + 2)
           .

      *> ============================================================
      *> DM-NET-MARK-OUT: NET-EXCHANGE-TICK, with the quit slot
      *> free, asks what this machine has to announce -- a death
      *> first (how it died decides the peer's frag count), then
      *> the end of the match once a limit or the exit is reached.
      *> ============================================================
       DM-NET-MARK-OUT.
           IF WS-MR-ON = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MR-RESPAWN-PEND = 1
               MOVE WS-MR-DEATH-MARK TO WS-KEY(WS-KB-QUIT)
           ELSE
               IF WS-MR-END-PEND = 1
                   MOVE WS-MR-END-MARK TO WS-KEY(WS-KB-QUIT)
               END-IF
           END-IF
           .

      *> ============================================================
      *> DM-NET-MARKS-IN: Act on both records' announcements for
      *> this tic, the host's marine first on both machines (the
      *> co-op rule), so two deaths on one tic respawn in the same
      *> order everywhere and the host's reason ends a match both
      *> sides called at once.
      *> ============================================================
       DM-NET-MARKS-IN.
           IF WS-MR-ON = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NET-ROLE = 1
               PERFORM DM-NET-LOCAL-IN
               PERFORM DM-NET-REMOTE-IN
           ELSE
               PERFORM DM-NET-REMOTE-IN
               PERFORM DM-NET-LOCAL-IN
           END-IF
           .

       DM-NET-LOCAL-IN.
      *>   Nothing went out while the quit slot was taken
           IF WS-NET-QUIT-SLOT NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MR-RESPAWN-PEND = 1
               PERFORM DM-RESPAWN-LOCAL
               EXIT PARAGRAPH
           END-IF
           IF WS-MR-END-PEND = 1 AND WS-MR-END-NOW = 0
               MOVE 1 TO WS-MR-END-NOW
           END-IF
           .

       DM-NET-REMOTE-IN.
           EVALUATE WS-NET-KEY(WS-KB-QUIT)
               WHEN WS-MR-MARK-SUICIDE
                   ADD 1 TO WS-MR-PL-DEATHS(2)
                   SUBTRACT 1 FROM WS-MR-PL-FRAGS(2)
                   PERFORM DM-RESPAWN-REMOTE
               WHEN WS-MR-MARK-FRAGGED
                   ADD 1 TO WS-MR-PL-DEATHS(2)
                   ADD 1 TO WS-MR-PL-FRAGS(1)
                   MOVE WS-STR-TXT(160) TO WS-GMSG-TEXT
                   PERFORM SHOW-GAME-MESSAGE
                   PERFORM DM-RESPAWN-REMOTE
               WHEN WS-MR-MARK-BOT
                   ADD 1 TO WS-MR-PL-DEATHS(2)
                   PERFORM DM-RESPAWN-REMOTE
               WHEN WS-MR-MARK-END-FRAG
                   IF WS-MR-END-NOW = 0
                       MOVE "F" TO WS-MR-END-REASON
                       MOVE 1 TO WS-MR-END-NOW
                   END-IF
               WHEN WS-MR-MARK-END-TIME
                   IF WS-MR-END-NOW = 0
                       MOVE "T" TO WS-MR-END-REASON
                       MOVE 1 TO WS-MR-END-NOW
                   END-IF
               WHEN WS-MR-MARK-END-EXIT
                   IF WS-MR-END-NOW = 0
                       MOVE "X" TO WS-MR-END-REASON
                       MOVE 1 TO WS-MR-END-NOW
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO WS-NET-KEY(WS-KB-QUIT)
           .

      *> ============================================================
      *> DM-CHECK-LIMITS: Once per tic, after the exit check. Counts
      *> the match clock, then ends the match on the frag limit,
      *> the time limit or the exit. Alone with the bots the end is
      *> immediate (game state 2); in a two-player match it is
      *> announced through the exchange and both machines end on
      *> the tic it arrives -- an exit taken here waits for that
      *> too rather than leaving the peer behind.
      *> ============================================================
       DM-CHECK-LIMITS.
           IF WS-MR-ON = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MR-TICS

           IF WS-MR-END-NOW = 1
               MOVE 0 TO WS-SECRET-EXIT
               MOVE 2 TO WS-GAME-STATE
               EXIT PARAGRAPH
           END-IF

           IF WS-GAME-STATE = 2
               MOVE 0 TO WS-SECRET-EXIT
               IF WS-NET-ON = 1
                   MOVE 1 TO WS-GAME-STATE
                   IF WS-MR-END-PEND = 0
                       MOVE "X" TO WS-MR-END-REASON
                       MOVE WS-MR-MARK-END-EXIT TO WS-MR-END-MARK
                       MOVE 1 TO WS-MR-END-PEND
                   END-IF
               ELSE
                   MOVE "X" TO WS-MR-END-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-MR-END-PEND = 1
               EXIT PARAGRAPH
           END-IF

           IF WS-MR-TIME-TICS > 0
               AND WS-MR-TICS >= WS-MR-TIME-TICS
               MOVE "T" TO WS-MR-END-REASON
               MOVE WS-MR-MARK-END-TIME TO WS-MR-END-MARK
           END-IF
           IF WS-MR-FRAG-LIMIT > 0
               PERFORM VARYING WS-MR-I FROM 1 BY 1
                   UNTIL WS-MR-I > 6
                   IF WS-MR-PL-ON(WS-MR-I) = 1
                       AND WS-MR-PL-FRAGS(WS-MR-I)
                           >= WS-MR-FRAG-LIMIT
                       MOVE "F" TO WS-MR-END-REASON
                       MOVE WS-MR-MARK-END-FRAG TO WS-MR-END-MARK
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MR-END-REASON = SPACE
               EXIT PARAGRAPH
           END-IF

           IF WS-NET-ON = 1
               MOVE 1 TO WS-MR-END-PEND
           ELSE
               MOVE 2 TO WS-GAME-STATE
           END-IF
           .

      *> ============================================================
      *> DM-CHECK-WEAPON-STAY: For pickup WS-MR-PK, set WS-MR-STAY
      *> -- 1 when it is a map weapon that stays put for everyone
      *> (this marine takes it once per life), 2 when this marine
      *> already has, 0 for anything that goes the ordinary way.
      *> ============================================================
       DM-CHECK-WEAPON-STAY.
           MOVE 0 TO WS-MR-STAY
           IF WS-MR-ON = 0 OR WS-MR-WEAPONS-STAY = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PK-DROPPED(WS-MR-PK) = 1
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PK-TYPE(WS-MR-PK)
               WHEN 02001
               WHEN 02002
               WHEN 02003
               WHEN 02004
               WHEN 02005
               WHEN 02006
                   IF WS-MR-TAKEN(WS-MR-PK) = 1
                       MOVE 2 TO WS-MR-STAY
                   ELSE
                       MOVE 1 TO WS-MR-STAY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> ============================================================
      *> DM-END-MATCH: The match is over (a limit, or the exit).
      *> The record goes to the results file, the scoreboard waits
      *> for fire, and the next map in the rotation loads with the
      *> frag table cleared -- or, without a rotation, the same map
      *> starts over.
      *> ============================================================
       DM-END-MATCH.
           IF WS-MR-END-REASON = SPACE
               MOVE "X" TO WS-MR-END-REASON
           END-IF
           PERFORM DM-WRITE-RESULT
           PERFORM SHOW-DM-SCOREBOARD
           IF WS-RUNNING = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SECRET-EXIT
           IF WS-MR-ROT-COUNT = 0
               DISPLAY "No rotation: restarting " WS-MAP-NAME
               PERFORM RESTART-LEVEL
               PERFORM NET-SPAWN-PLAYERS
               PERFORM DM-START-MATCH
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MR-ROT-CUR
           IF WS-MR-ROT-CUR > WS-MR-ROT-COUNT
               MOVE 1 TO WS-MR-ROT-CUR
           END-IF
           MOVE WS-MR-ROT-MAP(WS-MR-ROT-CUR) TO WS-MAP-NAME
           DISPLAY "Next map in the rotation: " WS-MAP-NAME
           PERFORM ADVANCE-LOAD-CURRENT
           IF WS-USE-WAD-MAP NOT = 1
               DISPLAY "WARN: could not load " WS-MAP-NAME
                   ", ending the match"
               MOVE 0 TO WS-RUNNING
               EXIT PARAGRAPH
           END-IF
           PERFORM DM-FRESH-LOADOUT
           PERFORM DM-START-MATCH
           .

      *> ============================================================
      *> DM-WRITE-RESULT: Append this match's record to the results
      *> file and echo it to the console. A replayed demo or session
      *> already had its match, so it writes nothing -- the ledger's
      *> rule.
      *> ============================================================
       DM-WRITE-RESULT.
           IF WS-DEMO-MODE = 2 OR WS-NET-REC-MODE = 2
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-MR-BEST
           PERFORM VARYING WS-MR-I FROM 2 BY 1 UNTIL WS-MR-I > 6
               IF WS-MR-PL-ON(WS-MR-I) = 1
                   AND WS-MR-PL-FRAGS(WS-MR-I)
                       > WS-MR-PL-FRAGS(WS-MR-BEST)
                   MOVE WS-MR-I TO WS-MR-BEST
               END-IF
           END-PERFORM
           COMPUTE WS-MR-SECONDS = WS-MR-TICS / 35

           OPEN EXTEND DMRES-FILE
           IF WS-MR-RES-STATUS NOT = "00"
               DISPLAY "WARN: could not open "
                   FUNCTION TRIM(WS-MR-RES-FILENAME)
                   " for append, status=" WS-MR-RES-STATUS
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-MR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MR-TIME FROM TIME
           MOVE WS-MR-DATE TO RS-DATE
           MOVE WS-MR-TIME(1:6) TO RS-TIME
           MOVE WS-MAP-NAME TO RS-MAP
           MOVE WS-MR-END-REASON TO RS-END
           MOVE WS-MR-SECONDS TO RS-SECONDS
           IF WS-NET-ON = 1
               MOVE WS-NET-ROLE TO RS-ROLE
           ELSE
               MOVE 0 TO RS-ROLE
           END-IF
           MOVE WS-PLR-ID TO RS-PLAYER
           MOVE WS-MR-FRAG-LIMIT TO RS-FRAG-LIMIT
           MOVE WS-MR-TIME-LIMIT TO RS-TIME-LIMIT
           MOVE WS-MR-PL-NAME(WS-MR-BEST) TO RS-WINNER
           PERFORM VARYING WS-MR-I FROM 1 BY 1 UNTIL WS-MR-I > 6
               IF WS-MR-PL-ON(WS-MR-I) = 1
                   MOVE WS-MR-PL-NAME(WS-MR-I) TO RS-NAME(WS-MR-I)
                   MOVE WS-MR-PL-FRAGS(WS-MR-I) TO RS-FRAGS(WS-MR-I)
                   MOVE WS-MR-PL-DEATHS(WS-MR-I)
                       TO RS-DEATHS(WS-MR-I)
               ELSE
                   MOVE SPACES TO RS-NAME(WS-MR-I)
                   MOVE 0 TO RS-FRAGS(WS-MR-I)
                   MOVE 0 TO RS-DEATHS(WS-MR-I)
               END-IF
           END-PERFORM
           WRITE DMRES-RECORD
           CLOSE DMRES-FILE

           DISPLAY "Match over on " WS-MAP-NAME " (" WS-MR-END-REASON
               "), " WS-MR-SECONDS "s, winner "
               FUNCTION TRIM(WS-MR-PL-NAME(WS-MR-BEST))
           PERFORM VARYING WS-MR-I FROM 1 BY 1 UNTIL WS-MR-I > 6
               IF WS-MR-PL-ON(WS-MR-I) = 1
                   MOVE WS-MR-PL-FRAGS(WS-MR-I) TO WS-MR-FRAGS-ED
                   MOVE WS-MR-PL-DEATHS(WS-MR-I) TO WS-MR-DEATHS-ED
                   DISPLAY "  " WS-MR-PL-NAME(WS-MR-I)
                       " frags " WS-MR-FRAGS-ED
                       " deaths " WS-MR-DEATHS-ED
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> SHOW-DM-SCOREBOARD: The frag table over INTERPIC, most
      *> frags first, then wait for fire -- SHOW-INTERMISSION-
      *> SCREEN's blocking pattern, headless mode included.
      *> ============================================================
       SHOW-DM-SCOREBOARD.
           MOVE LOW-VALUES TO WS-FRAMEBUFFER
           MOVE "INTERPIC" TO WS-PIC-LUMP
           PERFORM DRAW-FULLSCREEN-PIC

           MOVE WS-STR-TXT(150) TO WS-HUD-STR-TEXT
           MOVE 110 TO WS-HUD-STR-X
           MOVE 020 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           EVALUATE WS-MR-END-REASON
               WHEN "F"
                   MOVE WS-STR-TXT(151) TO WS-HUD-STR-TEXT
               WHEN "T"
                   MOVE WS-STR-TXT(152) TO WS-HUD-STR-TEXT
               WHEN OTHER
                   MOVE WS-STR-TXT(153) TO WS-HUD-STR-TEXT
           END-EVALUATE
           MOVE 110 TO WS-HUD-STR-X
           MOVE 034 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           MOVE WS-STR-TXT(157) TO WS-HUD-STR-TEXT
           MOVE 160 TO WS-HUD-STR-X
           MOVE 056 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING
           MOVE WS-STR-TXT(158) TO WS-HUD-STR-TEXT
           MOVE 220 TO WS-HUD-STR-X
           PERFORM DRAW-HUD-STRING

           PERFORM VARYING WS-MR-I FROM 1 BY 1 UNTIL WS-MR-I > 6
               MOVE 0 TO WS-MR-PL-SHOWN(WS-MR-I)
           END-PERFORM
           MOVE 072 TO WS-MR-ROW
           PERFORM DRAW-DM-SCORE-ROW 6 TIMES

           CALL "sdl_frame" USING WS-FRAMEBUFFER
                                  WS-SCREEN-W
                                  WS-SCREEN-H

           IF WS-HEADLESS-MODE = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-KEY(WS-KB-FIRE) = 0
               OR WS-KEY(WS-KB-QUIT) = -1
               CALL "sdl_input" USING WS-KEYS
           END-PERFORM
           PERFORM UNTIL WS-KEY(WS-KB-FIRE) NOT = 0
               OR WS-KEY(WS-KB-QUIT) = -1
               CALL "sdl_input" USING WS-KEYS
           END-PERFORM
           IF WS-KEY(WS-KB-QUIT) = -1
               MOVE 0 TO WS-RUNNING
           END-IF
           .

      *> ============================================================
      *> DRAW-DM-SCORE-ROW: The player with the most frags not yet
      *> drawn, on row WS-MR-ROW -- label, frags, deaths.
      *> ============================================================
       DRAW-DM-SCORE-ROW.
           MOVE 0 TO WS-MR-BEST
           PERFORM VARYING WS-MR-I FROM 1 BY 1 UNTIL WS-MR-I > 6
               IF WS-MR-PL-ON(WS-MR-I) = 1
                   AND WS-MR-PL-SHOWN(WS-MR-I) = 0
                   IF WS-MR-BEST = 0
                       MOVE WS-MR-I TO WS-MR-BEST
                   ELSE
                       IF WS-MR-PL-FRAGS(WS-MR-I)
                           > WS-MR-PL-FRAGS(WS-MR-BEST)
                           MOVE WS-MR-I TO WS-MR-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MR-BEST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MR-PL-SHOWN(WS-MR-BEST)

           MOVE SPACES TO WS-MR-TEXT
           EVALUATE WS-MR-BEST
               WHEN 1
                   MOVE WS-STR-TXT(154) TO WS-MR-TEXT
               WHEN 2
                   MOVE WS-STR-TXT(155) TO WS-MR-TEXT
               WHEN OTHER
                   COMPUTE WS-MR-S = WS-MR-BEST - 2
                   IF WS-BOT-PROF(WS-MR-S) > 0
                       MOVE WS-MR-PL-NAME(WS-MR-BEST) TO WS-MR-TEXT
                   ELSE
                       STRING WS-STR-TXT(156) DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           WS-MR-S(2:1) DELIMITED BY SIZE
                           INTO WS-MR-TEXT
                       END-STRING
                   END-IF
           END-EVALUATE
           MOVE WS-MR-TEXT TO WS-HUD-STR-TEXT
           MOVE 060 TO WS-HUD-STR-X
           MOVE WS-MR-ROW TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           MOVE WS-MR-PL-FRAGS(WS-MR-BEST) TO WS-MR-FRAGS-ED
           MOVE WS-MR-FRAGS-ED TO WS-HUD-STR-TEXT
           MOVE 160 TO WS-HUD-STR-X
           PERFORM DRAW-HUD-STRING
           MOVE WS-MR-PL-DEATHS(WS-MR-BEST) TO WS-MR-DEATHS-ED
           MOVE WS-MR-DEATHS-ED TO WS-HUD-STR-TEXT
           MOVE 220 TO WS-HUD-STR-X
           PERFORM DRAW-HUD-STRING

           ADD 14 TO WS-MR-ROW
           .

      *> ============================================================
      *> DM-ABANDON-MATCH: At shutdown, a match walked away from
      *> mid-map still files its record, marked A.
      *> ============================================================
       DM-ABANDON-MATCH.
           IF WS-MR-ON = 0 OR WS-GAME-STATE NOT = 1
               OR WS-MR-TICS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-MR-END-REASON
           PERFORM DM-WRITE-RESULT
           .
