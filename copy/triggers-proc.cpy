      *> ============================================================
      *> triggers-proc.cpy -- Per-map scripted triggers
      *> LOAD-MAP-TRIGGERS:    read <mapname>.trg at every spawn; a
      *>                       missing file just means no triggers
      *> MAP-TRIGGERS-ONE-LINE: one condition/action line
      *> CHECK-MAP-TRIGGERS:   once per sim tic, fire every line
      *>                       whose condition now holds
      *> TRG-NOTE-TAG:         TRIGGER-TAGGED-ACTION's report that
      *>                       a tag just did something
      *> TRG-FIRE:             run one line's action
      *> TRG-SPAWN:            one monster, as HORDE-SPAWN-ONE
      *>                       brings in a wave member
      *> ============================================================

      *> ============================================================
      *> LOAD-MAP-TRIGGERS: Fixed columns, one trigger per line --
      *>   cols 1-5   ENTER x1 y1 x2 y2 | TAG t | KILLS n | TIME s
      *>   cols 7-21  the condition's numbers, 3 digits each
      *>   cols 23-27 SPAWN ttttt xxxx yyyy | MSG text | DOOR ttt a
      *>              | SOUND nnn | LOG text
      *>   cols 29-68 the action's numbers or text
      *> A netplay session skips the file: one machine's marine
      *> walking into a region would spawn on that machine alone.
      *> ============================================================
       LOAD-MAP-TRIGGERS.
           MOVE 0 TO WS-TRG-COUNT
           IF WS-NET-ON = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TRG-FILENAME
           STRING WS-MAP-NAME DELIMITED BY SPACE
               ".trg" DELIMITED BY SIZE
               INTO WS-TRG-FILENAME
           END-STRING

           OPEN INPUT TRIGGERS-FILE
           IF WS-TRG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TRG-LINE-NO
           PERFORM UNTIL WS-TRG-STATUS NOT = "00"
               READ TRIGGERS-FILE
                   AT END
                       MOVE "10" TO WS-TRG-STATUS
                   NOT AT END
                       ADD 1 TO WS-TRG-LINE-NO
                       IF TRIGGERS-RECORD NOT = SPACES
                           AND TRIGGERS-RECORD(1:1) NOT = "*"
                           PERFORM MAP-TRIGGERS-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRIGGERS-FILE
           IF WS-TRG-COUNT > 0
               DISPLAY "Triggers: " WS-TRG-COUNT " loaded from "
                   WS-TRG-FILENAME
           END-IF
           .

       MAP-TRIGGERS-ONE-LINE.
           IF WS-TRG-COUNT >= 32
               PERFORM MAP-TRIGGERS-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRG-COUNT TO WS-TRG-I
           ADD 1 TO WS-TRG-I
           INITIALIZE WS-TRG(WS-TRG-I)

           EVALUATE TF-COND
               WHEN "ENTER"
                   MOVE 1 TO WS-TRG-COND(WS-TRG-I)
                   MOVE 4 TO WS-TRG-N
               WHEN "TAG  "
                   MOVE 2 TO WS-TRG-COND(WS-TRG-I)
                   MOVE 1 TO WS-TRG-N
               WHEN "KILLS"
                   MOVE 3 TO WS-TRG-COND(WS-TRG-I)
                   MOVE 1 TO WS-TRG-N
               WHEN "TIME "
                   MOVE 4 TO WS-TRG-COND(WS-TRG-I)
                   MOVE 1 TO WS-TRG-N
               WHEN OTHER
                   PERFORM MAP-TRIGGERS-BAD-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING WS-TRG-J FROM 1 BY 1
               UNTIL WS-TRG-J > WS-TRG-N
               IF TF-A(WS-TRG-J) IS NOT NUMERIC
                   PERFORM MAP-TRIGGERS-BAD-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE TF-A(WS-TRG-J) TO WS-TRG-A(WS-TRG-I, WS-TRG-J)
           END-PERFORM

           EVALUATE TF-ACTION
               WHEN "SPAWN"
                   IF TF-TYPE IS NOT NUMERIC OR TF-X IS NOT NUMERIC
                       OR TF-Y IS NOT NUMERIC
                       PERFORM MAP-TRIGGERS-BAD-LINE
                       EXIT PARAGRAPH
                   END-IF
      *>           The barrel closing the roster is no monster
                   PERFORM VARYING WS-TRG-N FROM 1 BY 1
                       UNTIL WS-TRG-N > WS-SP-MAP-COUNT - 1
                       OR WS-TRG-TM(WS-TRG-I) > 0
                       IF WS-SP-TM-TYPE(WS-TRG-N) = TF-TYPE
                           MOVE WS-TRG-N TO WS-TRG-TM(WS-TRG-I)
                       END-IF
                   END-PERFORM
                   IF WS-TRG-TM(WS-TRG-I) = 0
                       DISPLAY "WARN: " FUNCTION TRIM(WS-TRG-FILENAME)
                           " line " WS-TRG-LINE-NO
                           ": no monster of thing type " TF-TYPE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO WS-TRG-ACTION(WS-TRG-I)
                   MOVE TF-X TO WS-TRG-X(WS-TRG-I)
                   MOVE TF-Y TO WS-TRG-Y(WS-TRG-I)
               WHEN "MSG  "
                   MOVE 2 TO WS-TRG-ACTION(WS-TRG-I)
                   MOVE TF-TEXT TO WS-TRG-TEXT(WS-TRG-I)
               WHEN "DOOR "
                   IF TF-TAG IS NOT NUMERIC
                       OR TF-DOOR-ACT IS NOT NUMERIC
                       OR TF-DOOR-ACT < 1 OR TF-DOOR-ACT > 3
                       PERFORM MAP-TRIGGERS-BAD-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 3 TO WS-TRG-ACTION(WS-TRG-I)
                   MOVE TF-TAG TO WS-TRG-TAG(WS-TRG-I)
                   MOVE TF-DOOR-ACT TO WS-TRG-DOOR-ACT(WS-TRG-I)
               WHEN "SOUND"
                   IF TF-SFX IS NOT NUMERIC OR TF-SFX = 0
                       PERFORM MAP-TRIGGERS-BAD-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 4 TO WS-TRG-ACTION(WS-TRG-I)
                   MOVE TF-SFX TO WS-TRG-SFX(WS-TRG-I)
               WHEN "LOG  "
                   MOVE 5 TO WS-TRG-ACTION(WS-TRG-I)
                   MOVE TF-TEXT TO WS-TRG-TEXT(WS-TRG-I)
               WHEN OTHER
                   PERFORM MAP-TRIGGERS-BAD-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-TRG-I TO WS-TRG-COUNT
           .

       MAP-TRIGGERS-BAD-LINE.
           DISPLAY "WARN: " FUNCTION TRIM(WS-TRG-FILENAME)
               " line " WS-TRG-LINE-NO " skipped"
           .

      *> ============================================================
      *> CHECK-MAP-TRIGGERS: Test every line not yet fired against
      *> the live state -- the marine's map position, the tags
      *> TRG-NOTE-TAG has marked, WS-KILL-COUNT and the level clock
      *> CHECK-OBJECTIVES reads -- and run the action of each one
      *> that holds.
      *> ============================================================
       CHECK-MAP-TRIGGERS.
           IF WS-TRG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRG-CX = FUNCTION INTEGER-PART(WS-PX)
           COMPUTE WS-TRG-CY = FUNCTION INTEGER-PART(WS-PY)
           COMPUTE WS-TRG-ELAPSED =
               WS-PROF-PLAY-SECONDS - WS-LEVEL-START-SECONDS

           PERFORM VARYING WS-TRG-I FROM 1 BY 1
               UNTIL WS-TRG-I > WS-TRG-COUNT
               IF WS-TRG-DONE(WS-TRG-I) = 0
                   MOVE 0 TO WS-TRG-HIT
                   EVALUATE WS-TRG-COND(WS-TRG-I)
                       WHEN 1
                           IF WS-TRG-CX >= WS-TRG-A(WS-TRG-I, 1)
                               AND WS-TRG-CX <= WS-TRG-A(WS-TRG-I, 3)
                               AND WS-TRG-CY >= WS-TRG-A(WS-TRG-I, 2)
                               AND WS-TRG-CY <= WS-TRG-A(WS-TRG-I, 4)
                               MOVE 1 TO WS-TRG-HIT
                           END-IF
                       WHEN 2
                           MOVE WS-TRG-TAGGED(WS-TRG-I) TO WS-TRG-HIT
                       WHEN 3
                           IF WS-KILL-COUNT >= WS-TRG-A(WS-TRG-I, 1)
                               MOVE 1 TO WS-TRG-HIT
                           END-IF
                       WHEN 4
                           IF WS-TRG-ELAPSED >= WS-TRG-A(WS-TRG-I, 1)
                               MOVE 1 TO WS-TRG-HIT
                           END-IF
                   END-EVALUATE
                   IF WS-TRG-HIT = 1
                       MOVE 1 TO WS-TRG-DONE(WS-TRG-I)
                       PERFORM TRG-FIRE
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> TRG-NOTE-TAG: A switch, walk-over line or trigger DOOR
      *> action just moved something tagged WS-TR-TAG; arm the tag
      *> conditions waiting on it for the next check.
      *> ============================================================
       TRG-NOTE-TAG.
           PERFORM VARYING WS-TRG-J FROM 1 BY 1
               UNTIL WS-TRG-J > WS-TRG-COUNT
               IF WS-TRG-COND(WS-TRG-J) = 2
                   AND WS-TRG-A(WS-TRG-J, 1) = WS-TR-TAG
                   MOVE 1 TO WS-TRG-TAGGED(WS-TRG-J)
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> TRG-FIRE: Run line WS-TRG-I's action.
      *> ============================================================
       TRG-FIRE.
           EVALUATE WS-TRG-ACTION(WS-TRG-I)
               WHEN 1
                   PERFORM TRG-SPAWN
               WHEN 2
                   MOVE WS-TRG-TEXT(WS-TRG-I) TO WS-GMSG-TEXT
                   PERFORM SHOW-GAME-MESSAGE
               WHEN 3
                   MOVE WS-TRG-DOOR-ACT(WS-TRG-I) TO WS-TR-ACTION
                   MOVE WS-TRG-TAG(WS-TRG-I) TO WS-TR-TAG
                   PERFORM TRIGGER-TAGGED-ACTION
               WHEN 4
                   MOVE WS-TRG-SFX(WS-TRG-I) TO WS-SFX-ID
                   PERFORM PLAY-SOUND-EFFECT
               WHEN 5
                   MOVE WS-TRG-TEXT(WS-TRG-I) TO WS-JN-TEXT
                   PERFORM JOURNAL-EVENT
           END-EVALUATE
           .

      *> ============================================================
      *> TRG-SPAWN: Append one monster of roster entry WS-TRG-TM at
      *> the line's spot, initialized through EN-INIT-ONE-AI and
      *> already hunting -- an ambush that waits to be seen is no
      *> ambush. A full sprite table reclaims a finished corpse.
      *> ============================================================
       TRG-SPAWN.
           IF WS-SP-COUNT < WS-SP-MAX
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-TRG-SLOT
           ELSE
               PERFORM SP-RECLAIM-SLOT
               IF WS-SP-RECLAIM = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SP-RECLAIM TO WS-TRG-SLOT
           END-IF
           MOVE WS-TRG-TM(WS-TRG-I) TO WS-TRG-N

           MOVE WS-TRG-X(WS-TRG-I) TO WS-SP-WORLD-X(WS-TRG-SLOT)
           MOVE WS-TRG-Y(WS-TRG-I) TO WS-SP-WORLD-Y(WS-TRG-SLOT)
           MOVE WS-SP-TM-TYPE(WS-TRG-N)
               TO WS-SP-THING-TYPE(WS-TRG-SLOT)
           MOVE 0 TO WS-SP-STATE(WS-TRG-SLOT)
           MOVE WS-SP-TM-HEALTH(WS-TRG-N)
               TO WS-SP-HEALTH(WS-TRG-SLOT)
           MOVE 0 TO WS-SP-FRAME-TMR(WS-TRG-SLOT)
           MOVE WS-SP-WORLD-X(WS-TRG-SLOT)
               TO WS-SP-SPAWN-X(WS-TRG-SLOT)
           MOVE WS-SP-WORLD-Y(WS-TRG-SLOT)
               TO WS-SP-SPAWN-Y(WS-TRG-SLOT)
           MOVE SPACES TO WS-SP-LUMP-NAME(WS-TRG-SLOT)
           STRING WS-SP-TM-BASE(WS-TRG-N) "A0  "
               DELIMITED BY SIZE
               INTO WS-SP-LUMP-NAME(WS-TRG-SLOT)
           MOVE 0 TO WS-SP-DECOR(WS-TRG-SLOT)
           MOVE 0 TO WS-SP-SOLID(WS-TRG-SLOT)
           MOVE 0 TO WS-SP-ANGLE(WS-TRG-SLOT)
           MOVE 0 TO WS-SP-AMBUSH(WS-TRG-SLOT)

           MOVE WS-EN-IDX TO WS-EN-SAVE-IDX
           MOVE WS-TRG-SLOT TO WS-EN-IDX
           PERFORM EN-INIT-ONE-AI
           MOVE 2 TO WS-EN-STATE(WS-EN-IDX)
           MOVE WS-EN-SAVE-IDX TO WS-EN-IDX

           ADD 1 TO WS-KILL-TOTAL
           .
