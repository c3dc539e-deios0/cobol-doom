      *> ============================================================
      *> planes-proc.cpy -- Floor and ceiling movers
      *> INIT-PLANES:       put moved floors/ceilings back, forget
      *>                    every entry
      *> PL-START-TAGGED:   TRIGGER-TAGGED-ACTION's action 5 -- move
      *>                    the tagged sector by the WS-GL- decode
      *> PL-START-STAIRS:   the stair-builder form of the same
      *> UPDATE-PLANES:     step every moving plane each frame
      *> Mirrors crushers-proc.cpy's register/trigger/update split.
      *> ============================================================

      *> ============================================================
      *> INIT-PLANES: Every height a mover changed goes back to the
      *> one it had before, as INIT-CRUSHERS does for its ceilings,
      *> so a restarted level starts from the map as built. Runs
      *> ahead of INIT-LIFTS and INIT-CRUSHERS, which take their
      *> resting heights from the grid.
      *> ============================================================
       INIT-PLANES.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-PLANE(WS-PL-IDX) = "F"
                   MOVE WS-PL-BASE-H(WS-PL-IDX)
                       TO MC-FLOOR-H(WS-PL-ROW(WS-PL-IDX),
                                     WS-PL-COL(WS-PL-IDX))
               ELSE
                   MOVE WS-PL-BASE-H(WS-PL-IDX)
                       TO MC-CEIL-H(WS-PL-ROW(WS-PL-IDX),
                                    WS-PL-COL(WS-PL-IDX))
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PL-COUNT
           MOVE 0 TO WS-PL-OVFL-WARNED
           INITIALIZE WS-PL-AT-TABLE
           .

      *> ============================================================
      *> PL-START-TAGGED: Work out the destination from the area
      *> WS-TR-TAG names and its neighbours, then set every cell of
      *> it moving. Wall and door cells keep their heights; a cell
      *> whose plane is already moving is left to finish.
      *> ============================================================
       PL-START-TAGGED.
           MOVE 0 TO WS-PL-STARTED
           PERFORM GL-MOVER-SPEED
           IF WS-GL-CLASS = 2
               PERFORM PL-START-STAIRS
           ELSE
               IF WS-GL-CLASS = 7
                   MOVE "F" TO WS-PL-ADD-PLANE
               ELSE
                   MOVE "C" TO WS-PL-ADD-PLANE
               END-IF
               PERFORM PL-SURVEY-TAGGED
               IF WS-PL-SEEN = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM PL-PICK-TARGET
               PERFORM VARYING WS-PL-R FROM 1 BY 1
                   UNTIL WS-PL-R > WS-MAP-SIZE
                   PERFORM VARYING WS-PL-C FROM 1 BY 1
                       UNTIL WS-PL-C > WS-MAP-SIZE
                       IF MC-TAG(WS-PL-R, WS-PL-C) = WS-TR-TAG
                           AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 1
                           AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 2
                           PERFORM PL-MOVE-CELL
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           IF WS-PL-STARTED > 0
               MOVE 1 TO WS-TR-HIT
           END-IF
           .

      *> ============================================================
      *> PL-SURVEY-TAGGED: The moving plane's height in the first
      *> tagged cell, the area's own lowest ceiling and highest
      *> floor, and the floors and ceilings of the cells around it
      *> that belong to other sectors.
      *> ============================================================
       PL-SURVEY-TAGGED.
           MOVE 0 TO WS-PL-SEEN
           MOVE 0 TO WS-PL-NB-FOUND
           MOVE 999 TO WS-PL-OWN-CEIL
           MOVE -999 TO WS-PL-OWN-FLOOR
           MOVE -999 TO WS-PL-HNF
           MOVE 999 TO WS-PL-LNF
           MOVE -999 TO WS-PL-HNC
           MOVE 999 TO WS-PL-LNC
           MOVE 9999 TO WS-PL-NEXT-UP
           MOVE -9999 TO WS-PL-NEXT-DN

           PERFORM VARYING WS-PL-R FROM 1 BY 1
               UNTIL WS-PL-R > WS-MAP-SIZE
               PERFORM VARYING WS-PL-C FROM 1 BY 1
                   UNTIL WS-PL-C > WS-MAP-SIZE
                   IF MC-TAG(WS-PL-R, WS-PL-C) = WS-TR-TAG
                       AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 1
                       AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 2
                       IF WS-PL-SEEN = 0
                           MOVE 1 TO WS-PL-SEEN
                           IF WS-PL-ADD-PLANE = "F"
                               MOVE MC-FLOOR-H(WS-PL-R, WS-PL-C)
                                   TO WS-PL-REF-H
                           ELSE
                               MOVE MC-CEIL-H(WS-PL-R, WS-PL-C)
                                   TO WS-PL-REF-H
                           END-IF
                       END-IF
                       IF MC-CEIL-H(WS-PL-R, WS-PL-C) < WS-PL-OWN-CEIL
                           MOVE MC-CEIL-H(WS-PL-R, WS-PL-C)
                               TO WS-PL-OWN-CEIL
                       END-IF
                       IF MC-FLOOR-H(WS-PL-R, WS-PL-C)
                           > WS-PL-OWN-FLOOR
                           MOVE MC-FLOOR-H(WS-PL-R, WS-PL-C)
                               TO WS-PL-OWN-FLOOR
                       END-IF
                       PERFORM VARYING WS-PL-D FROM 1 BY 1
                           UNTIL WS-PL-D > 4
                           PERFORM PL-SURVEY-NEIGHBOUR
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PL-SURVEY-NEIGHBOUR.
           MOVE WS-PL-R TO WS-PL-NR
           MOVE WS-PL-C TO WS-PL-NC
           EVALUATE WS-PL-D
               WHEN 1
                   SUBTRACT 1 FROM WS-PL-NR
               WHEN 2
                   ADD 1 TO WS-PL-NR
               WHEN 3
                   SUBTRACT 1 FROM WS-PL-NC
               WHEN OTHER
                   ADD 1 TO WS-PL-NC
           END-EVALUATE
           IF WS-PL-NR < 1 OR WS-PL-NR > WS-MAP-SIZE
               OR WS-PL-NC < 1 OR WS-PL-NC > WS-MAP-SIZE
               EXIT PARAGRAPH
           END-IF
           IF MC-TAG(WS-PL-NR, WS-PL-NC) = WS-TR-TAG
               OR MC-TYPE(WS-PL-NR, WS-PL-NC) = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-PL-NB-FOUND
           IF MC-FLOOR-H(WS-PL-NR, WS-PL-NC) > WS-PL-HNF
               MOVE MC-FLOOR-H(WS-PL-NR, WS-PL-NC) TO WS-PL-HNF
           END-IF
           IF MC-FLOOR-H(WS-PL-NR, WS-PL-NC) < WS-PL-LNF
               MOVE MC-FLOOR-H(WS-PL-NR, WS-PL-NC) TO WS-PL-LNF
           END-IF
           IF MC-CEIL-H(WS-PL-NR, WS-PL-NC) > WS-PL-HNC
               MOVE MC-CEIL-H(WS-PL-NR, WS-PL-NC) TO WS-PL-HNC
           END-IF
           IF MC-CEIL-H(WS-PL-NR, WS-PL-NC) < WS-PL-LNC
               MOVE MC-CEIL-H(WS-PL-NR, WS-PL-NC) TO WS-PL-LNC
           END-IF

      *>   The next height up or down takes the same plane of the
      *>   neighbour as the one moving
           IF WS-PL-ADD-PLANE = "F"
               MOVE MC-FLOOR-H(WS-PL-NR, WS-PL-NC) TO WS-PL-NB-H
           ELSE
               MOVE MC-CEIL-H(WS-PL-NR, WS-PL-NC) TO WS-PL-NB-H
           END-IF
           IF WS-PL-NB-H > WS-PL-REF-H
               AND WS-PL-NB-H < WS-PL-NEXT-UP
               MOVE WS-PL-NB-H TO WS-PL-NEXT-UP
           END-IF
           IF WS-PL-NB-H < WS-PL-REF-H
               AND WS-PL-NB-H > WS-PL-NEXT-DN
               MOVE WS-PL-NB-H TO WS-PL-NEXT-DN
           END-IF
           .

      *> ============================================================
      *> PL-PICK-TARGET: Floors and ceilings share the target field
      *> with floor and ceiling swapped. The neighbour targets need
      *> a neighbour; without one (or with no next height in the
      *> direction asked) the plane stays where it is. Shortest-
      *> texture targets are taken as 64 units.
      *> ============================================================
       PL-PICK-TARGET.
           MOVE 0 TO WS-PL-REL
           MOVE 0 TO WS-PL-DIST
           MOVE WS-PL-REF-H TO WS-PL-ABS-H

           EVALUATE WS-GL-TARGET
               WHEN 5
                   MOVE 1 TO WS-PL-REL
                   MOVE 64 TO WS-PL-DIST
               WHEN 6
                   MOVE 1 TO WS-PL-REL
                   MOVE 24 TO WS-PL-DIST
               WHEN 7
                   MOVE 1 TO WS-PL-REL
                   MOVE 32 TO WS-PL-DIST
               WHEN 4
                   IF WS-GL-CLASS = 7
                       MOVE WS-PL-OWN-CEIL TO WS-PL-ABS-H
                   ELSE
                       MOVE WS-PL-OWN-FLOOR TO WS-PL-ABS-H
                   END-IF
               WHEN 2
                   IF WS-GL-DIR = 1
                       IF WS-PL-NEXT-UP < 9999
                           MOVE WS-PL-NEXT-UP TO WS-PL-ABS-H
                       END-IF
                   ELSE
                       IF WS-PL-NEXT-DN > -9999
                           MOVE WS-PL-NEXT-DN TO WS-PL-ABS-H
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-PL-NB-FOUND = 1
                       EVALUATE WS-GL-TARGET
                           WHEN 0
                               IF WS-GL-CLASS = 7
                                   MOVE WS-PL-HNF TO WS-PL-ABS-H
                               ELSE
                                   MOVE WS-PL-HNC TO WS-PL-ABS-H
                               END-IF
                           WHEN 1
                               IF WS-GL-CLASS = 7
                                   MOVE WS-PL-LNF TO WS-PL-ABS-H
                               ELSE
                                   MOVE WS-PL-LNC TO WS-PL-ABS-H
                               END-IF
                           WHEN OTHER
                               IF WS-GL-CLASS = 7
                                   MOVE WS-PL-LNC TO WS-PL-ABS-H
                               ELSE
                                   MOVE WS-PL-HNF TO WS-PL-ABS-H
                               END-IF
                       END-EVALUATE
                   END-IF
           END-EVALUATE

           IF WS-PL-REL = 1 AND WS-GL-DIR = 0
               COMPUTE WS-PL-DIST = 0 - WS-PL-DIST
           END-IF
           .

      *> ============================================================
      *> PL-MOVE-CELL: Destination of cell (WS-PL-R, WS-PL-C) --
      *> a floor never rises through its own ceiling nor a ceiling
      *> sinks through its floor -- and its mover started.
      *> ============================================================
       PL-MOVE-CELL.
           IF WS-PL-ADD-PLANE = "F"
               MOVE MC-FLOOR-H(WS-PL-R, WS-PL-C) TO WS-PL-CUR-H
           ELSE
               MOVE MC-CEIL-H(WS-PL-R, WS-PL-C) TO WS-PL-CUR-H
           END-IF
           IF WS-PL-REL = 1
               COMPUTE WS-PL-ADD-DEST = WS-PL-CUR-H + WS-PL-DIST
           ELSE
               MOVE WS-PL-ABS-H TO WS-PL-ADD-DEST
           END-IF
           IF WS-PL-ADD-PLANE = "F"
               IF WS-PL-ADD-DEST > MC-CEIL-H(WS-PL-R, WS-PL-C)
                   MOVE MC-CEIL-H(WS-PL-R, WS-PL-C) TO WS-PL-ADD-DEST
               END-IF
           ELSE
               IF WS-PL-ADD-DEST < MC-FLOOR-H(WS-PL-R, WS-PL-C)
                   MOVE MC-FLOOR-H(WS-PL-R, WS-PL-C)
                       TO WS-PL-ADD-DEST
               END-IF
           END-IF
           PERFORM PL-ADD-MOVER
           .

      *> ============================================================
      *> PL-ADD-MOVER: Start plane WS-PL-ADD-PLANE of cell (WS-PL-R,
      *> WS-PL-C) towards WS-PL-ADD-DEST at WS-GL-MV-SPEED. The
      *> cell's entry is made the first time anything moves it,
      *> keeping the height it had then.
      *> ============================================================
       PL-ADD-MOVER.
           IF WS-PL-ADD-DEST > 999
               MOVE 999 TO WS-PL-ADD-DEST
           END-IF
           IF WS-PL-ADD-DEST < -999
               MOVE -999 TO WS-PL-ADD-DEST
           END-IF
           IF WS-PL-ADD-PLANE = "F"
               MOVE WS-PL-AT-F(WS-PL-R, WS-PL-C) TO WS-PL-IDX
               MOVE MC-FLOOR-H(WS-PL-R, WS-PL-C) TO WS-PL-CUR-H
           ELSE
               MOVE WS-PL-AT-C(WS-PL-R, WS-PL-C) TO WS-PL-IDX
               MOVE MC-CEIL-H(WS-PL-R, WS-PL-C) TO WS-PL-CUR-H
           END-IF
           IF WS-PL-ADD-DEST = WS-PL-CUR-H
               EXIT PARAGRAPH
           END-IF

           IF WS-PL-IDX > 0
               IF WS-PL-STATE(WS-PL-IDX) = 1
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PL-COUNT >= WS-PL-MAX
                   IF WS-PL-OVFL-WARNED = 0
                       DISPLAY "WARN: plane mover table full ("
                           WS-PL-MAX ") -- cell " WS-PL-R ","
                           WS-PL-C " stays put"
                       MOVE 1 TO WS-PL-OVFL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT TO WS-PL-IDX
               MOVE WS-PL-R TO WS-PL-ROW(WS-PL-IDX)
               MOVE WS-PL-C TO WS-PL-COL(WS-PL-IDX)
               MOVE WS-PL-ADD-PLANE TO WS-PL-PLANE(WS-PL-IDX)
               MOVE WS-PL-CUR-H TO WS-PL-BASE-H(WS-PL-IDX)
               IF WS-PL-ADD-PLANE = "F"
                   MOVE WS-PL-IDX TO WS-PL-AT-F(WS-PL-R, WS-PL-C)
               ELSE
                   MOVE WS-PL-IDX TO WS-PL-AT-C(WS-PL-R, WS-PL-C)
               END-IF
           END-IF

           MOVE WS-PL-ADD-DEST TO WS-PL-DEST-H(WS-PL-IDX)
           MOVE WS-GL-MV-SPEED TO WS-PL-SPEED(WS-PL-IDX)
           MOVE 1 TO WS-PL-STATE(WS-PL-IDX)
           ADD 1 TO WS-PL-STARTED
           .

      *> ============================================================
      *> PL-START-STAIRS: The tagged area rises (or sinks) one step
      *> from the first tagged cell's floor; then the sector beside
      *> the last step with the same floor flat (any flat, when the
      *> line ignores texture) takes the next step, and so on until
      *> no such sector is left. Sectors are told apart by the
      *> number MC-SECTOR-NUM carries. Stairs build at a quarter of
      *> the floor rate.
      *> ============================================================
       PL-START-STAIRS.
           MOVE "F" TO WS-PL-ADD-PLANE
           EVALUATE WS-GL-STEP
               WHEN 0
                   MOVE 4 TO WS-PL-STEP-SIZE
               WHEN 1
                   MOVE 8 TO WS-PL-STEP-SIZE
               WHEN 2
                   MOVE 16 TO WS-PL-STEP-SIZE
               WHEN OTHER
                   MOVE 24 TO WS-PL-STEP-SIZE
           END-EVALUATE
           COMPUTE WS-GL-MV-SPEED = WS-GL-MV-SPEED / 4
           IF WS-GL-MV-SPEED = 0
               MOVE 1 TO WS-GL-MV-SPEED
           END-IF

      *>   First step: every tagged cell
           MOVE 0 TO WS-PL-SEEN
           MOVE 0 TO WS-PL-STEP-COUNT
           MOVE 1 TO WS-PL-K
           PERFORM VARYING WS-PL-R FROM 1 BY 1
               UNTIL WS-PL-R > WS-MAP-SIZE
               PERFORM VARYING WS-PL-C FROM 1 BY 1
                   UNTIL WS-PL-C > WS-MAP-SIZE
                   IF MC-TAG(WS-PL-R, WS-PL-C) = WS-TR-TAG
                       AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 1
                       AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 2
                       IF WS-PL-SEEN = 0
                           MOVE 1 TO WS-PL-SEEN
                           MOVE MC-FLOOR-H(WS-PL-R, WS-PL-C)
                               TO WS-PL-REF-H
                           MOVE MC-FLOOR-TEX(WS-PL-R, WS-PL-C)
                               TO WS-PL-STEP-FLAT
                           MOVE MC-SECTOR-NUM(WS-PL-R, WS-PL-C)
                               TO WS-PL-CUR-SECT
                       END-IF
                       MOVE MC-SECTOR-NUM(WS-PL-R, WS-PL-C)
                           TO WS-PL-NEXT-SECT
                       PERFORM PL-NOTE-STEP-SECT
                       PERFORM PL-STEP-HEIGHT
                       PERFORM PL-ADD-MOVER
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-PL-SEEN = 0 OR WS-PL-CUR-SECT = 0
               EXIT PARAGRAPH
           END-IF

      *>   Following steps, one sector each
           MOVE 1 TO WS-PL-NEXT-SECT
           PERFORM VARYING WS-PL-K FROM 2 BY 1
               UNTIL WS-PL-NEXT-SECT = 0
               OR WS-PL-STEP-COUNT >= WS-PL-STEP-MAX
               PERFORM PL-FIND-NEXT-STEP
               IF WS-PL-NEXT-SECT > 0
                   PERFORM PL-NOTE-STEP-SECT
                   PERFORM VARYING WS-PL-R FROM 1 BY 1
                       UNTIL WS-PL-R > WS-MAP-SIZE
                       PERFORM VARYING WS-PL-C FROM 1 BY 1
                           UNTIL WS-PL-C > WS-MAP-SIZE
                           IF MC-SECTOR-NUM(WS-PL-R, WS-PL-C)
                               = WS-PL-NEXT-SECT
                               AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 1
                               AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 2
                               PERFORM PL-STEP-HEIGHT
                               PERFORM PL-ADD-MOVER
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   MOVE WS-PL-NEXT-SECT TO WS-PL-CUR-SECT
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> PL-STEP-HEIGHT: Step WS-PL-K's floor, WS-PL-K steps above
      *> (or below) the first tagged cell's.
      *> ============================================================
       PL-STEP-HEIGHT.
           IF WS-GL-DIR = 1
               COMPUTE WS-PL-ADD-DEST =
                   WS-PL-REF-H + WS-PL-K * WS-PL-STEP-SIZE
           ELSE
               COMPUTE WS-PL-ADD-DEST =
                   WS-PL-REF-H - WS-PL-K * WS-PL-STEP-SIZE
           END-IF
           .

      *> ============================================================
      *> PL-FIND-NEXT-STEP: WS-PL-NEXT-SECT = a sector not yet
      *> stepped bordering WS-PL-CUR-SECT with the stair's flat;
      *> 0 when there is none.
      *> ============================================================
       PL-FIND-NEXT-STEP.
           MOVE 0 TO WS-PL-NEXT-SECT
           PERFORM VARYING WS-PL-R FROM 1 BY 1
               UNTIL WS-PL-R > WS-MAP-SIZE OR WS-PL-NEXT-SECT > 0
               PERFORM VARYING WS-PL-C FROM 1 BY 1
                   UNTIL WS-PL-C > WS-MAP-SIZE OR WS-PL-NEXT-SECT > 0
                   IF MC-SECTOR-NUM(WS-PL-R, WS-PL-C)
                       = WS-PL-CUR-SECT
                       AND MC-TYPE(WS-PL-R, WS-PL-C) NOT = 1
                       PERFORM VARYING WS-PL-D FROM 1 BY 1
                           UNTIL WS-PL-D > 4 OR WS-PL-NEXT-SECT > 0
                           PERFORM PL-CHECK-STEP-NEIGHBOUR
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PL-CHECK-STEP-NEIGHBOUR.
           MOVE WS-PL-R TO WS-PL-NR
           MOVE WS-PL-C TO WS-PL-NC
           EVALUATE WS-PL-D
               WHEN 1
                   SUBTRACT 1 FROM WS-PL-NR
               WHEN 2
                   ADD 1 TO WS-PL-NR
               WHEN 3
                   SUBTRACT 1 FROM WS-PL-NC
               WHEN OTHER
                   ADD 1 TO WS-PL-NC
           END-EVALUATE
           IF WS-PL-NR < 1 OR WS-PL-NR > WS-MAP-SIZE
               OR WS-PL-NC < 1 OR WS-PL-NC > WS-MAP-SIZE
               EXIT PARAGRAPH
           END-IF
           IF MC-SECTOR-NUM(WS-PL-NR, WS-PL-NC) = 0
               OR MC-SECTOR-NUM(WS-PL-NR, WS-PL-NC) = WS-PL-CUR-SECT
               OR MC-TYPE(WS-PL-NR, WS-PL-NC) = 1
               OR MC-TYPE(WS-PL-NR, WS-PL-NC) = 2
               EXIT PARAGRAPH
           END-IF
           IF WS-GL-IGNORE-TEX = 0
               AND MC-FLOOR-TEX(WS-PL-NR, WS-PL-NC)
                   NOT = WS-PL-STEP-FLAT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PL-USED
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-STEP-COUNT OR WS-PL-USED = 1
               IF WS-PL-STEP-SECT(WS-PL-IDX)
                   = MC-SECTOR-NUM(WS-PL-NR, WS-PL-NC)
                   MOVE 1 TO WS-PL-USED
               END-IF
           END-PERFORM
           IF WS-PL-USED = 0
               MOVE MC-SECTOR-NUM(WS-PL-NR, WS-PL-NC)
                   TO WS-PL-NEXT-SECT
           END-IF
           .

      *> ============================================================
      *> PL-NOTE-STEP-SECT: Add WS-PL-NEXT-SECT to the sectors
      *> already stepped, once.
      *> ============================================================
       PL-NOTE-STEP-SECT.
           MOVE 0 TO WS-PL-USED
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-STEP-COUNT OR WS-PL-USED = 1
               IF WS-PL-STEP-SECT(WS-PL-IDX) = WS-PL-NEXT-SECT
                   MOVE 1 TO WS-PL-USED
               END-IF
           END-PERFORM
           IF WS-PL-USED = 0 AND WS-PL-STEP-COUNT < WS-PL-STEP-MAX
               ADD 1 TO WS-PL-STEP-COUNT
               MOVE WS-PL-NEXT-SECT TO WS-PL-STEP-SECT(WS-PL-STEP-COUNT)
           END-IF
           .

      *> ============================================================
      *> UPDATE-PLANES: Move every moving plane one frame's worth
      *> towards its destination; it comes to rest there.
      *> ============================================================
       UPDATE-PLANES.
           IF WS-PL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-STATE(WS-PL-IDX) = 1
                   PERFORM PL-STEP-PLANE
               END-IF
           END-PERFORM
           .

       PL-STEP-PLANE.
           IF WS-PL-PLANE(WS-PL-IDX) = "F"
               MOVE MC-FLOOR-H(WS-PL-ROW(WS-PL-IDX),
                               WS-PL-COL(WS-PL-IDX)) TO WS-PL-CUR-H
           ELSE
               MOVE MC-CEIL-H(WS-PL-ROW(WS-PL-IDX),
                              WS-PL-COL(WS-PL-IDX)) TO WS-PL-CUR-H
           END-IF

           IF WS-PL-CUR-H < WS-PL-DEST-H(WS-PL-IDX)
               COMPUTE WS-PL-NEW-H =
                   WS-PL-CUR-H + WS-PL-SPEED(WS-PL-IDX)
               IF WS-PL-NEW-H > WS-PL-DEST-H(WS-PL-IDX)
                   MOVE WS-PL-DEST-H(WS-PL-IDX) TO WS-PL-NEW-H
               END-IF
           ELSE
               COMPUTE WS-PL-NEW-H =
                   WS-PL-CUR-H - WS-PL-SPEED(WS-PL-IDX)
               IF WS-PL-NEW-H < WS-PL-DEST-H(WS-PL-IDX)
                   MOVE WS-PL-DEST-H(WS-PL-IDX) TO WS-PL-NEW-H
               END-IF
           END-IF
           IF WS-PL-NEW-H = WS-PL-DEST-H(WS-PL-IDX)
               MOVE 0 TO WS-PL-STATE(WS-PL-IDX)
           END-IF

           IF WS-PL-PLANE(WS-PL-IDX) = "F"
               MOVE WS-PL-NEW-H
                   TO MC-FLOOR-H(WS-PL-ROW(WS-PL-IDX),
                                 WS-PL-COL(WS-PL-IDX))
           ELSE
               MOVE WS-PL-NEW-H
                   TO MC-CEIL-H(WS-PL-ROW(WS-PL-IDX),
                                WS-PL-COL(WS-PL-IDX))
           END-IF
           .
