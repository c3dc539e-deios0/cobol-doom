      *> ============================================================
      *> demoview-proc.cpy -- Demo viewer
      *> INIT-DEMO-VIEWER:  arm the viewer for a watched playback
      *> DV-READ-CONTROLS:  one frame's live keys (main loop, in
      *>                    place of the live input a session reads)
      *> DV-PRESSED:        has one binding just gone down
      *> DV-CYCLE-CAMERA:   eyes, chase, free, eyes again
      *> DV-FLY:            move the free camera
      *> DV-PACE-TICS:      bend the frame's tic count to the
      *>                    transport (after SIM-COUNT-TICS)
      *> DV-NOTE-SPAWN:     the marine was just put on a map
      *> DV-TAKE-MARK:      note where that level began
      *> DV-JUMP-START:     back to the level's first tic
      *> DV-BOOKMARK:       append the tic on screen to demo.notes
      *> DV-CAMERA-IN/OUT:  swap the camera into the 3D render and
      *>                    the marine back out
      *> DV-CHASE-POINT:    the chase camera's spot behind him
      *> DV-DRAW-MARINE:    the marine, seen from outside
      *> DV-DRAW-OVERLAY:   tic counter and transport state
      *> ============================================================
       INIT-DEMO-VIEWER.
           IF WS-DEMO-MODE NOT = 2 OR WS-TD-ON = 1
               OR WS-HEADLESS-MODE = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DV-ON
           MOVE ZERO TO WS-DV-PREV-TABLE
      *>   The recording's first tic is the first level's start
           MOVE 1 TO WS-DV-MARK-DUE
           DISPLAY "Demo viewer: pause or fire pauses, use steps one"
               " tic, weapon 1-4 plays x1/x2/x4/x8,"
           DISPLAY "  weapon 0 runs to the next checksum, load goes"
               " back to the level start,"
           DISPLAY "  save bookmarks the tic in "
               FUNCTION TRIM(WS-DV-NOTES-FILENAME)
               ", spectator cycles eyes/chase/free camera"
           .

      *> ============================================================
      *> DV-READ-CONTROLS: The recording owns WS-KEYS, so the keys
      *> at the desk are read into a table of their own. A press
      *> acts once, on the frame it goes down; the free camera's
      *> movement keys act for as long as they are held.
      *> ============================================================
       DV-READ-CONTROLS.
           IF WS-DV-ON = 0 OR WS-ATTRACT-MODE = 1
               EXIT PARAGRAPH
           END-IF
           CALL "sdl_input" USING WS-DV-KEYS
           IF WS-DV-KEY(WS-KB-QUIT) = -1
               MOVE 0 TO WS-RUNNING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-KB-PAUSE TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 0
               MOVE WS-KB-FIRE TO WS-DV-SLOT
               PERFORM DV-PRESSED
           END-IF
           IF WS-DV-HIT = 1
               IF WS-DV-PAUSED = 1
                   MOVE 0 TO WS-DV-PAUSED
               ELSE
                   MOVE 1 TO WS-DV-PAUSED
               END-IF
           END-IF

           MOVE WS-KB-USE TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               MOVE 1 TO WS-DV-PAUSED
               MOVE 1 TO WS-DV-STEP
           END-IF

           MOVE WS-KB-WEAPON1 TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               MOVE 1 TO WS-DV-SPEED
           END-IF
           MOVE WS-KB-WEAPON2 TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               MOVE 2 TO WS-DV-SPEED
           END-IF
           MOVE WS-KB-WEAPON3 TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               MOVE 4 TO WS-DV-SPEED
           END-IF
           MOVE WS-KB-WEAPON4 TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               MOVE 8 TO WS-DV-SPEED
           END-IF

           MOVE WS-KB-WEAPON0 TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               MOVE 1 TO WS-DV-TO-CHECK
           END-IF

           MOVE WS-KB-LOAD TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               PERFORM DV-JUMP-START
           END-IF

           MOVE WS-KB-SAVE TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               PERFORM DV-BOOKMARK
           END-IF

           MOVE WS-KB-SPECTATOR TO WS-DV-SLOT
           PERFORM DV-PRESSED
           IF WS-DV-HIT = 1
               PERFORM DV-CYCLE-CAMERA
           END-IF

           IF WS-DV-CAM = 2
               PERFORM DV-FLY
           END-IF

      *>   What is down now is what was down last frame next time
           PERFORM VARYING WS-DV-I FROM 1 BY 1 UNTIL WS-DV-I > 21
               IF WS-DV-KEY(WS-DV-I) = 0
                   MOVE 0 TO WS-DV-PREV(WS-DV-I)
               ELSE
                   MOVE 1 TO WS-DV-PREV(WS-DV-I)
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> DV-PRESSED: WS-DV-HIT = 1 when the binding in WS-DV-SLOT
      *> is down this frame and was not last frame. An unbound
      *> action (slot 0) never fires.
      *> ============================================================
       DV-PRESSED.
           MOVE 0 TO WS-DV-HIT
           IF WS-DV-SLOT < 1 OR WS-DV-SLOT > 21
               EXIT PARAGRAPH
           END-IF
           IF WS-DV-KEY(WS-DV-SLOT) NOT = 0
               AND WS-DV-PREV(WS-DV-SLOT) = 0
               MOVE 1 TO WS-DV-HIT
           END-IF
           .

      *> ============================================================
      *> DV-CYCLE-CAMERA: The free camera takes off from wherever
      *> the view was, so a chase view can be flown out of.
      *> ============================================================
       DV-CYCLE-CAMERA.
           EVALUATE WS-DV-CAM
               WHEN 0
                   MOVE 1 TO WS-DV-CAM
               WHEN 1
                   PERFORM DV-CHASE-POINT
                   MOVE WS-PA TO WS-DV-CAM-A
                   MOVE WS-PZ TO WS-DV-CAM-Z
                   MOVE 2 TO WS-DV-CAM
               WHEN OTHER
                   MOVE 0 TO WS-DV-CAM
           END-EVALUATE
           .

      *> ============================================================
      *> DV-FLY: Forward/back, turn and strafe on the player's own
      *> bindings, through walls like the spectator camera. The
      *> eye follows the floor of the cell the camera is over.
      *> ============================================================
       DV-FLY.
           IF WS-DV-KEY(WS-KB-LEFT) NOT = 0
               COMPUTE WS-DV-CAM-A = FUNCTION MOD(
                   WS-DV-CAM-A - WS-DV-FLY-TURN + 360, 360)
           END-IF
           IF WS-DV-KEY(WS-KB-RIGHT) NOT = 0
               COMPUTE WS-DV-CAM-A = FUNCTION MOD(
                   WS-DV-CAM-A + WS-DV-FLY-TURN, 360)
           END-IF

           COMPUTE WS-DV-TRIG-IDX =
               FUNCTION MOD(WS-DV-CAM-A * 10 + 36000, 3600) + 1
           IF WS-DV-KEY(WS-KB-FORWARD) NOT = 0
               COMPUTE WS-DV-CAM-X = WS-DV-CAM-X
                   + WS-COS-VAL(WS-DV-TRIG-IDX) * WS-DV-FLY-STEP
               COMPUTE WS-DV-CAM-Y = WS-DV-CAM-Y
                   + WS-SIN-VAL(WS-DV-TRIG-IDX) * WS-DV-FLY-STEP
           END-IF
           IF WS-DV-KEY(WS-KB-BACK) NOT = 0
               COMPUTE WS-DV-CAM-X = WS-DV-CAM-X
                   - WS-COS-VAL(WS-DV-TRIG-IDX) * WS-DV-FLY-STEP
               COMPUTE WS-DV-CAM-Y = WS-DV-CAM-Y
                   - WS-SIN-VAL(WS-DV-TRIG-IDX) * WS-DV-FLY-STEP
           END-IF
      *>   Strafing runs at right angles to the facing: the right
      *>   hand side is (-sin, cos)
           IF WS-DV-KEY(WS-KB-STRAFE-RIGHT) NOT = 0
               COMPUTE WS-DV-CAM-X = WS-DV-CAM-X
                   - WS-SIN-VAL(WS-DV-TRIG-IDX) * WS-DV-FLY-STEP
               COMPUTE WS-DV-CAM-Y = WS-DV-CAM-Y
                   + WS-COS-VAL(WS-DV-TRIG-IDX) * WS-DV-FLY-STEP
           END-IF
           IF WS-DV-KEY(WS-KB-STRAFE-LEFT) NOT = 0
               COMPUTE WS-DV-CAM-X = WS-DV-CAM-X
                   + WS-SIN-VAL(WS-DV-TRIG-IDX) * WS-DV-FLY-STEP
               COMPUTE WS-DV-CAM-Y = WS-DV-CAM-Y
                   - WS-COS-VAL(WS-DV-TRIG-IDX) * WS-DV-FLY-STEP
           END-IF

           COMPUTE WS-DV-ROW = FUNCTION INTEGER-PART(WS-DV-CAM-Y) + 1
           COMPUTE WS-DV-COL = FUNCTION INTEGER-PART(WS-DV-CAM-X) + 1
           IF WS-DV-ROW >= 1 AND WS-DV-ROW <= WS-MAP-SIZE
               AND WS-DV-COL >= 1 AND WS-DV-COL <= WS-MAP-SIZE
               COMPUTE WS-DV-CAM-Z =
                   MC-FLOOR-H(WS-DV-ROW, WS-DV-COL)
                   / WS-EYE-HEIGHT-SCALE
           END-IF
           .

      *> ============================================================
      *> DV-PACE-TICS: Called once the wall clock has said how many
      *> tics this frame owes. Paused, it owes none (or the one a
      *> step asked for); fast-forward multiplies them; a run to
      *> the next checksum point owes exactly the tics up to it and
      *> then holds there. The clock keeps running underneath, so
      *> resuming doesn't burst through the time spent paused.
      *> ============================================================
       DV-PACE-TICS.
           IF WS-DV-ON = 0 OR WS-ATTRACT-MODE = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-DV-TO-CHECK = 1
               COMPUTE WS-DV-WANT = WS-DEMO-CK-INTERVAL
                   - FUNCTION MOD(WS-DEMO-TIC-NUM, WS-DEMO-CK-INTERVAL)
               MOVE WS-DV-WANT TO WS-TIC-COUNT
               MOVE 0 TO WS-DV-TO-CHECK
               MOVE 0 TO WS-DV-STEP
               MOVE 1 TO WS-DV-PAUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-DV-PAUSED = 1
               MOVE WS-DV-STEP TO WS-TIC-COUNT
               MOVE 0 TO WS-DV-STEP
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DV-WANT = WS-TIC-COUNT * WS-DV-SPEED
           IF WS-DV-WANT > 99
               MOVE 99 TO WS-DV-WANT
           END-IF
           MOVE WS-DV-WANT TO WS-TIC-COUNT
           .

      *> ============================================================
      *> DV-NOTE-SPAWN: Called from INIT-PLAYER-POSITION. The mark
      *> itself waits for the next tic: a restart re-arms the
      *> marine after placing him.
      *> ============================================================
       DV-NOTE-SPAWN.
           IF WS-DV-ON = 1
               MOVE 1 TO WS-DV-MARK-DUE
           END-IF
           .

      *> ============================================================
      *> DV-TAKE-MARK: Called from GAME-SIM-TIC ahead of the tic's
      *> demo read -- the recording's tic count here is the number
      *> of tics to skip to come back to this point.
      *> ============================================================
       DV-TAKE-MARK.
           IF WS-DV-MARK-DUE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DV-MARK-DUE
           MOVE WS-DEMO-TIC-NUM TO WS-DV-MARK-TIC
           MOVE WS-PLAYER TO WS-DV-MARK-PLAYER
           MOVE WS-AMMO-MAX-BULLETS TO WS-DV-MARK-MAX-BULLETS
           MOVE WS-AMMO-MAX-SHELLS TO WS-DV-MARK-MAX-SHELLS
           MOVE WS-AMMO-MAX-CELLS TO WS-DV-MARK-MAX-CELLS
           MOVE WS-AMMO-MAX-ROCKETS TO WS-DV-MARK-MAX-ROCKETS
           MOVE WS-HAS-BACKPACK TO WS-DV-MARK-BACKPACK
           MOVE WS-HAS-CHAINSAW TO WS-DV-MARK-CHAINSAW
           MOVE WS-BERSERK-ON TO WS-DV-MARK-BERSERK
           MOVE WS-WP-CURRENT TO WS-DV-MARK-WEAPON
           MOVE WS-EN-RAND-SEED TO WS-DV-MARK-SEED
           MOVE WS-MOUSE-ACCUM TO WS-DV-MARK-ACCUM
           .

      *> ============================================================
      *> DV-JUMP-START: Reopen the recording and skip its key
      *> records up to the level's first tic, rebuild the level the
      *> way a restart does, then hand the marine back what he
      *> carried in and the monsters their dice where they were.
      *> The hit rolls can't be wound back, so the replay from here
      *> is for looking at; checksum misses are reported, not
      *> fatal (see READ-DEMO-TICK).
      *> ============================================================
       DV-JUMP-START.
           CLOSE DEMO-FILE
           OPEN INPUT DEMO-FILE
           IF WS-DEMO-STATUS NOT = "00"
               DISPLAY "ERROR: could not reopen demo file, status="
                   WS-DEMO-STATUS
               MOVE 0 TO WS-DEMO-MODE
               MOVE 0 TO WS-RUNNING
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DV-SKIP
           PERFORM UNTIL WS-DV-SKIP >= WS-DV-MARK-TIC
               OR WS-DEMO-STATUS NOT = "00"
               READ DEMO-FILE
                   AT END
                       MOVE "10" TO WS-DEMO-STATUS
               END-READ
               IF WS-DEMO-STATUS = "00"
                   AND DR-KEY(1) NOT = WS-DEMO-CK-SENTINEL
                   ADD 1 TO WS-DV-SKIP
               END-IF
           END-PERFORM
           MOVE WS-DV-SKIP TO WS-DEMO-TIC-NUM

           PERFORM RESTART-LEVEL
           MOVE WS-DV-MARK-PLAYER TO WS-PLAYER
           MOVE WS-DV-MARK-MAX-BULLETS TO WS-AMMO-MAX-BULLETS
           MOVE WS-DV-MARK-MAX-SHELLS TO WS-AMMO-MAX-SHELLS
           MOVE WS-DV-MARK-MAX-CELLS TO WS-AMMO-MAX-CELLS
           MOVE WS-DV-MARK-MAX-ROCKETS TO WS-AMMO-MAX-ROCKETS
           MOVE WS-DV-MARK-BACKPACK TO WS-HAS-BACKPACK
           MOVE WS-DV-MARK-CHAINSAW TO WS-HAS-CHAINSAW
           MOVE WS-DV-MARK-BERSERK TO WS-BERSERK-ON
           MOVE WS-DV-MARK-WEAPON TO WS-WP-CURRENT
           MOVE WS-DV-MARK-SEED TO WS-EN-RAND-SEED
           MOVE WS-DV-MARK-ACCUM TO WS-MOUSE-ACCUM
           IF WS-DV-REWOUND = 0
               MOVE 1 TO WS-DV-REWOUND
           END-IF
           MOVE WS-DEMO-TIC-NUM TO WS-DV-TIC-ED
           DISPLAY "Demo back to the start of " WS-MAP-NAME
               " (tic " FUNCTION TRIM(WS-DV-TIC-ED) ")"
           .

      *> ============================================================
      *> DV-BOOKMARK: One line per press in demo.notes -- which
      *> recording, the tic on screen, the map and where the marine
      *> stood -- so a reviewer can point at the exact moment.
      *> ============================================================
       DV-BOOKMARK.
           OPEN EXTEND DVNOTES-FILE
           IF WS-DV-NOTES-STATUS NOT = "00"
               AND WS-DV-NOTES-STATUS NOT = "05"
               DISPLAY "WARN: could not write " WS-DV-NOTES-FILENAME
                   ", status=" WS-DV-NOTES-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEMO-TIC-NUM TO WS-DV-TIC-ED
           COMPUTE WS-DV-LVL-ED = WS-DEMO-TIC-NUM - WS-DV-MARK-TIC
           MOVE SPACES TO DVNOTES-RECORD
           STRING WS-DEMO-FILENAME DELIMITED BY SPACE
               " TIC " DELIMITED BY SIZE
               WS-DV-TIC-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MAP-NAME DELIMITED BY SIZE
               " +" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-LVL-ED) DELIMITED BY SIZE
               INTO DVNOTES-RECORD
           END-STRING
           MOVE WS-PX TO WS-DV-XY-ED
           MOVE WS-DV-XY-ED TO DVNOTES-RECORD(64:9)
           MOVE WS-PY TO WS-DV-XY-ED
           MOVE WS-DV-XY-ED TO DVNOTES-RECORD(74:9)
           MOVE WS-PA TO WS-DV-NUM-ED
           MOVE WS-DV-NUM-ED TO DVNOTES-RECORD(84:4)
           MOVE WS-HEALTH TO WS-DV-NUM-ED
           MOVE WS-DV-NUM-ED TO DVNOTES-RECORD(89:4)
           WRITE DVNOTES-RECORD
           CLOSE DVNOTES-FILE
           ADD 1 TO WS-DV-MARKS
           MOVE 070 TO WS-DV-FLASH
           DISPLAY "Bookmark: " DVNOTES-RECORD
           .

      *> ============================================================
      *> DV-CAMERA-IN: Before the 3D render -- park the marine's
      *> view and put the camera's in its place.
      *> ============================================================
       DV-CAMERA-IN.
           MOVE 0 TO WS-DV-SWAPPED
           IF WS-DV-ON = 0 OR WS-DV-CAM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DV-CAM = 1
               PERFORM DV-CHASE-POINT
               MOVE WS-PA TO WS-DV-CAM-A
               MOVE WS-PZ TO WS-DV-CAM-Z
           END-IF
           MOVE WS-PX TO WS-DV-SAVE-X
           MOVE WS-PY TO WS-DV-SAVE-Y
           MOVE WS-PA TO WS-DV-SAVE-A
           MOVE WS-PZ TO WS-DV-SAVE-Z
           MOVE WS-DV-CAM-X TO WS-PX
           MOVE WS-DV-CAM-Y TO WS-PY
           MOVE WS-DV-CAM-A TO WS-PA
           MOVE WS-DV-CAM-Z TO WS-PZ
           MOVE 1 TO WS-DV-SWAPPED
           .

      *> ============================================================
      *> DV-CAMERA-OUT: After the world and its markers are drawn,
      *> before the weapon, HUD and automap -- which all belong to
      *> the marine.
      *> ============================================================
       DV-CAMERA-OUT.
           IF WS-DV-SWAPPED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DV-SAVE-X TO WS-PX
           MOVE WS-DV-SAVE-Y TO WS-PY
           MOVE WS-DV-SAVE-A TO WS-PA
           MOVE WS-DV-SAVE-Z TO WS-PZ
           MOVE 0 TO WS-DV-SWAPPED
           .

      *> ============================================================
      *> DV-CHASE-POINT: WS-DV-CHASE-DIST behind the marine along
      *> his facing, pulled in a quarter unit at a time while that
      *> spot is inside a wall.
      *> ============================================================
       DV-CHASE-POINT.
           COMPUTE WS-DV-TRIG-IDX =
               FUNCTION MOD(WS-PA * 10 + 36000, 3600) + 1
           PERFORM VARYING WS-DV-D FROM WS-DV-CHASE-DIST BY -0.25
               UNTIL WS-DV-D < 0
               COMPUTE WS-DV-CAM-X =
                   WS-PX - WS-COS-VAL(WS-DV-TRIG-IDX) * WS-DV-D
               COMPUTE WS-DV-CAM-Y =
                   WS-PY - WS-SIN-VAL(WS-DV-TRIG-IDX) * WS-DV-D
               COMPUTE WS-DV-ROW =
                   FUNCTION INTEGER-PART(WS-DV-CAM-Y) + 1
               COMPUTE WS-DV-COL =
                   FUNCTION INTEGER-PART(WS-DV-CAM-X) + 1
               IF WS-DV-ROW >= 1 AND WS-DV-ROW <= WS-MAP-SIZE
                   AND WS-DV-COL >= 1 AND WS-DV-COL <= WS-MAP-SIZE
                   IF MC-TYPE(WS-DV-ROW, WS-DV-COL) = 0
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DV-D < 0
               MOVE WS-PX TO WS-DV-CAM-X
               MOVE WS-PY TO WS-DV-CAM-Y
           END-IF
           .

      *> ============================================================
      *> DV-DRAW-MARINE: With the camera swapped in, a solid marker
      *> where the recorded marine stands, depth-tested against the
      *> walls like the ghost racer's.
      *> ============================================================
       DV-DRAW-MARINE.
           IF WS-DV-SWAPPED = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DV-TRIG-IDX =
               FUNCTION MOD(WS-PA * 10 + 36000, 3600) + 1
           COMPUTE WS-DV-DX = WS-DV-SAVE-X - WS-PX
           COMPUTE WS-DV-DY = WS-DV-SAVE-Y - WS-PY
           COMPUTE WS-DV-DEPTH =
               WS-DV-DX * WS-COS-VAL(WS-DV-TRIG-IDX)
               + WS-DV-DY * WS-SIN-VAL(WS-DV-TRIG-IDX)
           COMPUTE WS-DV-LATERAL =
               WS-DV-DX * (0 - WS-SIN-VAL(WS-DV-TRIG-IDX))
               + WS-DV-DY * WS-COS-VAL(WS-DV-TRIG-IDX)
           IF WS-DV-DEPTH < 0.2
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DV-SCREEN-X =
               WS-VIEW-HALF-W
               + WS-DV-LATERAL * WS-VIEW-HALF-W / WS-DV-DEPTH
           IF WS-DV-SCREEN-X < -4
               OR WS-DV-SCREEN-X > WS-SCREEN-W + 4
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DV-HALF-HGT =
               WS-SCREEN-H / WS-DV-DEPTH / 3
           IF WS-DV-HALF-HGT < 2
               MOVE 2 TO WS-DV-HALF-HGT
           END-IF
           COMPUTE WS-DV-TOP = WS-VIEW-HALF-H - WS-DV-HALF-HGT
           COMPUTE WS-DV-BOT = WS-VIEW-HALF-H + WS-DV-HALF-HGT
           IF WS-DV-TOP < 1
               MOVE 1 TO WS-DV-TOP
           END-IF
           IF WS-DV-BOT > WS-VIEW-3D-BOT
               MOVE WS-VIEW-3D-BOT TO WS-DV-BOT
           END-IF

           PERFORM VARYING WS-DV-MK-COL
               FROM WS-DV-SCREEN-X BY 1
               UNTIL WS-DV-MK-COL > WS-DV-SCREEN-X + 4
               IF WS-DV-MK-COL >= 1 AND WS-DV-MK-COL <= WS-SCREEN-W
                   IF WS-DV-DEPTH < WS-DEPTH-VAL(WS-DV-MK-COL)
                       PERFORM VARYING WS-DV-MK-ROW
                           FROM WS-DV-TOP BY 1
                           UNTIL WS-DV-MK-ROW > WS-DV-BOT
                           COMPUTE WS-DV-FB-IDX =
                               ((WS-DV-MK-ROW - 1) * WS-SCREEN-W
                               + (WS-DV-MK-COL - 1)) * 4 + 1
                           MOVE X"20"
                               TO WS-FB-BYTE(WS-DV-FB-IDX)
                           ADD 1 TO WS-DV-FB-IDX
                           MOVE X"E0"
                               TO WS-FB-BYTE(WS-DV-FB-IDX)
                           ADD 1 TO WS-DV-FB-IDX
                           MOVE X"20"
                               TO WS-FB-BYTE(WS-DV-FB-IDX)
                           ADD 1 TO WS-DV-FB-IDX
                           MOVE X"FF"
                               TO WS-FB-BYTE(WS-DV-FB-IDX)
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> DV-DRAW-OVERLAY: The tic counter across the top of the
      *> view -- the recording's tic, the tics since the level
      *> began, the transport state and the camera -- and the last
      *> bookmark for a couple of seconds after it is taken.
      *> ============================================================
       DV-DRAW-OVERLAY.
           IF WS-DV-ON = 0 OR WS-ATTRACT-MODE = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEMO-TIC-NUM TO WS-DV-TIC-ED
           COMPUTE WS-DV-LVL-ED = WS-DEMO-TIC-NUM - WS-DV-MARK-TIC
           EVALUATE TRUE
               WHEN WS-DV-PAUSED = 1
                   AND FUNCTION MOD(WS-DEMO-TIC-NUM,
                       WS-DEMO-CK-INTERVAL) = 0
                   MOVE "CHECKPOINT" TO WS-DV-STATE
               WHEN WS-DV-PAUSED = 1
                   MOVE "PAUSED" TO WS-DV-STATE
               WHEN WS-DV-SPEED = 1
                   MOVE "PLAY" TO WS-DV-STATE
               WHEN OTHER
                   MOVE SPACES TO WS-DV-STATE
                   STRING "FAST X" WS-DV-SPEED DELIMITED BY SIZE
                       INTO WS-DV-STATE
                   END-STRING
           END-EVALUATE
           EVALUATE WS-DV-CAM
               WHEN 0
                   MOVE "EYES" TO WS-DV-VIEW
               WHEN 1
                   MOVE "CHASE" TO WS-DV-VIEW
               WHEN OTHER
                   MOVE "FREE" TO WS-DV-VIEW
           END-EVALUATE

           MOVE 002 TO WS-HUD-RECT-X
           MOVE 002 TO WS-HUD-RECT-Y
           MOVE 200 TO WS-HUD-RECT-W
           MOVE 011 TO WS-HUD-RECT-H
           MOVE WS-AM-BG-R TO WS-HUD-CUR-R
           MOVE WS-AM-BG-G TO WS-HUD-CUR-G
           MOVE WS-AM-BG-B TO WS-HUD-CUR-B
           PERFORM DRAW-HUD-RECT

           MOVE SPACES TO WS-HUD-STR-TEXT
           STRING "TIC " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-TIC-ED) DELIMITED BY SIZE
               " +" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-LVL-ED) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DV-STATE DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               WS-DV-VIEW DELIMITED BY SPACE
               INTO WS-HUD-STR-TEXT
           END-STRING
           MOVE 005 TO WS-HUD-STR-X
           MOVE 004 TO WS-HUD-STR-Y
           PERFORM DRAW-HUD-STRING

           IF WS-DV-FLASH > 0
               SUBTRACT 1 FROM WS-DV-FLASH
               MOVE WS-DV-MARKS TO WS-DV-NUM-ED
               MOVE SPACES TO WS-HUD-STR-TEXT
               STRING "BOOKMARK " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DV-NUM-ED) DELIMITED BY SIZE
                   " SAVED" DELIMITED BY SIZE
                   INTO WS-HUD-STR-TEXT
               END-STRING
               MOVE 005 TO WS-HUD-STR-X
               MOVE 015 TO WS-HUD-STR-Y
               PERFORM DRAW-HUD-STRING
           END-IF
           .
