               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMSIZE-STATUS.

      *>   The SDL build's results ledger, shared: every level exit,
      *>   death and quit here appends a row in its layout, so
      *>   both builds' runs list in one DOOM_REPORT history
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      *>   Demo recording/playback: DOOM_DEMO_RECORD=1 writes every
      *>   tick's key here, DOOM_DEMO_PLAYBACK=1 plays it back
      *>   (see INIT-DEMO-MODE)
           SELECT DEMO-FILE ASSIGN TO WS-DEMO-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEMO-STATUS.

      *>   Checkpoint: the k key saves here, l loads it back
           SELECT SAVE-FILE ASSIGN TO WS-SAVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
       FD  TERMSIZE-FILE.
       01  TERMSIZE-RECORD       PIC X(20).

      *>   Field for field the SDL build's LEDGER-RECORD; a skill of
      *>   0, which that build never writes, marks a terminal run,
      *>   and the wave set, run flag, adaptive step and aim columns
      *>   go down blank, as for a clean run at the skill picked
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LG-MAP-NAME        PIC X(8).
           05 LG-SKILL           PIC 9.
           05 LG-TIME            PIC 9(5).
           05 LG-KILLS           PIC 9(3).
           05 LG-KILL-TOTAL      PIC 9(3).
           05 LG-ITEMS           PIC 9(3).
           05 LG-ITEM-TOTAL      PIC 9(3).
           05 LG-SECRETS         PIC 9(3).
           05 LG-SECRET-TOTAL    PIC 9(3).
           05 LG-SCORE           PIC 9(5).
           05 LG-WAVE            PIC 9(3).
           05 LG-DATE            PIC 9(8).
           05 LG-RTYPE           PIC X.
           05 LG-KILLER          PIC 9(5).
           05 LG-PLAYER          PIC X(8).
           05 LG-WAVESET         PIC X(8).
           05 LG-FLAG            PIC X.
           05 LG-ADAPT           PIC X(2).
           05 LG-AIM             PIC X.

      *>   One record per tick, type K with the key read ("." for
      *>   none); each level's start is a type M record whose body
      *>   is WS-DEMO-SPAWN -- the map, its size and a checksum of
      *>   the enemy spawns it produced -- so a playback can tell
      *>   it is on the same ground before replaying keys onto it
       FD  DEMO-FILE.
       01  DEMO-RECORD.
           05 DR-TYPE            PIC X.
           05 DR-KEY             PIC X.
           05 FILLER             PIC X(45).

      *>   Format version and checksum lead the record, as in the
      *>   SDL build's checkpoint; the map grid, door table and
      *>   enemy table go down whole, so a load needs no map file
       FD  SAVE-FILE.
       01  SAVE-RECORD.
           05 SV-VERSION         PIC 9(2).
           05 SV-CHECKSUM        PIC 9(9).
           05 SV-MAP-FILENAME    PIC X(32).
           05 SV-MAP-NUM         PIC 9(2).
           05 SV-PX              PIC S9(3)V9(4).
           05 SV-PY              PIC S9(3)V9(4).
           05 SV-PA              PIC S9(5).
           05 SV-HEALTH          PIC 9(3).
           05 SV-AMMO            PIC 9(3).
           05 SV-HAS-KEY         PIC 9.
           05 SV-KILLS           PIC 9(2).
           05 SV-CAMPAIGN-KILLS  PIC 9(3).
           05 SV-LEVEL-SECONDS   PIC 9(5).
           05 SV-LEVEL-PICKUPS   PIC 9(3).
           05 SV-LEVEL-PICKUP-TOTAL PIC 9(3).
           05 SV-MAP-SIZE        PIC 9(3).
           05 SV-WAD-MAP         PIC 9.
           05 SV-MAP             PIC X(16384).
           05 SV-MAP-R REDEFINES SV-MAP.
              10 SV-MAP-CELL     PIC 9 OCCURS 16384 TIMES.
           05 SV-DOOR-COUNT      PIC 9(2).
           05 SV-DOORS           PIC X(1089).
           05 SV-TOTAL-ENEMIES   PIC 9(2).
           05 SV-ENEMIES         PIC X(1280).
           05 SV-ENEMIES-R REDEFINES SV-ENEMIES.
              10 SV-ENEMY OCCURS 64 TIMES.
                 15 SV-EX        PIC S9(3)V9(4).
                 15 SV-EY        PIC S9(3)V9(4).
                 15 SV-EALIVE    PIC 9.
                 15 SV-EHEALTH   PIC 9(2).
                 15 SV-ESPEED    PIC 9V9(2).

       WORKING-STORAGE SECTION.
       01 WS-MSG          PIC X(30)
           VALUE "DOOM COBOL - ENGINE STARTING".
       01 WS-RAY-SIN      PIC S9(1)V9(6).
       01 WS-RAY-COS      PIC S9(1)V9(6).

      *> The live map is the top-left WS-MAP-SIZE square of the
      *> grid: 16 for the digit files, 128 for a converted WAD map
      *> off the SDL build's map cache (see LOAD-WAD-MAP)
       01 WS-MAP-SIZE     PIC 9(3)   VALUE 16.
       01 WS-I             PIC 9(3).
       01 WS-J             PIC 9(3).

       01 WS-MAP.
          05 WS-MAP-ROW OCCURS 128 TIMES.
             10 WS-MAP-CELL PIC 9 OCCURS 128 TIMES.

       01 WS-MAP-DATA.
          05 FILLER PIC X(16) VALUE "1111111111111111".
       01 WS-MAP-NUM-ED      PIC 99.
       01 WS-CAMPAIGN-KILLS  PIC 9(3) VALUE 0.

      *> --- Results ledger row: the level's clock (seconds since
      *>     midnight at its start, off ACCEPT FROM TIME), pickups
      *>     collected of the 3/4/7 cells it loaded with, and the
      *>     run type -- C completed, D died, A quit ---
       01 WS-LEDGER-FILENAME PIC X(32) VALUE "results.dat".
       01 WS-LEDGER-STATUS   PIC XX     VALUE "00".
       01 WS-LEDGER-RTYPE    PIC X.
       01 WS-LEDGER-DATE     PIC 9(8).
       01 WS-LEDGER-PLR-ENV  PIC X(32).
       01 WS-LEDGER-PLAYER   PIC X(8)   VALUE SPACES.
      *>   The DOOM_PLAYER tester the rows are stamped with, taken
      *>   the way the SDL build takes it; blank = GUEST
       01 WS-CLOCK-NOW.
          05 WS-CLOCK-HH     PIC 99.
          05 WS-CLOCK-MM     PIC 99.
          05 WS-CLOCK-SS     PIC 99.
          05 WS-CLOCK-CC     PIC 99.
       01 WS-CLOCK-SECONDS   PIC 9(5).
       01 WS-LEVEL-START-SECONDS PIC 9(5).
       01 WS-LEVEL-PICKUPS   PIC 9(3)   VALUE 0.
       01 WS-LEVEL-PICKUP-TOTAL PIC 9(3) VALUE 0.

      *> --- Demo recording and playback, as in the SDL build ---
       01 WS-DEMO-MODE       PIC 9      VALUE 0.
      *>   0=off, 1=recording to WS-DEMO-FILENAME, 2=playing back
      *>   from WS-DEMO-FILENAME in place of the keyboard
       01 WS-DEMO-ENV        PIC X(8).
       01 WS-DEMO-FILENAME   PIC X(32)  VALUE "termdemo.rec".
       01 WS-DEMO-STATUS     PIC XX.
      *>   DOOM_DEMO_FILE names a recording other than termdemo.rec
       01 WS-DEMO-FILE-ENV   PIC X(32).
       01 WS-DEMO-TIC-NUM    PIC 9(7)   VALUE 0.
       01 WS-DEMO-GOT-KEY    PIC 9.
       01 WS-DEMO-DESYNC     PIC 9      VALUE 0.
      *>   1 once a playback has stopped on a map/spawn mismatch --
      *>   the session then ends with return code 4
       01 WS-DEMO-END-MSG    PIC X(100) VALUE SPACES.
      *>   Shown once the terminal is back to normal
       01 WS-DEMO-PAUSE-NS   PIC 9(10)  VALUE 1500000000.
      *>   How long a playback holds the level-end screens, which
      *>   a live player dismisses with a key
       01 WS-DEMO-SPAWN.
          05 WS-DSP-TYPE     PIC X.
          05 WS-DSP-MAP      PIC X(32).
          05 WS-DSP-SIZE     PIC 9(3).
          05 WS-DSP-COUNT    PIC 9(2).
          05 WS-DSP-SUM      PIC 9(9).
       01 WS-DSP-IDX         PIC 9(2).
       01 WS-DSP-WORK        PIC S9(18) COMP-5.

      *> --- Converted WAD map: DOOM_MAP_CACHE names a map cache the
      *>     SDL build wrote (mapcache.bin) and its map is played
      *>     instead of the digit files. The header, conversion
      *>     scalars, grid and THINGS are read at the offsets
      *>     MAPCACHE-SAVE writes them; the layouts are restated
      *>     here only as far as this build reads them (a cell is
      *>     54 bytes, of which MC-TYPE and MC-KEY-ID lead), and a
      *>     cache of any other version is refused ---
       01 WS-WAD-MAP         PIC 9      VALUE 0.
      *>   1 = playing a converted WAD map
       01 WS-MC-FILENAME     PIC X(64).
       01 WS-MC-HANDLE       PIC X(4).
       01 WS-MC-OFS          PIC X(8) COMP-X.
       01 WS-MC-LEN          PIC X(4) COMP-X.
       01 WS-MC-VERSION      PIC 9(2)   VALUE 04.
       01 WS-MC-TEXNAMES-LEN PIC 9(5)   VALUE 01600.
       01 WS-MC-SEGS-LEN     PIC 9(5)   VALUE 54000.
       01 WS-MC-HEADER.
          05 WS-MC-H-VERSION PIC 9(2).
          05 FILLER          PIC X(96).
          05 WS-MC-H-MAP     PIC X(8).
          05 FILLER          PIC X(12).
       01 WS-MC-SCALARS.
          05 WS-MC-S-MIN-X   PIC S9(5).
          05 WS-MC-S-MAX-X   PIC S9(5).
          05 WS-MC-S-MIN-Y   PIC S9(5).
          05 WS-MC-S-MAX-Y   PIC S9(5).
          05 FILLER          PIC X(10).
          05 WS-MC-S-SCALE   PIC 9(3)V9(2).
          05 WS-MC-S-SPAWN-X PIC S9(5)V9(4).
          05 WS-MC-S-SPAWN-Y PIC S9(5)V9(4).
          05 WS-MC-S-SPAWN-A PIC S9(5).
          05 WS-MC-S-THINGS  PIC 9(3).
          05 FILLER          PIC X(10).
       01 WS-MC-GRID.
          05 WS-MC-ROW OCCURS 128 TIMES.
             10 WS-MC-CELL OCCURS 128 TIMES.
                15 WS-MC-TYPE   PIC 9.
                15 WS-MC-KEY-ID PIC 9.
                15 FILLER       PIC X(52).
       01 WS-MC-THINGS.
          05 WS-MC-THING OCCURS 900 TIMES.
             10 WS-MT-X      PIC S9(5).
             10 WS-MT-Y      PIC S9(5).
             10 FILLER       PIC X(5).
             10 WS-MT-TYPE   PIC 9(5).
             10 WS-MT-FLAGS  PIC 9(5).
       01 WS-MC-I            PIC 9(3).
       01 WS-MC-ROW-N        PIC S9(5).
       01 WS-MC-COL-N        PIC S9(5).
       01 WS-MC-CODE         PIC 9.
       01 WS-MC-MEDIUM       PIC 9.
       01 WS-MC-MULTI        PIC 9.
       01 WS-MC-PLACED       PIC 9(3).

      *> --- Checkpoint save/restore: k saves, l loads. The last
      *>     checkpoint rolls to the .bak before each save, the
      *>     same safety the SDL build's checkpoint has ---
       01 WS-SAVE-FILENAME   PIC X(32)  VALUE "termsave.sav".
       01 WS-SAVE-STATUS     PIC XX.
       01 WS-SAVE-VERSION    PIC 9(2)   VALUE 02.
      *>   Bump when SAVE-RECORD changes shape
       01 WS-SV-I            PIC 9(5).
       01 WS-SV-CK           PIC S9(9) COMP-5.
       01 WS-SV-CK-WORK      PIC S9(18) COMP-5.
       01 WS-SVB-FILENAME    PIC X(32)  VALUE "termsave.bak".
       01 WS-SVB-DETAILS.
          05 WS-SVB-SIZE     PIC X(8) COMP-X.
          05 FILLER          PIC X(8).
       01 WS-SVB-BUF         PIC X(20000).
       01 WS-SVB-HANDLE      PIC X(4).
       01 WS-SVB-HANDLE2     PIC X(4).
       01 WS-SVB-OFS         PIC X(8) COMP-X.
       01 WS-SVB-LEN         PIC X(4) COMP-X.

       01 WS-PLAYER.
          05 WS-PX         PIC S9(3)V9(4).
          05 WS-PY         PIC S9(3)V9(4).
      *>     something is standing in it ---
       01 WS-DOOR-COUNT   PIC 9(2)   VALUE 0.
       01 WS-DOORS.
          05 WS-DOOR OCCURS 99 TIMES.
             10 WS-DOOR-ROW    PIC 9(3).
             10 WS-DOOR-COL    PIC 9(3).
             10 WS-DOOR-OPEN   PIC 9.
       01 WS-CHK-Y        PIC S9(3).

       01 WS-ENEMIES.
          05 WS-ENEMY OCCURS 64 TIMES.
             10 WS-EX       PIC S9(3)V9(4).
             10 WS-EY       PIC S9(3)V9(4).
             10 WS-EALIVE   PIC 9.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INIT-ANSI
           PERFORM INIT-DEMO-MODE
           PERFORM INIT-LEDGER-PLAYER
           PERFORM INIT-SCREEN-SIZE
           PERFORM INIT-TRIG
           PERFORM INIT-MAP
           PERFORM LOAD-WAD-MAP
           PERFORM TERM-INIT-DOORS
           PERFORM INIT-PLAYER
           PERFORM SPAWN-ENEMIES
           PERFORM TERM-START-LEVEL
           CALL "SYSTEM" USING WS-STTY-RAW
           DISPLAY WS-ANSI-CLEAR
           MOVE 0 TO WS-GAME-OVER
           PERFORM DEMO-MAP-START
           PERFORM GAME-LOOP UNTIL WS-GAME-OVER = 1
           CALL "SYSTEM" USING WS-STTY-SANE
           DISPLAY WS-ANSI-CLEAR
           IF WS-DEMO-MODE = 1 OR WS-DEMO-MODE = 2
               CLOSE DEMO-FILE
           END-IF
           IF WS-DEMO-END-MSG NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-DEMO-END-MSG)
           END-IF
           DISPLAY "Thanks for playing DOOM COBOL!"
           IF WS-DEMO-DESYNC = 1
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GAME-LOOP.
       CHECK-TERM-EXIT.
           COMPUTE WS-CHK-X = FUNCTION INTEGER-PART(WS-PX) + 1
           COMPUTE WS-CHK-Y = FUNCTION INTEGER-PART(WS-PY) + 1
           IF WS-CHK-X < 1 OR WS-CHK-X > WS-MAP-SIZE
               OR WS-CHK-Y < 1 OR WS-CHK-Y > WS-MAP-SIZE
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) NOT = 9
               EXIT PARAGRAPH
           END-IF
      *>   Died this frame: the death already has its row
           IF WS-GAME-OVER = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-GAME-WON
           ADD WS-KILLS TO WS-CAMPAIGN-KILLS
           MOVE "C" TO WS-LEDGER-RTYPE
           PERFORM WRITE-TERM-LEDGER
           PERFORM SHOW-TERM-SUMMARY
           PERFORM TERM-LOAD-NEXT-MAP.

           DISPLAY "kills:  " WS-KILLS " / " WS-TOTAL-ENEMIES
           DISPLAY "health: " WS-HEALTH
           DISPLAY "ammo:   " WS-AMMO
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "(not recorded: " WS-LEDGER-FILENAME
                   " status=" WS-LEDGER-STATUS ")"
           END-IF
           DISPLAY "press any key for the next map"
      *>   Wait for a fresh keypress on the non-blocking reader;
      *>   a playback just holds the screen a moment
           IF WS-DEMO-MODE = 2
               CALL "CBL_GC_NANOSLEEP" USING WS-DEMO-PAUSE-NS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-N
           PERFORM UNTIL WS-READ-N = 1
               CALL "read" USING BY VALUE WS-STDIN-FD
      *> campaign is done.
      *> ============================================================
       TERM-LOAD-NEXT-MAP.
      *>   A converted WAD map is a campaign of one
           IF WS-WAD-MAP = 1
               PERFORM SHOW-TERM-CAMPAIGN-END
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-NUM
           MOVE WS-MAP-NUM TO WS-MAP-NUM-ED
           MOVE SPACES TO WS-MAP-FILENAME

           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               PERFORM SHOW-TERM-CAMPAIGN-END
               EXIT PARAGRAPH
           END-IF
           CLOSE MAP-FILE
           PERFORM TERM-INIT-DOORS
           MOVE 0 TO WS-KILLS
           PERFORM SPAWN-ENEMIES
           PERFORM TERM-START-LEVEL
           PERFORM DEMO-MAP-START
           MOVE +001.5000 TO WS-PX
           MOVE +001.5000 TO WS-PY
           MOVE 0 TO WS-PA
           MOVE "*** entering the next map ***" TO WS-MSG-LINE
           MOVE 10 TO WS-MSG-TICKS.

       SHOW-TERM-CAMPAIGN-END.
           DISPLAY WS-ANSI-CLEAR
           DISPLAY WS-ANSI-BGREEN
               "=== CAMPAIGN COMPLETE ===" WS-ANSI-RESET
           DISPLAY "total kills: " WS-CAMPAIGN-KILLS
           MOVE 1 TO WS-GAME-OVER.

      *> ============================================================
      *> TERM-START-LEVEL: Start the level's ledger figures once its
      *> map is in: the clock, and the pickup cells (3/4/7) it
      *> holds to be collected.
      *> ============================================================
       TERM-START-LEVEL.
           MOVE 0 TO WS-LEVEL-PICKUPS
           MOVE 0 TO WS-LEVEL-PICKUP-TOTAL
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-MAP-SIZE
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAP-SIZE
                   IF WS-MAP-CELL(WS-I, WS-J) = 3
                       OR WS-MAP-CELL(WS-I, WS-J) = 4
                       OR WS-MAP-CELL(WS-I, WS-J) = 7
                       ADD 1 TO WS-LEVEL-PICKUP-TOTAL
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM TERM-READ-CLOCK
           MOVE WS-CLOCK-SECONDS TO WS-LEVEL-START-SECONDS.

       TERM-READ-CLOCK.
           ACCEPT WS-CLOCK-NOW FROM TIME
           COMPUTE WS-CLOCK-SECONDS =
               WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

      *> ============================================================
      *> WRITE-TERM-LEDGER: Append this level's row to the shared
      *> results ledger, WS-LEDGER-RTYPE saying how it ended. The
      *> map is the file name less ".txt"; time is wall-clock
      *> seconds on the level (across midnight too); pickups stand
      *> in the items columns. Secrets, score, wave and killer are
      *> things this build doesn't keep, so they go down as zero,
      *> and skill 0 marks the row as a terminal run; the player is
      *> the DOOM_PLAYER tester. A ledger that won't open leaves
      *> WS-LEDGER-STATUS for the screens to show.
      *> A demo playback is a replay, not a run, and writes nothing.
      *> ============================================================
       WRITE-TERM-LEDGER.
           IF WS-DEMO-MODE = 2
               EXIT PARAGRAPH
           END-IF
      *>   "05" is the first append creating the file
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LG-MAP-NAME
           UNSTRING WS-MAP-FILENAME DELIMITED BY "." OR SPACE
               INTO LG-MAP-NAME
           MOVE 0 TO LG-SKILL
           PERFORM TERM-READ-CLOCK
           IF WS-CLOCK-SECONDS < WS-LEVEL-START-SECONDS
               ADD 86400 TO WS-CLOCK-SECONDS
           END-IF
           COMPUTE LG-TIME =
               WS-CLOCK-SECONDS - WS-LEVEL-START-SECONDS
           MOVE WS-KILLS TO LG-KILLS
           MOVE WS-TOTAL-ENEMIES TO LG-KILL-TOTAL
           MOVE WS-LEVEL-PICKUPS TO LG-ITEMS
           MOVE WS-LEVEL-PICKUP-TOTAL TO LG-ITEM-TOTAL
           MOVE 0 TO LG-SECRETS
           MOVE 0 TO LG-SECRET-TOTAL
           MOVE 0 TO LG-SCORE
           MOVE 0 TO LG-WAVE
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
           MOVE WS-LEDGER-DATE TO LG-DATE
           MOVE WS-LEDGER-RTYPE TO LG-RTYPE
           MOVE 0 TO LG-KILLER
           MOVE WS-LEDGER-PLAYER TO LG-PLAYER
           MOVE SPACES TO LG-WAVESET
           MOVE SPACES TO LG-FLAG
           MOVE SPACES TO LG-ADAPT
           MOVE SPACES TO LG-AIM

           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

      *> ============================================================
      *> SHOW-TERM-DEATH: The death screen -- the map and the kills
      *> it got to -- held until a key is pressed, before the
      *> session ends.
      *> ============================================================
       SHOW-TERM-DEATH.
           DISPLAY WS-ANSI-CLEAR
           DISPLAY WS-ANSI-RED "=== YOU DIED ===" WS-ANSI-RESET
           DISPLAY "map:    " WS-MAP-FILENAME
           DISPLAY "kills:  " WS-KILLS " / " WS-TOTAL-ENEMIES
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "(not recorded: " WS-LEDGER-FILENAME
                   " status=" WS-LEDGER-STATUS ")"
           END-IF
           DISPLAY "press any key"
           IF WS-DEMO-MODE = 2
               CALL "CBL_GC_NANOSLEEP" USING WS-DEMO-PAUSE-NS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-READ-N
           PERFORM UNTIL WS-READ-N = 1
               CALL "read" USING BY VALUE WS-STDIN-FD
                                 BY REFERENCE WS-READ-BUF
                                 BY VALUE WS-READ-LEN
                   RETURNING WS-READ-N
               CALL "CBL_GC_NANOSLEEP" USING WS-SLEEP-NS
           END-PERFORM.

       READ-INPUT.
      *>   Non-blocking: zero bytes just means no key this frame
           CALL "read" USING BY VALUE WS-STDIN-FD
           ELSE
      *>       "." matches no action in PROCESS-INPUT
               MOVE "." TO WS-KEY-CHAR
           END-IF
      *>   A playback's key comes off the file instead (a live q
      *>   still stops it); a recording keeps whatever was read
           EVALUATE WS-DEMO-MODE
               WHEN 1
                   PERFORM RECORD-DEMO-TICK
               WHEN 2
                   IF WS-KEY-CHAR NOT = "q" AND WS-KEY-CHAR NOT = "Q"
                       PERFORM READ-DEMO-TICK
                   END-IF
           END-EVALUATE.

      *> ============================================================
      *> INIT-LEDGER-PLAYER: DOOM_PLAYER names the tester at the
      *> bench -- its first word, upper-cased as PLAYER-LOAD-ROSTER
      *> takes it, goes on every ledger row. Unset leaves the rows
      *> blank, which the reports read as GUEST.
      *> ============================================================
       INIT-LEDGER-PLAYER.
           MOVE SPACES TO WS-LEDGER-PLR-ENV
           ACCEPT WS-LEDGER-PLR-ENV FROM ENVIRONMENT "DOOM_PLAYER"
           MOVE SPACES TO WS-LEDGER-PLAYER
           IF WS-LEDGER-PLR-ENV NOT = SPACES
               UNSTRING FUNCTION UPPER-CASE(WS-LEDGER-PLR-ENV)
                   DELIMITED BY ALL SPACE
                   INTO WS-LEDGER-PLAYER
               END-UNSTRING
           END-IF.

      *> ============================================================
      *> INIT-DEMO-MODE: The SDL build's switches. DOOM_DEMO_RECORD=1
      *> writes every tick's key, and each level's map file and
      *> enemy spawns, to WS-DEMO-FILENAME as the session plays;
      *> DOOM_DEMO_PLAYBACK=1 reads the same file back one key per
      *> tick in place of the keyboard, so a terminal-build session
      *> replays exactly. Recording wins if both are set;
      *> DOOM_DEMO_FILE overrides the file name for either.
      *> ============================================================
       INIT-DEMO-MODE.
           MOVE SPACES TO WS-DEMO-FILE-ENV
           ACCEPT WS-DEMO-FILE-ENV FROM ENVIRONMENT "DOOM_DEMO_FILE"
           IF WS-DEMO-FILE-ENV NOT = SPACES
               MOVE WS-DEMO-FILE-ENV TO WS-DEMO-FILENAME
           END-IF

           MOVE SPACES TO WS-DEMO-ENV
           ACCEPT WS-DEMO-ENV FROM ENVIRONMENT "DOOM_DEMO_RECORD"
           IF WS-DEMO-ENV(1:1) = "1"
               OPEN OUTPUT DEMO-FILE
               IF WS-DEMO-STATUS = "00"
                   MOVE 1 TO WS-DEMO-MODE
                   DISPLAY "Demo recording enabled -- writing to "
                       WS-DEMO-FILENAME
               ELSE
                   DISPLAY "ERROR: could not create demo file, status="
                       WS-DEMO-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DEMO-ENV
           ACCEPT WS-DEMO-ENV FROM ENVIRONMENT "DOOM_DEMO_PLAYBACK"
           IF WS-DEMO-ENV(1:1) = "1"
               OPEN INPUT DEMO-FILE
               IF WS-DEMO-STATUS = "00"
                   MOVE 2 TO WS-DEMO-MODE
                   DISPLAY "Demo playback enabled -- reading from "
                       WS-DEMO-FILENAME
               ELSE
                   DISPLAY "ERROR: could not open demo file, status="
                       WS-DEMO-STATUS
               END-IF
           END-IF.

      *> ============================================================
      *> DEMO-MAP-START: A level has just been set up. Recording
      *> writes its map file and enemy spawns as a type M record;
      *> playback reads the recorded one and stops, with return
      *> code 4, if this session's differs -- an edited or missing
      *> map file would otherwise have the keys walking into walls.
      *> ============================================================
       DEMO-MAP-START.
           IF WS-DEMO-MODE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO WS-DSP-TYPE
           MOVE WS-MAP-FILENAME TO WS-DSP-MAP
           MOVE WS-MAP-SIZE TO WS-DSP-SIZE
           MOVE WS-TOTAL-ENEMIES TO WS-DSP-COUNT
           MOVE 0 TO WS-DSP-WORK
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-TOTAL-ENEMIES
               COMPUTE WS-DSP-WORK = FUNCTION MOD(
                   WS-DSP-WORK * 7
                   + WS-EX(WS-DSP-IDX) * 10000
                   + WS-EY(WS-DSP-IDX) * 10000,
                   999999937)
           END-PERFORM
           MOVE WS-DSP-WORK TO WS-DSP-SUM

           IF WS-DEMO-MODE = 1
               WRITE DEMO-RECORD FROM WS-DEMO-SPAWN
               EXIT PARAGRAPH
           END-IF

           READ DEMO-FILE
               AT END
                   MOVE "Demo playback finished" TO WS-DEMO-END-MSG
                   MOVE 1 TO WS-GAME-OVER
                   EXIT PARAGRAPH
           END-READ
           IF DEMO-RECORD NOT = WS-DEMO-SPAWN
               MOVE SPACES TO WS-DEMO-END-MSG
               STRING "ERROR: demo desync at tic " WS-DEMO-TIC-NUM
                   " -- " DELIMITED BY SIZE
                   WS-MAP-FILENAME DELIMITED BY SPACE
                   " or its spawns differ from the recording"
                   DELIMITED BY SIZE
                   INTO WS-DEMO-END-MSG
               MOVE 1 TO WS-DEMO-DESYNC
               MOVE 1 TO WS-GAME-OVER
           END-IF.

      *> ============================================================
      *> RECORD-DEMO-TICK: This tick's key, "." for none.
      *> ============================================================
       RECORD-DEMO-TICK.
           ADD 1 TO WS-DEMO-TIC-NUM
           MOVE SPACES TO DEMO-RECORD
           MOVE "K" TO DR-TYPE
           MOVE WS-KEY-CHAR TO DR-KEY
           WRITE DEMO-RECORD.

      *> ============================================================
      *> READ-DEMO-TICK: The next recorded key into WS-KEY-CHAR.
      *> The end of the file ends the session as the quit key
      *> would; a level start where the recording has a key means
      *> the session has gone its own way, and stops as a desync.
      *> ============================================================
       READ-DEMO-TICK.
           ADD 1 TO WS-DEMO-TIC-NUM
           MOVE "." TO WS-KEY-CHAR
           READ DEMO-FILE
               AT END
                   MOVE "Demo playback finished" TO WS-DEMO-END-MSG
                   MOVE 1 TO WS-GAME-OVER
                   EXIT PARAGRAPH
           END-READ
           IF DR-TYPE = "K"
               MOVE DR-KEY TO WS-KEY-CHAR
           ELSE
               MOVE SPACES TO WS-DEMO-END-MSG
               STRING "ERROR: demo desync at tic " WS-DEMO-TIC-NUM
                   " -- the recording started a level here"
                   DELIMITED BY SIZE
                   INTO WS-DEMO-END-MSG
               MOVE 1 TO WS-DEMO-DESYNC
               MOVE 1 TO WS-GAME-OVER
           END-IF.

       PROCESS-INPUT.
               WHEN "R"
                   PERFORM INIT-SCREEN-SIZE
                   DISPLAY WS-ANSI-CLEAR
      *> Checkpoint save / load
               WHEN "k"
               WHEN "K"
                   PERFORM TERM-SAVE-GAME
               WHEN "l"
               WHEN "L"
                   PERFORM TERM-LOAD-GAME
      *> Quit
               WHEN "q"
               WHEN "Q"
                   MOVE "A" TO WS-LEDGER-RTYPE
                   PERFORM WRITE-TERM-LEDGER
                   MOVE 1 TO WS-GAME-OVER
           END-EVALUATE.

      *> ============================================================
      *> TERM-SAVE-GAME: Checkpoint the session -- player, the
      *> numbered map file it is on, the live map grid (doors
      *> opened, pickups taken), the door and enemy tables and the
      *> level's ledger figures. A demo playback leaves the player's
      *> own checkpoint alone.
      *> ============================================================
       TERM-SAVE-GAME.
           IF WS-DEMO-MODE = 2
               EXIT PARAGRAPH
           END-IF
      *>   Roll the previous checkpoint to the backup before this
      *>   write can touch it
           PERFORM TERM-SAVE-ROLL-BACKUP

           MOVE WS-SAVE-VERSION TO SV-VERSION
           MOVE WS-MAP-FILENAME TO SV-MAP-FILENAME
           MOVE WS-MAP-NUM TO SV-MAP-NUM
           MOVE WS-PX TO SV-PX
           MOVE WS-PY TO SV-PY
           MOVE WS-PA TO SV-PA
           MOVE WS-HEALTH TO SV-HEALTH
           MOVE WS-AMMO TO SV-AMMO
           MOVE WS-HAS-KEY TO SV-HAS-KEY
           MOVE WS-KILLS TO SV-KILLS
           MOVE WS-CAMPAIGN-KILLS TO SV-CAMPAIGN-KILLS
           PERFORM TERM-READ-CLOCK
           IF WS-CLOCK-SECONDS < WS-LEVEL-START-SECONDS
               ADD 86400 TO WS-CLOCK-SECONDS
           END-IF
           COMPUTE SV-LEVEL-SECONDS =
               WS-CLOCK-SECONDS - WS-LEVEL-START-SECONDS
           MOVE WS-LEVEL-PICKUPS TO SV-LEVEL-PICKUPS
           MOVE WS-LEVEL-PICKUP-TOTAL TO SV-LEVEL-PICKUP-TOTAL
           MOVE WS-MAP-SIZE TO SV-MAP-SIZE
           MOVE WS-WAD-MAP TO SV-WAD-MAP
           MOVE WS-MAP TO SV-MAP
           MOVE WS-DOOR-COUNT TO SV-DOOR-COUNT
           MOVE WS-DOORS TO SV-DOORS
           MOVE WS-TOTAL-ENEMIES TO SV-TOTAL-ENEMIES
           MOVE WS-ENEMIES TO SV-ENEMIES

      *>   Checksum over the filled record, then out to disk
           PERFORM TERM-SAVE-CHECKSUM
           MOVE WS-SV-CK TO SV-CHECKSUM

           OPEN OUTPUT SAVE-FILE
           IF WS-SAVE-STATUS = "00"
               WRITE SAVE-RECORD
               CLOSE SAVE-FILE
               MOVE "*** game saved ***" TO WS-MSG-LINE
           ELSE
               MOVE SPACES TO WS-MSG-LINE
               STRING "*** save failed, status=" WS-SAVE-STATUS
                   " ***" DELIMITED BY SIZE INTO WS-MSG-LINE
           END-IF
           MOVE 10 TO WS-MSG-TICKS.

      *> ============================================================
      *> TERM-LOAD-GAME: Put the checkpoint back. A checkpoint from
      *> another format, or whose bytes don't add up, is refused
      *> before anything touches the game. Not while a demo records
      *> or plays: the replay couldn't count on the same file.
      *> ============================================================
       TERM-LOAD-GAME.
           IF WS-DEMO-MODE NOT = 0
               MOVE "*** no loading during a demo ***" TO WS-MSG-LINE
               MOVE 10 TO WS-MSG-TICKS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SAVE-FILE
           IF WS-SAVE-STATUS NOT = "00"
               MOVE "*** no saved game ***" TO WS-MSG-LINE
               MOVE 10 TO WS-MSG-TICKS
               EXIT PARAGRAPH
           END-IF
           READ SAVE-FILE
               AT END
                   MOVE "*** saved game is empty ***" TO WS-MSG-LINE
                   MOVE 10 TO WS-MSG-TICKS
                   CLOSE SAVE-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE SAVE-FILE

           IF SV-VERSION NOT = WS-SAVE-VERSION
               MOVE SPACES TO WS-MSG-LINE
               STRING "*** save is format " SV-VERSION
                   ", not " WS-SAVE-VERSION " ***"
                   DELIMITED BY SIZE INTO WS-MSG-LINE
               MOVE 10 TO WS-MSG-TICKS
               EXIT PARAGRAPH
           END-IF
           PERFORM TERM-SAVE-CHECKSUM
           IF SV-CHECKSUM NOT = WS-SV-CK
               MOVE "*** save is damaged -- try the .bak ***"
                   TO WS-MSG-LINE
               MOVE 10 TO WS-MSG-TICKS
               EXIT PARAGRAPH
           END-IF

           MOVE SV-MAP-FILENAME TO WS-MAP-FILENAME
           MOVE SV-MAP-NUM TO WS-MAP-NUM
           MOVE SV-PX TO WS-PX
           MOVE SV-PY TO WS-PY
           MOVE SV-PA TO WS-PA
           MOVE SV-HEALTH TO WS-HEALTH
           MOVE SV-AMMO TO WS-AMMO
           MOVE SV-HAS-KEY TO WS-HAS-KEY
           MOVE SV-KILLS TO WS-KILLS
           MOVE SV-CAMPAIGN-KILLS TO WS-CAMPAIGN-KILLS
      *>   The level clock resumes where the save stopped it
           PERFORM TERM-READ-CLOCK
           IF WS-CLOCK-SECONDS < SV-LEVEL-SECONDS
               ADD 86400 TO WS-CLOCK-SECONDS
           END-IF
           COMPUTE WS-LEVEL-START-SECONDS =
               WS-CLOCK-SECONDS - SV-LEVEL-SECONDS
           MOVE SV-LEVEL-PICKUPS TO WS-LEVEL-PICKUPS
           MOVE SV-LEVEL-PICKUP-TOTAL TO WS-LEVEL-PICKUP-TOTAL
           MOVE SV-MAP-SIZE TO WS-MAP-SIZE
           MOVE SV-WAD-MAP TO WS-WAD-MAP
           MOVE SV-MAP TO WS-MAP
           MOVE SV-DOOR-COUNT TO WS-DOOR-COUNT
           MOVE SV-DOORS TO WS-DOORS
           MOVE SV-TOTAL-ENEMIES TO WS-TOTAL-ENEMIES
           MOVE SV-ENEMIES TO WS-ENEMIES
           MOVE 0 TO WS-GAME-WON
           MOVE 0 TO WS-EATK-TIMER
           DISPLAY WS-ANSI-CLEAR
           MOVE "*** game loaded ***" TO WS-MSG-LINE
           MOVE 10 TO WS-MSG-TICKS.

      *> ============================================================
      *> TERM-SAVE-CHECKSUM: Fold the record into WS-SV-CK, run on
      *> the SV- fields themselves so save and load share one
      *> formula -- player, counts, every map cell by position and
      *> every enemy.
      *> ============================================================
       TERM-SAVE-CHECKSUM.
           COMPUTE WS-SV-CK-WORK =
               SV-PX * 10000 + SV-PY * 10000 + SV-PA
               + SV-HEALTH + SV-AMMO + SV-HAS-KEY + SV-MAP-NUM
               + SV-KILLS + SV-DOOR-COUNT + SV-TOTAL-ENEMIES
               + SV-MAP-SIZE
           PERFORM VARYING WS-SV-I FROM 1 BY 1
               UNTIL WS-SV-I > 16384
               COMPUTE WS-SV-CK-WORK = FUNCTION MOD(
                   WS-SV-CK-WORK * 7 + SV-MAP-CELL(WS-SV-I),
                   999999937)
           END-PERFORM
           PERFORM VARYING WS-SV-I FROM 1 BY 1
               UNTIL WS-SV-I > SV-TOTAL-ENEMIES
               OR WS-SV-I > 64
               COMPUTE WS-SV-CK-WORK = FUNCTION MOD(
                   WS-SV-CK-WORK
                   + SV-EX(WS-SV-I) * 10000
                   + SV-EY(WS-SV-I) * 10000
                   + SV-EALIVE(WS-SV-I)
                   + SV-EHEALTH(WS-SV-I),
                   999999937)
           END-PERFORM
           COMPUTE WS-SV-CK =
               FUNCTION MOD(WS-SV-CK-WORK, 999999937).

      *> ============================================================
      *> TERM-SAVE-ROLL-BACKUP: Byte-copy the existing checkpoint,
      *> at its size on disk, to the .bak through the CBL_ routines
      *> (no record I/O, so an absent file is a quiet no-op).
      *> ============================================================
       TERM-SAVE-ROLL-BACKUP.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SAVE-FILENAME
               WS-SVB-DETAILS
           IF RETURN-CODE NOT = 0
               OR WS-SVB-SIZE = 0 OR WS-SVB-SIZE > 20000
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_OPEN_FILE" USING WS-SAVE-FILENAME
               1 0 0 WS-SVB-HANDLE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SVB-OFS
           MOVE WS-SVB-SIZE TO WS-SVB-LEN
           CALL "CBL_READ_FILE" USING WS-SVB-HANDLE
               WS-SVB-OFS WS-SVB-LEN 0 WS-SVB-BUF
           CALL "CBL_CLOSE_FILE" USING WS-SVB-HANDLE

           CALL "CBL_CREATE_FILE" USING WS-SVB-FILENAME
               2 0 0 WS-SVB-HANDLE2
           IF RETURN-CODE = 0
               CALL "CBL_WRITE_FILE" USING WS-SVB-HANDLE2
                   WS-SVB-OFS WS-SVB-LEN 0 WS-SVB-BUF
               CALL "CBL_CLOSE_FILE" USING WS-SVB-HANDLE2
           END-IF.

       CHECK-COLLISION.
      *> Check X movement (pickup cells 3/4/7 are walkable; a door
      *> cell blocks but opens from the push -- see TRY-OPEN-DOOR)
               FUNCTION INTEGER-PART(WS-NEW-X) + 1
           COMPUTE WS-CHK-Y =
               FUNCTION INTEGER-PART(WS-PY) + 1
           IF WS-CHK-X >= 1 AND WS-CHK-X <= WS-MAP-SIZE
               AND WS-CHK-Y >= 1 AND WS-CHK-Y <= WS-MAP-SIZE
               IF WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 0
                   OR WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 2
                   OR WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 3
               FUNCTION INTEGER-PART(WS-PX) + 1
           COMPUTE WS-CHK-Y =
               FUNCTION INTEGER-PART(WS-NEW-Y) + 1
           IF WS-CHK-X >= 1 AND WS-CHK-X <= WS-MAP-SIZE
               AND WS-CHK-Y >= 1 AND WS-CHK-Y <= WS-MAP-SIZE
               IF WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 0
                   OR WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 2
                   OR WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 3
           MOVE 0 TO WS-DOOR-COUNT
           MOVE 0 TO WS-HAS-KEY
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-MAP-SIZE
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAP-SIZE
                   IF (WS-MAP-CELL(WS-I, WS-J) = 5
                       OR WS-MAP-CELL(WS-I, WS-J) = 6)
                       AND WS-DOOR-COUNT < 99
                       ADD 1 TO WS-DOOR-COUNT
                       MOVE WS-I TO WS-DOOR-ROW(WS-DOOR-COUNT)
                       MOVE WS-J TO WS-DOOR-COL(WS-DOOR-COUNT)
               FUNCTION INTEGER-PART(WS-PX) + 1
           COMPUTE WS-CHK-Y =
               FUNCTION INTEGER-PART(WS-PY) + 1
           IF WS-CHK-X < 1 OR WS-CHK-X > WS-MAP-SIZE
               OR WS-CHK-Y < 1 OR WS-CHK-Y > WS-MAP-SIZE
               EXIT PARAGRAPH
           END-IF

                       MOVE 100 TO WS-HEALTH
                   END-IF
                   MOVE 0 TO WS-MAP-CELL(WS-CHK-Y, WS-CHK-X)
                   ADD 1 TO WS-LEVEL-PICKUPS
                   MOVE "*** picked up a medkit ***"
                       TO WS-MSG-LINE
                   MOVE 10 TO WS-MSG-TICKS
                       MOVE 99 TO WS-AMMO
                   END-IF
                   MOVE 0 TO WS-MAP-CELL(WS-CHK-Y, WS-CHK-X)
                   ADD 1 TO WS-LEVEL-PICKUPS
                   MOVE "*** picked up ammo ***"
                       TO WS-MSG-LINE
                   MOVE 10 TO WS-MSG-TICKS
               WHEN 7
                   MOVE 1 TO WS-HAS-KEY
                   MOVE 0 TO WS-MAP-CELL(WS-CHK-Y, WS-CHK-X)
                   ADD 1 TO WS-LEVEL-PICKUPS
                   MOVE "*** picked up the key ***"
                       TO WS-MSG-LINE
                   MOVE 10 TO WS-MSG-TICKS
               FUNCTION MOD(WS-ANGLE-WORK + 3600, 360) + 1
           MOVE WS-COS-VAL(WS-ANGLE-LOOKUP) TO WS-RAY-COS.

      *> ============================================================
      *> LOAD-WAD-MAP: DOOM_MAP_CACHE=<file> plays the WAD map the SDL
      *> build converted into its map cache. Grid walls stay walls,
      *> doors become doors (keyed ones needing this build's one
      *> key), exit-trigger cells become the exit; THINGS placed at
      *> medium skill bring the enemies, medkits, ammo and keys, and
      *> the player starts on the level's own start spot. Anything
      *> wrong with the file leaves the digit map in place.
      *> ============================================================
       LOAD-WAD-MAP.
           MOVE SPACES TO WS-MC-FILENAME
           ACCEPT WS-MC-FILENAME FROM ENVIRONMENT "DOOM_MAP_CACHE"
           IF WS-MC-FILENAME = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_OPEN_FILE" USING WS-MC-FILENAME
               1 0 0 WS-MC-HANDLE
           IF RETURN-CODE NOT = 0
               DISPLAY "WARN: cannot open map cache "
                   FUNCTION TRIM(WS-MC-FILENAME)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MC-OFS
           COMPUTE WS-MC-LEN = FUNCTION LENGTH(WS-MC-HEADER)
           CALL "CBL_READ_FILE" USING WS-MC-HANDLE
               WS-MC-OFS WS-MC-LEN 0 WS-MC-HEADER
           IF RETURN-CODE NOT = 0
               OR WS-MC-H-VERSION NOT = WS-MC-VERSION
               CALL "CBL_CLOSE_FILE" USING WS-MC-HANDLE
               DISPLAY "WARN: " FUNCTION TRIM(WS-MC-FILENAME)
                   " is not a version " WS-MC-VERSION " map cache"
               EXIT PARAGRAPH
           END-IF
           ADD WS-MC-LEN TO WS-MC-OFS
           COMPUTE WS-MC-LEN = FUNCTION LENGTH(WS-MC-SCALARS)
           CALL "CBL_READ_FILE" USING WS-MC-HANDLE
               WS-MC-OFS WS-MC-LEN 0 WS-MC-SCALARS
           COMPUTE WS-MC-OFS =
               WS-MC-OFS + WS-MC-LEN + WS-MC-TEXNAMES-LEN
           COMPUTE WS-MC-LEN = FUNCTION LENGTH(WS-MC-GRID)
           CALL "CBL_READ_FILE" USING WS-MC-HANDLE
               WS-MC-OFS WS-MC-LEN 0 WS-MC-GRID
           COMPUTE WS-MC-OFS =
               WS-MC-OFS + WS-MC-LEN + WS-MC-SEGS-LEN
           COMPUTE WS-MC-LEN = FUNCTION LENGTH(WS-MC-THINGS)
           CALL "CBL_READ_FILE" USING WS-MC-HANDLE
               WS-MC-OFS WS-MC-LEN 0 WS-MC-THINGS
           IF RETURN-CODE NOT = 0
               CALL "CBL_CLOSE_FILE" USING WS-MC-HANDLE
               DISPLAY "WARN: " FUNCTION TRIM(WS-MC-FILENAME)
                   " is short -- using the digit map"
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-MC-HANDLE

      *>   The grid, cell for cell, in this build's codes
           MOVE ZEROES TO WS-MAP
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 128
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > 128
                   EVALUATE WS-MC-TYPE(WS-I, WS-J)
                       WHEN 1
                           MOVE 1 TO WS-MAP-CELL(WS-I, WS-J)
                       WHEN 2
                           IF WS-MC-KEY-ID(WS-I, WS-J) > 0
                               MOVE 6 TO WS-MAP-CELL(WS-I, WS-J)
                           ELSE
                               MOVE 5 TO WS-MAP-CELL(WS-I, WS-J)
                           END-IF
                       WHEN 3
                           MOVE 9 TO WS-MAP-CELL(WS-I, WS-J)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM

      *>   Then the things, onto open floor only
           MOVE 0 TO WS-MC-PLACED
           PERFORM VARYING WS-MC-I FROM 1 BY 1
               UNTIL WS-MC-I > WS-MC-S-THINGS
               OR WS-MC-I > 900
               PERFORM LOAD-WAD-THING
           END-PERFORM

           MOVE 128 TO WS-MAP-SIZE
           MOVE 1 TO WS-WAD-MAP
           MOVE SPACES TO WS-MAP-FILENAME
           MOVE WS-MC-H-MAP TO WS-MAP-FILENAME
           DISPLAY "Using " FUNCTION TRIM(WS-MC-H-MAP) " from "
               FUNCTION TRIM(WS-MC-FILENAME) " (" WS-MC-PLACED
               " things placed)".

      *> ============================================================
      *> LOAD-WAD-THING: One THINGS entry onto the grid, at the cell
      *> the SDL build's spawn arithmetic gives it. Skill flag 2
      *> (medium) decides presence; multiplayer-only things stay
      *> out. Other thing types have no cell code here.
      *> ============================================================
       LOAD-WAD-THING.
           COMPUTE WS-MC-MEDIUM = FUNCTION MOD(
               FUNCTION INTEGER-PART(WS-MT-FLAGS(WS-MC-I) / 2), 2)
           COMPUTE WS-MC-MULTI = FUNCTION MOD(
               FUNCTION INTEGER-PART(WS-MT-FLAGS(WS-MC-I) / 16), 2)
           IF WS-MC-MEDIUM = 0 OR WS-MC-MULTI = 1
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-MT-TYPE(WS-MC-I)
               WHEN 3004 WHEN 9 WHEN 65 WHEN 3001 WHEN 3002
               WHEN 58 WHEN 3006 WHEN 3005 WHEN 69 WHEN 3003
               WHEN 68 WHEN 71 WHEN 66 WHEN 67 WHEN 64
               WHEN 84 WHEN 16 WHEN 7
                   MOVE 2 TO WS-MC-CODE
               WHEN 2011 WHEN 2012
                   MOVE 3 TO WS-MC-CODE
               WHEN 2007 WHEN 2048 WHEN 2008 WHEN 2049
               WHEN 2010 WHEN 2046 WHEN 2047 WHEN 17 WHEN 8
                   MOVE 4 TO WS-MC-CODE
               WHEN 5 WHEN 6 WHEN 13 WHEN 38 WHEN 39 WHEN 40
                   MOVE 7 TO WS-MC-CODE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE WS-MC-COL-N = FUNCTION INTEGER-PART(
               (WS-MT-X(WS-MC-I) - WS-MC-S-MIN-X)
               / WS-MC-S-SCALE + 2 - 0.5) + 1
           COMPUTE WS-MC-ROW-N = FUNCTION INTEGER-PART(
               (WS-MT-Y(WS-MC-I) - WS-MC-S-MIN-Y)
               / WS-MC-S-SCALE + 2 - 0.5) + 1
           IF WS-MC-COL-N < 1 OR WS-MC-COL-N > 128
               OR WS-MC-ROW-N < 1 OR WS-MC-ROW-N > 128
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-CELL(WS-MC-ROW-N, WS-MC-COL-N) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MC-CODE TO WS-MAP-CELL(WS-MC-ROW-N, WS-MC-COL-N)
           ADD 1 TO WS-MC-PLACED.

       INIT-MAP.
           MOVE ZEROES TO WS-MAP
           MOVE 16 TO WS-MAP-SIZE
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 16
               PERFORM VARYING WS-J FROM 1 BY 1
           MOVE +001.5000 TO WS-PY
           MOVE 0         TO WS-PA
           MOVE 100       TO WS-HEALTH
           MOVE 25        TO WS-AMMO
           IF WS-WAD-MAP = 1
               MOVE WS-MC-S-SPAWN-X TO WS-PX
               MOVE WS-MC-S-SPAWN-Y TO WS-PY
               MOVE WS-MC-S-SPAWN-A TO WS-PA
           END-IF.

       CAST-ALL-RAYS.
           PERFORM VARYING WS-CUR-COL FROM 1 BY 1
                   MOVE 1 TO WS-SIDE
               END-IF
               ADD 1 TO WS-STEP-COUNT
      *> Check bounds (1-based: valid range 1 to WS-MAP-SIZE)
               IF WS-MAP-X >= 1 AND WS-MAP-X <= WS-MAP-SIZE
                   AND WS-MAP-Y >= 1 AND WS-MAP-Y <= WS-MAP-SIZE
      *>           Pickup cells (3/4/7) are open floor to the
      *>           ray; closed doors (5/6) stand like walls
                   IF WS-MAP-CELL(WS-MAP-Y, WS-MAP-X) = 1
       SPAWN-ENEMIES.
           MOVE 0 TO WS-TOTAL-ENEMIES
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-MAP-SIZE
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-MAP-SIZE
      *>           A full table leaves any further spawn cells as
      *>           open floor
                   IF WS-MAP-CELL(WS-I, WS-J) = 2
                       AND WS-TOTAL-ENEMIES < 64
                       ADD 1 TO WS-TOTAL-ENEMIES
                       COMPUTE WS-EX(WS-TOTAL-ENEMIES) =
                           WS-J - 1 + 0.5
               FUNCTION INTEGER-PART(WS-NEW-X) + 1
           COMPUTE WS-CHK-Y =
               FUNCTION INTEGER-PART(WS-NEW-Y) + 1
           IF WS-CHK-X >= 1 AND WS-CHK-X <= WS-MAP-SIZE
               AND WS-CHK-Y >= 1 AND WS-CHK-Y <= WS-MAP-SIZE
               IF WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 0
                   OR WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 2
                   OR WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 3
               FUNCTION INTEGER-PART(WS-NEW-X) + 1
           COMPUTE WS-CHK-Y =
               FUNCTION INTEGER-PART(WS-NEW-Y) + 1
           IF WS-CHK-X >= 1 AND WS-CHK-X <= WS-MAP-SIZE
               AND WS-CHK-Y >= 1 AND WS-CHK-Y <= WS-MAP-SIZE
               IF WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 0
                   OR WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 2
                   OR WS-MAP-CELL(WS-CHK-Y, WS-CHK-X) = 3
                           + (WS-PY - WS-EY(WS-ENEMY-IDX)) ** 2
                       )
                   IF WS-ENEMY-DIST < 1.5
                       IF WS-HEALTH > 5
                           SUBTRACT 5 FROM WS-HEALTH
                       ELSE
                           MOVE 0 TO WS-HEALTH
                       END-IF
                       MOVE WS-EATK-RATE TO WS-EATK-TIMER
                   END-IF
               END-IF
           END-PERFORM
      *>   Health gone ends the session, with a D row on the ledger
           IF WS-HEALTH = 0
               MOVE "D" TO WS-LEDGER-RTYPE
               PERFORM WRITE-TERM-LEDGER
               PERFORM SHOW-TERM-DEATH
               MOVE 1 TO WS-GAME-OVER
           END-IF.

       SHOOT.
           IF WS-AMMO <= 0
