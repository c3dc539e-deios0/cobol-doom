
       01 WS-STR-FILENAME          PIC X(32) VALUE "strings.cfg".
       01 WS-STR-STATUS            PIC XX.
       01 WS-STR-COUNT             PIC 9(3) VALUE 186.
       01 WS-STR-I                 PIC 9(3).

       01 WS-STR-TABLE.
      *>   141-142: seed announcements
          05 FILLER PIC X(40) VALUE "ARENA SEED".
          05 FILLER PIC X(40) VALUE "SHUFFLE SEED".
      *>   143: title/profile player label
          05 FILLER PIC X(40) VALUE "PLAYER".
      *>   144: screenshot key-binding row
          05 FILLER PIC X(40) VALUE "SCREENSHOT KEY".
      *>   145-149: co-op session lines (intermission labels,
      *>   partner gone, partner's key, respawn)
          05 FILLER PIC X(40) VALUE "PLAYER 1".
          05 FILLER PIC X(40) VALUE "PLAYER 2".
          05 FILLER PIC X(40) VALUE "YOUR PARTNER LEFT THE GAME.".
          05 FILLER PIC X(40) VALUE "PARTNER:".
          05 FILLER PIC X(40) VALUE "YOU DIED. BACK TO YOUR START.".
      *>   150-160: deathmatch match rules (scoreboard heading,
      *>   end reasons, player labels, columns, respawn, frag)
          05 FILLER PIC X(40) VALUE "MATCH RESULTS".
          05 FILLER PIC X(40) VALUE "FRAG LIMIT REACHED".
          05 FILLER PIC X(40) VALUE "TIME LIMIT REACHED".
          05 FILLER PIC X(40) VALUE "LEVEL EXITED".
          05 FILLER PIC X(40) VALUE "YOU".
          05 FILLER PIC X(40) VALUE "OPPONENT".
          05 FILLER PIC X(40) VALUE "BOT".
          05 FILLER PIC X(40) VALUE "FRAGS".
          05 FILLER PIC X(40) VALUE "DEATHS".
          05 FILLER PIC X(40) VALUE "YOU DIED. RESPAWNING.".
          05 FILLER PIC X(40) VALUE "YOU FRAGGED YOUR OPPONENT.".
      *>   161-163: achievements (page heading, unlock prefix,
      *>   a goal not yet earned)
          05 FILLER PIC X(40) VALUE "ACHIEVEMENTS".
          05 FILLER PIC X(40) VALUE "ACHIEVEMENT:".
          05 FILLER PIC X(40) VALUE "NOT YET EARNED".
      *>   164-166: daily challenge (arena announcement, first
      *>   finish filed, a repeat finish)
          05 FILLER PIC X(40) VALUE "DAILY CHALLENGE".
          05 FILLER PIC X(40) VALUE "DAILY RESULT RECORDED.".
          05 FILLER PIC X(40) VALUE
             "ALREADY COUNTED TODAY -- PRACTICE RUN.".
      *>   167-168: speedrun splits (intermission figure, a new
      *>   personal-best run)
          05 FILLER PIC X(40) VALUE "SUM OF BEST".
          05 FILLER PIC X(40) VALUE "NEW PERSONAL BEST.".
      *>   169-170: options menu colour-vision and aim-assist
      *>   rows
          05 FILLER PIC X(40) VALUE "COLOUR VISION".
          05 FILLER PIC X(40) VALUE "AIM ASSIST".
      *>   171-173: automap notes (typing prompt, note filed under
      *>   its marker number, this map's markers all used)
          05 FILLER PIC X(40) VALUE "TYPE THE NOTE AT THE CONSOLE.".
          05 FILLER PIC X(40) VALUE "NOTE SAVED AS MARKER".
          05 FILLER PIC X(40) VALUE "NO MORE MARKERS ON THIS MAP.".
      *>   174-179: hall of fame (page heading, section headings,
      *>   a section with nothing in it yet)
          05 FILLER PIC X(40) VALUE "HALL OF FAME".
          05 FILLER PIC X(40) VALUE "FASTEST TIMES".
          05 FILLER PIC X(40) VALUE "HORDE WAVES".
          05 FILLER PIC X(40) VALUE "DRILL SCORES".
          05 FILLER PIC X(40) VALUE "RECENT RECORDS".
          05 FILLER PIC X(40) VALUE "NO RECORDS YET".
      *>   180-185: practice segments (start marked, end set and
      *>   attempt one begun, a clear, a clear that is the new
      *>   best, the next attempt's number, practice switched off)
          05 FILLER PIC X(40) VALUE "PRACTICE START MARKED.".
          05 FILLER PIC X(40) VALUE "PRACTICE SEGMENT SET.".
          05 FILLER PIC X(40) VALUE "SEGMENT CLEARED IN".
          05 FILLER PIC X(40) VALUE "NEW SEGMENT BEST:".
          05 FILLER PIC X(40) VALUE "PRACTICE ATTEMPT".
          05 FILLER PIC X(40) VALUE "PRACTICE OFF.".
      *>   186: options menu annotate-binding row
          05 FILLER PIC X(40) VALUE "ANNOTATE KEY".
       01 WS-STR-TABLE-R REDEFINES WS-STR-TABLE.
          05 WS-STR-TXT            PIC X(40) OCCURS 186 TIMES.
