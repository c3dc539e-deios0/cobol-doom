      *> ============================================================
      *> daily-data.cpy -- Data for the daily challenge
      *> Scenario 5 on the title toggle: the generated arena, its
      *> seed taken from today's date so every bench plays the same
      *> layout all day. A player's first completion of the day is
      *> appended to daily.dat; later attempts that day are
      *> practice. DOOM_DAILY_REPORT=1 ranks the day's runs and the
      *> week's (Monday to Sunday) into daily.rpt -- DOOM_DAILY_DATE
      *> picks a day other than today. All variables prefixed
      *> WS-DLY-.
      *> ============================================================

       01 WS-DLY-ON                PIC 9 VALUE 0.
      *>   1 while the arena on the field is today's challenge
       01 WS-DLY-DATE              PIC 9(8) VALUE 0.
      *>   The day the attempt started on, so a run crossing
      *>   midnight still counts for the layout it played
       01 WS-DLY-SEED              PIC 9(5) VALUE 0.
       01 WS-DLY-DAYNO             PIC 9(7).
       01 WS-DLY-MAP               PIC X(8).
       01 WS-DLY-DONE              PIC 9.
      *>   1 when WS-PLR-ID already has a row for WS-DLY-DATE

       01 WS-DLY-FILENAME          PIC X(32) VALUE "daily.dat".
       01 WS-DLY-STATUS            PIC XX.

      *> --- The report ---
       01 WS-DLY-ENV               PIC X(8).
       01 WS-DLY-DATE-ENV          PIC X(8).
       01 WS-DLY-RPT-FILENAME      PIC X(32) VALUE "daily.rpt".
       01 WS-DLY-RPT-STATUS        PIC XX.
       01 WS-DLY-WORST             PIC 9(3) VALUE 0.
       01 WS-DLY-WEEK-START        PIC 9(8).
       01 WS-DLY-WEEK-FIRST        PIC 9(7).
       01 WS-DLY-WEEK-LAST         PIC 9(7).
       01 WS-DLY-READ              PIC 9(5) VALUE 0.

      *> --- The day's runs, best first ---
       01 WS-DLY-DAY-COUNT         PIC 9(3) VALUE 0.
       01 WS-DLY-DAY-TABLE.
          05 WS-DLY-DAY OCCURS 200 TIMES.
             10 WS-DLY-D-PLAYER    PIC X(8).
             10 WS-DLY-D-SCORE     PIC 9(5).
             10 WS-DLY-D-TIME      PIC 9(5).
             10 WS-DLY-D-KILLS     PIC 9(3).
             10 WS-DLY-D-KILL-TOT  PIC 9(3).
             10 WS-DLY-D-SKILL     PIC 9.
             10 WS-DLY-D-SHOWN     PIC 9.

      *> --- The week's players: scores summed over the days they
      *>     played ---
       01 WS-DLY-WK-COUNT          PIC 9(3) VALUE 0.
       01 WS-DLY-WK-TABLE.
          05 WS-DLY-WK OCCURS 200 TIMES.
             10 WS-DLY-W-PLAYER    PIC X(8).
             10 WS-DLY-W-TOTAL     PIC 9(7).
             10 WS-DLY-W-DAYS      PIC 9.
             10 WS-DLY-W-BEST      PIC 9(5).
             10 WS-DLY-W-SHOWN     PIC 9.

      *> --- Working variables ---
       01 WS-DLY-I                 PIC 9(3).
       01 WS-DLY-J                 PIC 9(3).
       01 WS-DLY-BEST              PIC 9(3).
       01 WS-DLY-RANK              PIC 9(3).
       01 WS-DLY-ROW-DAYNO         PIC 9(7).
       01 WS-DLY-MINS              PIC 9(3).
       01 WS-DLY-SS                PIC 9(2).
       01 WS-DLY-RANK-ED           PIC ZZ9.
       01 WS-DLY-SCORE-ED          PIC ZZZZ9.
       01 WS-DLY-TOTAL-ED          PIC ZZZZZZ9.
       01 WS-DLY-MINS-ED           PIC ZZ9.
       01 WS-DLY-KILLS-ED          PIC ZZ9.
       01 WS-DLY-KTOT-ED           PIC ZZ9.
       01 WS-DLY-LINE              PIC X(80).
