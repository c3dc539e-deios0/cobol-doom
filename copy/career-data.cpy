      *> profile.dat survives across sessions: total sessions,
      *> lifetime kills and deaths, lifetime play seconds, and
      *> per-weapon lifetime shots (the favorite weapon is the
      *> biggest of those), one record per player. The selected
      *> player's record is loaded at startup and on every title
      *> screen player change, rewritten at every death and at
      *> session end. All variables prefixed WS-CAR-.
      *> ============================================================

       01 WS-CAR-FILENAME          PIC X(32) VALUE "profile.dat".
       01 WS-CAR-DEATHS            PIC 9(5) VALUE 0.
       01 WS-CAR-BASE-SECONDS      PIC 9(9) VALUE 0.
      *>   Lifetime seconds as of load; the running session clock
      *>   (WS-PROF-PLAY-SECONDS) is added at each save, less the
      *>   session clock's reading when this career was loaded
       01 WS-CAR-SECS-OFFSET       PIC 9(6) VALUE 0.
       01 WS-CAR-SHOT-TABLE.
          05 WS-CAR-SHOTS          PIC 9(7) OCCURS 8 TIMES.

       01 WS-CAR-FAV-SHOTS         PIC 9(7).
       01 WS-CAR-HOURS             PIC 9(5).
       01 WS-CAR-SECS-NOW          PIC 9(9).
       01 WS-CAR-MINE              PIC 9.

      *> --- The other players' records, held while the file is
      *>     rewritten around the current one ---
       01 WS-CAR-HOLD-MAX          PIC 9(3) VALUE 50.
       01 WS-CAR-HOLD-COUNT        PIC 9(3).
       01 WS-CAR-OVFL              PIC 9.
      *>   1 = a record didn't fit: the file is left as it stands
       01 WS-CAR-HOLD-TABLE.
          05 WS-CAR-HOLD           PIC X(90) OCCURS 50 TIMES.
       01 WS-CAR-H                 PIC 9(3).
