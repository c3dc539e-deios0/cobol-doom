      *> ============================================================
      *> kiosk-data.cpy -- Data for the unattended kiosk mode
      *> kiosk.cfg, the operator's settings record, turns the
      *> engine into a kiosk: the cheat console, the level editor
      *> and the options menu are locked out, the quit binding
      *> only gives a visitor's turn up, and each visit is capped
      *> at so many minutes or so many deaths. A visit that ends
      *> goes back to the title (and from there the attract loop)
      *> for the next visitor, and is logged to audit.log for the
      *> operator's usage report. The operator's key sequence,
      *> keyed on the title screen, leaves kiosk mode. The file is
      *> read, never written. All variables prefixed WS-KSK-.
      *> ============================================================

       01 WS-KSK-FILENAME          PIC X(32) VALUE "kiosk.cfg".
       01 WS-KSK-STATUS            PIC XX.
       01 WS-KSK-ON                PIC 9 VALUE 0.
      *>   1 while kiosk mode holds (never headless, self-test,
      *>   demo playback or netplay)

      *> --- The operator's caps per visit, 0 = no cap ---
       01 WS-KSK-CAP-MINUTES       PIC 9(3) VALUE 0.
       01 WS-KSK-CAP-DEATHS        PIC 9(2) VALUE 0.

      *> --- The operator's exit sequence: WS-KEY() slots pressed
      *>     in turn on the title screen. With none given it is the
      *>     console binding four times, a key that does nothing
      *>     else there ---
       01 WS-KSK-SEQ-LEN           PIC 9 VALUE 0.
       01 WS-KSK-SEQ-TABLE.
          05 WS-KSK-SEQ-KEY        PIC 9(2) OCCURS 8 TIMES.
       01 WS-KSK-SEQ-POS           PIC 9 VALUE 0.
       01 WS-KSK-HELD-TABLE.
          05 WS-KSK-HELD           PIC 9 OCCURS 21 TIMES.

      *> --- The visit under way ---
       01 WS-KSK-VISIT-ON          PIC 9 VALUE 0.
       01 WS-KSK-VISIT-OVER        PIC 9 VALUE 0.
      *>   1 once a cap is reached; the main loop ends the visit
       01 WS-KSK-VISIT-START       PIC S9(9) COMP-5.
       01 WS-KSK-VISIT-DEATHS      PIC 9(3).
       01 WS-KSK-VISIT-PLAYS       PIC 9(3).
      *>   Lives started: the first, each restart after a death
      *>   and each map moved on to
       01 WS-KSK-VISIT-SECS        PIC 9(7).
       01 WS-KSK-HOW               PIC X(8).
      *>   How the visit ended: TIME or DEATHS (a cap), LEFT (the
      *>   visitor gave up with the quit binding, or the game ran
      *>   out)

      *> --- Where each visit starts: the map play first opened
      *>     on ---
       01 WS-KSK-HOME-MAP          PIC X(8).

      *> --- This run's totals ---
       01 WS-KSK-VISITS            PIC 9(5) VALUE 0.
       01 WS-KSK-PLAYS             PIC 9(7) VALUE 0.

      *> --- Working variables ---
       01 WS-KSK-NOW               PIC S9(9) COMP-5.
       01 WS-KSK-HOLD-START        PIC S9(9) COMP-5.
       01 WS-KSK-I                 PIC 9(2).
       01 WS-KSK-NUM-ED            PIC ZZZ9.
       01 WS-KSK-SECS-ED           PIC Z(6)9.
