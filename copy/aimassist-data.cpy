      *> ============================================================
      *> aimassist-data.cpy -- Data for aim assistance
      *> FIRE-HITSCAN only hits what lies under the aim column, a
      *> lot to ask of a pad or the kiosk's keys. Light assist
      *> widens the hit tolerance by half; strong assist also
      *> swings the shot onto the nearest monster in sight within
      *> a narrow cone of the crosshair. The highest level in use
      *> during an attempt is stamped on its ledger and weapon-
      *> stats rows, so assisted accuracy is kept apart from
      *> unassisted. Saved with the other settings (SET-AIM-ASSIST).
      *> All variables prefixed WS-AA-.
      *> ============================================================

       01 WS-AA-LEVEL              PIC 9 VALUE 0.
      *>   0 = off, 1 = light, 2 = strong
       01 WS-AA-USED               PIC 9 VALUE 0.
      *>   Highest level in use since the attempt began
       01 WS-AA-STAMP              PIC X VALUE SPACE.
      *>   As stamped on the rows: L = light, S = strong, space =
      *>   no assist

      *> --- Level names for the options menu ---
       01 WS-AA-NAMES.
          05 FILLER PIC X(8) VALUE "OFF".
          05 FILLER PIC X(8) VALUE "LIGHT".
          05 FILLER PIC X(8) VALUE "STRONG".
       01 WS-AA-NAME-T REDEFINES WS-AA-NAMES.
          05 WS-AA-NAME            PIC X(8) OCCURS 3 TIMES.

      *> --- This shot: pixels added to the aim tolerance, the
      *>     pixel swing toward the snapped target, and the screen
      *>     column the wall-depth test is then made at ---
       01 WS-AA-TOL-ADD            PIC 9(3) VALUE 0.
       01 WS-AA-SHIFT              PIC S9(5) VALUE 0.
       01 WS-AA-COL                PIC 9(4) VALUE 160.

      *> --- Strong assist's cone, in pixels either side of the
      *>     crosshair at 320 wide (about 6 degrees) ---
       01 WS-AA-CONE               PIC 9(3) VALUE 032.
       01 WS-AA-CONE-PX            PIC 9(3).

      *> --- Target search ---
       01 WS-AA-I                  PIC 9(3).
       01 WS-AA-DX                 PIC S9(7)V9(4).
       01 WS-AA-DY                 PIC S9(7)V9(4).
       01 WS-AA-DEPTH              PIC S9(7)V9(4).
       01 WS-AA-LATERAL            PIC S9(7)V9(4).
       01 WS-AA-OFS                PIC S9(7)V9(4).
       01 WS-AA-ABS                PIC S9(7)V9(4).
       01 WS-AA-SCR-COL            PIC S9(5).
       01 WS-AA-BEST-DEPTH         PIC S9(7)V9(4).
       01 WS-AA-BEST-OFS           PIC S9(7)V9(4).
