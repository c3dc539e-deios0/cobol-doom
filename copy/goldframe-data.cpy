      *> ============================================================
      *> goldframe-data.cpy -- Data for the golden-frame compare
      *> DOOM_FRAME_COMPARE=1 checks this run's headless frame
      *> dumps, frame for frame, against the approved "golden"
      *> dumps in DOOM_GOLDEN_DIR (default golden/): differing
      *> pixels, the box around them, and pass/fail against
      *> DOOM_FRAME_TOLERANCE (differing pixels allowed, default
      *> 0). One line per frame goes to framecmp.rpt.
      *> All variables prefixed WS-GF-.
      *> ============================================================

       01 WS-GF-ENV                PIC X(8).
       01 WS-GF-RPT-FILENAME       PIC X(32) VALUE "framecmp.rpt".
       01 WS-GF-RPT-STATUS         PIC XX.
       01 WS-GF-GOLD-DIR           PIC X(48) VALUE "golden".
       01 WS-GF-NEW-DIR            PIC X(48) VALUE SPACES.
       01 WS-GF-DIR-ENV            PIC X(48).
       01 WS-GF-TOL-ENV            PIC X(8).
       01 WS-GF-TOLERANCE          PIC 9(7) VALUE 0.

      *> --- The pair of dumps being compared: names, byte-stream
      *>     handles, and the golden frame's pixels (the new one
      *>     loads into WS-FRAMEBUFFER, idle in this mode) ---
       01 WS-GF-NEW-NAME           PIC X(80).
       01 WS-GF-GOLD-NAME          PIC X(80).
       01 WS-GF-HANDLE             PIC X(4).
       01 WS-GF-OFS                PIC X(8) COMP-X.
       01 WS-GF-LEN                PIC X(4) COMP-X.
       01 WS-GF-GOLD-BUF           PIC X(1024000).
       01 WS-GF-NEW-DETAILS.
          05 WS-GF-NEW-SIZE        PIC X(8) COMP-X.
          05 FILLER                PIC X(8).
       01 WS-GF-GOLD-DETAILS.
          05 WS-GF-GOLD-SIZE       PIC X(8) COMP-X.
          05 FILLER                PIC X(8).

      *> --- One frame's result ---
       01 WS-GF-FRAME              PIC 9(5).
       01 WS-GF-DIFF               PIC 9(7).
       01 WS-GF-MIN-X              PIC 9(4).
       01 WS-GF-MIN-Y              PIC 9(4).
       01 WS-GF-MAX-X              PIC 9(4).
       01 WS-GF-MAX-Y              PIC 9(4).
       01 WS-GF-VERDICT            PIC X(6).
       01 WS-GF-WHY                PIC X(24).

      *> --- Return code: 0 = every frame within tolerance, 4 = a
      *>     frame over it (or with no golden to match), 8 = no
      *>     dumps to compare or the report can't be written ---
       01 WS-GF-WORST              PIC 9(3) VALUE 0.

      *> --- Totals ---
       01 WS-GF-FRAMES             PIC 9(5) VALUE 0.
       01 WS-GF-PASSED             PIC 9(5) VALUE 0.
       01 WS-GF-FAILED             PIC 9(5) VALUE 0.

      *> --- Working variables ---
       01 WS-GF-X                  PIC 9(4) COMP-5.
       01 WS-GF-Y                  PIC 9(4) COMP-5.
       01 WS-GF-POS                PIC 9(7) COMP-5.
       01 WS-GF-RES-W              PIC 9(4).
       01 WS-GF-RES-H              PIC 9(4).
       01 WS-GF-DONE               PIC 9.
       01 WS-GF-MORE               PIC 9.
       01 WS-GF-LINE               PIC X(100).
