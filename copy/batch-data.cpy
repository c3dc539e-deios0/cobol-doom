      *> ============================================================
      *> batch-data.cpy -- Data for the unattended batch driver
      *> DOOM_BATCH=1 reads batch.ctl -- job steps in run order
      *> plus the WAD/map pairs they run against -- launches the
      *> engine once per step and pair with that step's switches,
      *> writes one pass/fail line per run to batchrun.rpt and
      *> exits with the worst step's return code. The launched
      *> sessions' own console output collects in batchrun.log.
      *> All variables prefixed WS-BAT-.
      *> ============================================================

       01 WS-BAT-ENV               PIC X(8).
       01 WS-BAT-CTL-FILENAME      PIC X(32) VALUE "batch.ctl".
       01 WS-BAT-CTL-STATUS        PIC XX.
       01 WS-BAT-RPT-FILENAME      PIC X(32) VALUE "batchrun.rpt".
       01 WS-BAT-RPT-STATUS        PIC XX.
       01 WS-BAT-LOG-FILENAME      PIC X(32) VALUE "batchrun.log".

      *> --- The engine binary each step launches (DOOM_BATCH_EXE
      *>     overrides) ---
       01 WS-BAT-EXE               PIC X(64) VALUE "./doom2".
       01 WS-BAT-EXE-ENV           PIC X(64).

      *> --- Job steps, in control-file order ---
       01 WS-BAT-STEP-COUNT        PIC 9(3) VALUE 0.
       01 WS-BAT-STEP-TABLE.
          05 WS-BAT-STEP OCCURS 30 TIMES.
             10 WS-BAT-STEP-NAME   PIC X(14).
             10 WS-BAT-STEP-PARM   PIC X(32).

      *> --- WAD/map pairs every map-bound step runs against ---
       01 WS-BAT-TGT-COUNT         PIC 9(3) VALUE 0.
       01 WS-BAT-TGT-TABLE.
          05 WS-BAT-TGT OCCURS 32 TIMES.
             10 WS-BAT-TGT-WAD     PIC X(32).
             10 WS-BAT-TGT-MAP     PIC X(8).

      *> --- Return codes: a step passes when the session exits
      *>     with the code its step expects (0, or the self-test's
      *>     own number). The batch ends with the worst of 0 = all
      *>     passed, 4 = a step failed, 8 = a bad control file or
      *>     unknown step, 9 = a step hit an I/O failure ---
       01 WS-BAT-RAW-RC            PIC S9(9).
       01 WS-BAT-RC                PIC 9(3).
       01 WS-BAT-EXPECT            PIC 9(3).
       01 WS-BAT-SEV               PIC 9(3).
       01 WS-BAT-WORST             PIC 9(3) VALUE 0.
       01 WS-BAT-VERDICT           PIC X(4).

      *> --- Run totals ---
       01 WS-BAT-RUNS              PIC 9(5) VALUE 0.
       01 WS-BAT-PASSED            PIC 9(5) VALUE 0.
       01 WS-BAT-FAILED            PIC 9(5) VALUE 0.

      *> --- Working variables ---
       01 WS-BAT-S                 PIC 9(3).
       01 WS-BAT-T                 PIC 9(3).
       01 WS-BAT-CMD               PIC X(400).
       01 WS-BAT-PTR               PIC 9(3).
       01 WS-BAT-DATE              PIC 9(8).
       01 WS-BAT-TIME              PIC 9(8).
       01 WS-BAT-STEP-NO           PIC 9(3).
       01 WS-BAT-CUR-NAME          PIC X(14).
       01 WS-BAT-CUR-PARM          PIC X(32).
       01 WS-BAT-CUR-WAD           PIC X(32).
       01 WS-BAT-CUR-MAP           PIC X(8).
       01 WS-BAT-LINE              PIC X(100).
