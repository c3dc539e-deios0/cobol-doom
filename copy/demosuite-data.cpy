      *> ============================================================
      *> demosuite-data.cpy -- Data for the demo regression suite
      *> DOOM_DEMO_SUITE=1 reads demosuite.mft -- one line per demo
      *> with the end state it is expected to reach -- replays each
      *> demo in its own headless playback session, reads back the
      *> end state that session leaves in demoend.dat, and writes
      *> a PASS/FAIL/DESYNC line per demo to demosuite.rpt.
      *> All variables prefixed WS-DS-.
      *> ============================================================

       01 WS-DS-ENV                PIC X(8).
       01 WS-DS-MFT-FILENAME       PIC X(32) VALUE "demosuite.mft".
       01 WS-DS-MFT-STATUS         PIC XX.
       01 WS-DS-RPT-FILENAME       PIC X(32) VALUE "demosuite.rpt".
       01 WS-DS-RPT-STATUS         PIC XX.
       01 WS-DS-LOG-FILENAME       PIC X(32) VALUE "demosuite.log".
       01 WS-DS-MFT-ENV            PIC X(32).

      *> --- Playback side: DOOM_DEMO_END names the file a playback
      *>     session writes its end state to as it shuts down ---
       01 WS-DS-END-FILENAME       PIC X(32) VALUE SPACES.
       01 WS-DS-END-DEFAULT        PIC X(32) VALUE "demoend.dat".
       01 WS-DS-END-STATUS         PIC XX.
       01 WS-DS-EXIT-TIC           PIC 9(7) VALUE 0.
       01 WS-DS-KILLS              PIC 9(5) VALUE 0.
      *>   1 from a level exit until the next map plays a tic, so
      *>   the exited map's kills are not counted twice
       01 WS-DS-JUST-EXITED        PIC 9 VALUE 0.

      *> --- The manifest, in file order ---
       01 WS-DS-COUNT              PIC 9(3) VALUE 0.
       01 WS-DS-TABLE.
          05 WS-DS-ENTRY OCCURS 50 TIMES.
             10 WS-DS-DEMO         PIC X(32).
             10 WS-DS-START-MAP    PIC X(8).
             10 WS-DS-WANT-MAP     PIC X(8).
             10 WS-DS-WANT-HEALTH  PIC 9(3).
             10 WS-DS-WANT-KILLS   PIC 9(5).
             10 WS-DS-WANT-TIC     PIC 9(7).

      *> --- What the replay actually reached ---
       01 WS-DS-GOT-MAP            PIC X(8).
       01 WS-DS-GOT-HEALTH         PIC 9(3).
       01 WS-DS-GOT-KILLS          PIC 9(5).
       01 WS-DS-GOT-TIC            PIC 9(7).
       01 WS-DS-GOT-END            PIC 9.

      *> --- Return codes: 0 = every demo passed, 4 = a demo
      *>     failed or desynced, 8 = a bad manifest, 9 = a replay
      *>     hit an I/O failure ---
       01 WS-DS-RAW-RC             PIC S9(9).
       01 WS-DS-RC                 PIC 9(3).
       01 WS-DS-SEV                PIC 9(3).
       01 WS-DS-WORST              PIC 9(3) VALUE 0.
       01 WS-DS-VERDICT            PIC X(6).

      *> --- Suite totals ---
       01 WS-DS-PASSED             PIC 9(3) VALUE 0.
       01 WS-DS-FAILED             PIC 9(3) VALUE 0.
       01 WS-DS-DESYNCS            PIC 9(3) VALUE 0.

      *> --- Working variables ---
       01 WS-DS-I                  PIC 9(3).
       01 WS-DS-LINE-NO            PIC 9(3).
       01 WS-DS-CMD                PIC X(400).
       01 WS-DS-PTR                PIC 9(3).
       01 WS-DS-DATE               PIC 9(8).
       01 WS-DS-TIME               PIC 9(8).
       01 WS-DS-WHY                PIC X(26).
       01 WS-DS-WHY-PTR            PIC 9(3).
       01 WS-DS-LINE               PIC X(100).
