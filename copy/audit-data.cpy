      *> ============================================================
      *> audit-data.cpy -- Data for the session audit log
      *> Every run of the engine appends a start record to
      *> audit.log as it comes up and an end record as it goes
      *> down, the two keyed by the session's start stamp: when,
      *> which WAD and patch WAD, who, the DOOM_* switches set, the
      *> maps played, how long, and how it ended -- QUIT (played
      *> and quit), CRASH (an I/O failure, return code 9), SELFTEST,
      *> BATCH (a utility or batch run, or a headless session) or
      *> ERROR (a WAD that would not load). A kiosk adds a visit
      *> record (V) for each visitor's turn under the session's
      *> stamp: its length, how it ended and the plays in it. The
      *> records are appended as a byte stream, so the crash path
      *> can write its end record without any record I/O.
      *> DOOM_AUDIT_REPORT=1 reports a month of the log
      *> (DOOM_AUDIT_MONTH=YYYYMM, default this month) to
      *> audit.rpt. All variables prefixed WS-AUD-.
      *> ============================================================

       01 WS-AUD-FILENAME          PIC X(32) VALUE "audit.log".
       01 WS-AUD-STATUS            PIC XX.
       01 WS-AUD-HANDLE            PIC X(4).
       01 WS-AUD-OFS               PIC X(8) COMP-X.
       01 WS-AUD-LEN               PIC X(4) COMP-X VALUE 320.
       01 WS-AUD-DETAILS.
          05 WS-AUD-FILE-SIZE      PIC X(8) COMP-X.
          05 FILLER                PIC X(8).
       01 WS-AUD-ENDED             PIC 9 VALUE 0.
      *>   1 once the end record is out, so a session that ends
      *>   by two paths logs once

      *> --- The session's record, kept current as it runs; the
      *>     start and end records are this with KIND S or E ---
       01 WS-AUD-REC.
          05 WS-AUD-KIND           PIC X.
          05 WS-AUD-SES-DATE       PIC 9(8).
          05 WS-AUD-SES-TIME       PIC 9(8).
          05 WS-AUD-REC-DATE       PIC 9(8).
          05 WS-AUD-REC-TIME       PIC 9(8).
          05 WS-AUD-SECONDS        PIC 9(7).
          05 WS-AUD-HOW            PIC X(8).
          05 WS-AUD-RC             PIC 9(3).
          05 WS-AUD-PLAYER         PIC X(8).
          05 WS-AUD-WAD            PIC X(40).
          05 WS-AUD-PWAD           PIC X(40).
          05 WS-AUD-MAP-COUNT      PIC 9(3).
      *>       Map starts, restarts included; the first eight
      *>       different maps are named below
          05 WS-AUD-MAPS.
             10 WS-AUD-MAP         PIC X(9) OCCURS 8 TIMES.
          05 WS-AUD-SWITCHES       PIC X(100).
          05 FILLER                PIC X(6).

      *> --- The switches worth recording: every DOOM_* setting
      *>     the engine reads, less the prefix ---
       01 WS-AUD-SW-COUNT          PIC 9(2) VALUE 73.
       01 WS-AUD-SW-TABLE.
          05 FILLER PIC X(22) VALUE "ADAPTIVE".
          05 FILLER PIC X(22) VALUE "ACHIEVE".
          05 FILLER PIC X(22) VALUE "AUDIT_MONTH".
          05 FILLER PIC X(22) VALUE "AUDIT_REPORT".
          05 FILLER PIC X(22) VALUE "BALANCE".
          05 FILLER PIC X(22) VALUE "BATCH".
          05 FILLER PIC X(22) VALUE "BATCH_EXE".
          05 FILLER PIC X(22) VALUE "BOTS".
          05 FILLER PIC X(22) VALUE "CONFIG_CHECK".
          05 FILLER PIC X(22) VALUE "COVERAGE".
          05 FILLER PIC X(22) VALUE "COVERAGE_LIST".
          05 FILLER PIC X(22) VALUE "DAILY_DATE".
          05 FILLER PIC X(22) VALUE "DAILY_REPORT".
          05 FILLER PIC X(22) VALUE "DEMO_END".
          05 FILLER PIC X(22) VALUE "DEMO_FILE".
          05 FILLER PIC X(22) VALUE "DEMO_MANIFEST".
          05 FILLER PIC X(22) VALUE "DEMO_PLAYBACK".
          05 FILLER PIC X(22) VALUE "DEMO_RECORD".
          05 FILLER PIC X(22) VALUE "DEMO_SUITE".
          05 FILLER PIC X(22) VALUE "DM_RULES".
          05 FILLER PIC X(22) VALUE "EDIT_MAP".
          05 FILLER PIC X(22) VALUE "EXPORT_ASSETS".
          05 FILLER PIC X(22) VALUE "EXPORT_DIR".
          05 FILLER PIC X(22) VALUE "EXTRACT".
          05 FILLER PIC X(22) VALUE "EXTRACT_FROM".
          05 FILLER PIC X(22) VALUE "EXTRACT_MAP".
          05 FILLER PIC X(22) VALUE "EXTRACT_TO".
          05 FILLER PIC X(22) VALUE "FRAME_COMPARE".
          05 FILLER PIC X(22) VALUE "FRAME_DIR".
          05 FILLER PIC X(22) VALUE "FRAME_TOLERANCE".
          05 FILLER PIC X(22) VALUE "GEN_SEED".
          05 FILLER PIC X(22) VALUE "GHOST".
          05 FILLER PIC X(22) VALUE "GOLDEN_DIR".
          05 FILLER PIC X(22) VALUE "GRID_DUMP".
          05 FILLER PIC X(22) VALUE "HEADLESS".
          05 FILLER PIC X(22) VALUE "HEADLESS_FRAMES".
          05 FILLER PIC X(22) VALUE "JOURNAL".
          05 FILLER PIC X(22) VALUE "JOURNAL_GAP".
          05 FILLER PIC X(22) VALUE "JOURNAL_REPORT".
          05 FILLER PIC X(22) VALUE "LEDGER_ARCHIVE_BEFORE".
          05 FILLER PIC X(22) VALUE "LEDGER_MAINT".
          05 FILLER PIC X(22) VALUE "LEDGER_PURGE_BEFORE".
          05 FILLER PIC X(22) VALUE "MAP".
          05 FILLER PIC X(22) VALUE "MAP_AUDIT".
          05 FILLER PIC X(22) VALUE "MERGE".
          05 FILLER PIC X(22) VALUE "MERGE_CFG".
          05 FILLER PIC X(22) VALUE "MUSIC".
          05 FILLER PIC X(22) VALUE "NET".
          05 FILLER PIC X(22) VALUE "NET_COOP".
          05 FILLER PIC X(22) VALUE "NET_PEER".
          05 FILLER PIC X(22) VALUE "NET_PLAYBACK".
          05 FILLER PIC X(22) VALUE "NET_RECORD".
          05 FILLER PIC X(22) VALUE "NET_REC_FILE".
          05 FILLER PIC X(22) VALUE "NET_REC_PEER".
          05 FILLER PIC X(22) VALUE "PLAYER".
          05 FILLER PIC X(22) VALUE "PLAYER_NAME".
          05 FILLER PIC X(22) VALUE "PWAD".
          05 FILLER PIC X(22) VALUE "PWAD_REPORT".
          05 FILLER PIC X(22) VALUE "RECONCILE".
          05 FILLER PIC X(22) VALUE "REPORT".
          05 FILLER PIC X(22) VALUE "RESOLUTION".
          05 FILLER PIC X(22) VALUE "RESULTS_POST".
          05 FILLER PIC X(22) VALUE "SAVE_INSPECT".
          05 FILLER PIC X(22) VALUE "SAVE_REPAIR".
          05 FILLER PIC X(22) VALUE "SCRIPT".
          05 FILLER PIC X(22) VALUE "SELFTEST".
          05 FILLER PIC X(22) VALUE "SHUFFLE".
          05 FILLER PIC X(22) VALUE "STATUS_FEED".
          05 FILLER PIC X(22) VALUE "STATUS_FILE".
          05 FILLER PIC X(22) VALUE "THREAT_REPORT".
          05 FILLER PIC X(22) VALUE "TIMEDEMO".
          05 FILLER PIC X(22) VALUE "WAD".
          05 FILLER PIC X(22) VALUE "WAVES".
       01 WS-AUD-SW-TABLE-R REDEFINES WS-AUD-SW-TABLE.
          05 WS-AUD-SW-NAME        PIC X(22) OCCURS 73 TIMES.

      *> --- Working variables ---
       01 WS-AUD-ENV-NAME          PIC X(32).
       01 WS-AUD-ENV-VALUE         PIC X(64).
       01 WS-AUD-PTR               PIC 9(3).
       01 WS-AUD-I                 PIC 9(3).
       01 WS-AUD-SAVE-RC           PIC S9(9).
       01 WS-AUD-SAVE-REC          PIC X(320).
      *>   The session's record, held while a visit record goes out

      *> --- Session length: day number and second of the day at
      *>     the start, and the clock as read at the end ---
       01 WS-AUD-START-DAYS        PIC 9(7).
       01 WS-AUD-START-SECS        PIC 9(5).
       01 WS-AUD-ELAPSED           PIC S9(9).
       01 WS-AUD-CLOCK.
          05 WS-AUD-CLK-HH         PIC 9(2).
          05 WS-AUD-CLK-MM         PIC 9(2).
          05 WS-AUD-CLK-SS         PIC 9(2).
          05 WS-AUD-CLK-CC         PIC 9(2).
       01 WS-AUD-CLOCK-N REDEFINES WS-AUD-CLOCK PIC 9(8).

      *> --- Usage report ---
       01 WS-AUD-RPT-ENV           PIC X(8).
       01 WS-AUD-MONTH-ENV         PIC X(8).
       01 WS-AUD-MONTH             PIC 9(6).
       01 WS-AUD-RPT-FILENAME      PIC X(32) VALUE "audit.rpt".
       01 WS-AUD-RPT-STATUS        PIC XX.
       01 WS-AUD-WORST             PIC 9(3) VALUE 0.
       01 WS-AUD-DAY-TABLE.
          05 WS-AUD-DAY-SESS       PIC 9(5) OCCURS 31 TIMES.
       01 WS-AUD-HOUR-TABLE.
          05 WS-AUD-HOUR-SESS      PIC 9(5) OCCURS 24 TIMES.
       01 WS-AUD-TOT-STARTS        PIC 9(7).
       01 WS-AUD-TOT-ENDS          PIC 9(7).
       01 WS-AUD-TOT-SECONDS       PIC 9(11).
       01 WS-AUD-TOT-QUIT          PIC 9(7).
       01 WS-AUD-TOT-CRASH         PIC 9(7).
       01 WS-AUD-TOT-SELFTEST      PIC 9(7).
       01 WS-AUD-TOT-BATCH         PIC 9(7).
       01 WS-AUD-TOT-ERROR         PIC 9(7).
       01 WS-AUD-TOT-VISITS        PIC 9(7).
       01 WS-AUD-TOT-PLAYS         PIC 9(7).
       01 WS-AUD-TOT-VSECONDS      PIC 9(11).
       01 WS-AUD-TOT-VTIME         PIC 9(7).
       01 WS-AUD-TOT-VDEATHS       PIC 9(7).
       01 WS-AUD-TOT-VLEFT         PIC 9(7).
       01 WS-AUD-NO-END            PIC 9(7).
       01 WS-AUD-AVG               PIC 9(7).
       01 WS-AUD-RATE              PIC 9(3)V9.
       01 WS-AUD-DAY               PIC 9(2).
       01 WS-AUD-HOUR              PIC 9(2).
       01 WS-AUD-NUM-ED            PIC Z(6)9.
       01 WS-AUD-RATE-ED           PIC ZZ9.9.
       01 WS-AUD-BAR               PIC X(40).
       01 WS-AUD-BAR-N             PIC 9(5).
       01 WS-AUD-LINE              PIC X(80).
