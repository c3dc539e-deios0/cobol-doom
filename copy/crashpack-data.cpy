      *> ============================================================
      *> crashpack-data.cpy -- Data for the crash support bundle
      *> When FILE-ERROR-HANDLER takes a crash it also gathers what
      *> support will ask for into a dated folder under crash/ --
      *> crash/YYYYMMDD-HHMMSS/: the crash snapshot, the last-death
      *> flight record, the tail of the event journal, the
      *> checkpoint save and its .bak, and the bench's settings,
      *> key bindings and monster tuning -- with a manifest.txt
      *> naming the WAD, patch WAD, map and tic and listing what
      *> was and wasn't there to copy. Each crash also appends a
      *> line to crash/history.log, so the folders and the history
      *> build up instead of the next crash overwriting the last.
      *> Everything is byte-stream I/O, as the rest of the crash
      *> path is. All variables prefixed WS-CB-.
      *> ============================================================

       01 WS-CB-ROOT               PIC X(32) VALUE "crash".
       01 WS-CB-DIR                PIC X(48).
       01 WS-CB-HIST-FILENAME      PIC X(48).
       01 WS-CB-MAN-FILENAME       PIC X(64).
       01 WS-CB-SRC                PIC X(32).
       01 WS-CB-DEST               PIC X(96).
       01 WS-CB-HANDLE             PIC X(4).
       01 WS-CB-IN-HANDLE          PIC X(4).
       01 WS-CB-MAN-HANDLE         PIC X(4).
       01 WS-CB-OFS                PIC X(8) COMP-X.
       01 WS-CB-MAN-OFS            PIC X(8) COMP-X.
       01 WS-CB-LEN                PIC X(4) COMP-X.
       01 WS-CB-DETAILS.
          05 WS-CB-FILE-SIZE       PIC X(8) COMP-X.
          05 FILLER                PIC X(8).
       01 WS-CB-MAN-ON             PIC 9.

      *> --- When: the folder's name and the manifest's stamp ---
       01 WS-CB-DATE               PIC 9(8).
       01 WS-CB-CLOCK.
          05 WS-CB-CLK-HH          PIC 9(2).
          05 WS-CB-CLK-MM          PIC 9(2).
          05 WS-CB-CLK-SS          PIC 9(2).
          05 WS-CB-CLK-CC          PIC 9(2).

      *> --- The journal's tail: its last 200 records (76 bytes
      *>     each, as JOURNAL-RECORD) ---
       01 WS-CB-TAIL-MAX           PIC 9(5) VALUE 15200.
       01 WS-CB-TAIL-BUF           PIC X(15200).
       01 WS-CB-RECS               PIC 9(9).
       01 WS-CB-START              PIC 9(12).
       01 WS-CB-TAIL-LEN           PIC 9(5).

      *> --- One manifest line, written trimmed with a newline ---
       01 WS-CB-LINE               PIC X(240).
       01 WS-CB-LF                 PIC X VALUE X"0A".

      *> --- One history line: when, the folder, the snapshot ---
       01 WS-CB-HIST.
          05 WS-CB-H-DATE          PIC 9(8).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-CB-H-TIME          PIC 9(6).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-CB-H-DIR           PIC X(24).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-CB-H-TEXT          PIC X(200).
          05 FILLER                PIC X VALUE X"0A".

      *> --- Working variables ---
       01 WS-CB-NAME               PIC X(64).
       01 WS-CB-SIZE-ED            PIC Z(11)9.
       01 WS-CB-NUM-ED             PIC Z(6)9.
       01 WS-CB-NUM2-ED            PIC Z(6)9.
       01 WS-CB-COPIED             PIC 9(2).
       01 WS-CB-MISSING            PIC 9(2).
