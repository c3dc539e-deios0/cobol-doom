      *> ============================================================
      *> status-data.cpy -- Data for the live game-status feed
      *> While a map is up the engine rewrites status.dat (or the
      *> file DOOM_STATUS_FILE names) once a second of play, and at
      *> once whenever the game state changes: one fixed-layout
      *> record with the map, skill, mode, the player, health,
      *> armor, the three ammo pools, kills/items/secrets and the
      *> play clock, for the stream overlay and the lobby screens to
      *> pick up. Each copy is written under a work name and renamed
      *> into place, so a reader never sees half a record; the file
      *> is removed when the engine shuts down. DOOM_STATUS_FEED=0
      *> turns the feed off, and a headless run has none unless
      *> DOOM_STATUS_FEED=1 asks for it. All variables prefixed
      *> WS-STF-.
      *> ============================================================

       01 WS-STF-FILENAME          PIC X(32) VALUE "status.dat".
       01 WS-STF-TMP-FILENAME      PIC X(36).
       01 WS-STF-STATUS            PIC XX.
       01 WS-STF-ENV               PIC X(32).
       01 WS-STF-ON                PIC 9 VALUE 0.
       01 WS-STF-SEQ               PIC 9(7) VALUE 0.

      *> --- What the last copy carried, so a frame only writes
      *>     when the clock has ticked over or the state moved ---
       01 WS-STF-LAST-SEC          PIC 9(6) VALUE 0.
       01 WS-STF-LAST-STATE        PIC 9 VALUE 0.
       01 WS-STF-WRITTEN           PIC 9 VALUE 0.

      *> --- Working variables ---
       01 WS-STF-MODE              PIC X(10).
       01 WS-STF-LEVEL-TIME        PIC 9(6).
