      *> ============================================================
      *> demoview-data.cpy -- Data for the demo viewer
      *> A DOOM_DEMO_PLAYBACK run watched at a desk gets transport
      *> controls on the live keys while the recording drives the
      *> marine: pause, single-tic step, fast-forward, a jump back
      *> to the tic the level (or the restarted attempt) began and
      *> a run forward to the next embedded checksum point. The
      *> camera can leave the recorded eyes for a chase view or a
      *> free-flying one while the recorded simulation carries on
      *> underneath, and a bookmark key appends the tic on screen
      *> to demo.notes. Not armed for attract reels, timedemo or
      *> headless runs, which have nobody at the keys.
      *> All variables prefixed WS-DV-.
      *> ============================================================

       01 WS-DV-ON                 PIC 9 VALUE 0.
       01 WS-DV-PAUSED             PIC 9 VALUE 0.
       01 WS-DV-STEP               PIC 9 VALUE 0.
      *>   1 = run exactly one tic this frame, then stay paused
       01 WS-DV-TO-CHECK           PIC 9 VALUE 0.
      *>   1 = run on to the next checksum point this frame
       01 WS-DV-SPEED              PIC 9 VALUE 1.
      *>   Tics per wall-clock tic: 1, 2, 4 or 8
       01 WS-DV-WANT               PIC 9(3).

      *> --- Live keys, read beside the recording's (the attract
      *>     reel's own live read works the same way), and each
      *>     slot's state last frame so a held key acts once ---
       01 WS-DV-KEYS.
          05 WS-DV-KEY             PIC S9(9) COMP-5
                                   OCCURS 21 TIMES.
       01 WS-DV-PREV-TABLE.
          05 WS-DV-PREV            PIC 9 OCCURS 21 TIMES.
       01 WS-DV-I                  PIC 9(2).
       01 WS-DV-SLOT               PIC 9(2).
       01 WS-DV-HIT                PIC 9.

      *> --- Camera: 0 = the recorded eyes, 1 = chase, 2 = free.
      *>     The view swaps in for the 3D render only; the marine's
      *>     own position is put back before anything else reads
      *>     it, so the recording never sees the camera ---
       01 WS-DV-CAM                PIC 9 VALUE 0.
       01 WS-DV-CAM-X              PIC S9(5)V9(4).
       01 WS-DV-CAM-Y              PIC S9(5)V9(4).
       01 WS-DV-CAM-A              PIC S9(5).
       01 WS-DV-CAM-Z              PIC S9(5)V9(4).
       01 WS-DV-SAVE-X             PIC S9(5)V9(4).
       01 WS-DV-SAVE-Y             PIC S9(5)V9(4).
       01 WS-DV-SAVE-A             PIC S9(5).
       01 WS-DV-SAVE-Z             PIC S9(5)V9(4).
       01 WS-DV-SWAPPED            PIC 9 VALUE 0.
       01 WS-DV-CHASE-DIST         PIC 9V9(4) VALUE 1.5000.
       01 WS-DV-FLY-STEP           PIC 9V9(4) VALUE 0.1500.
       01 WS-DV-FLY-TURN           PIC 9(2) VALUE 04.
       01 WS-DV-D                  PIC S9(3)V9(4).
       01 WS-DV-TRIG-IDX           PIC 9(5).
       01 WS-DV-ROW                PIC S9(5).
       01 WS-DV-COL                PIC S9(5).

      *> --- The marine's marker, seen from the chase or free
      *>     camera ---
       01 WS-DV-DX                 PIC S9(7)V9(4).
       01 WS-DV-DY                 PIC S9(7)V9(4).
       01 WS-DV-DEPTH              PIC S9(7)V9(4).
       01 WS-DV-LATERAL            PIC S9(7)V9(4).
       01 WS-DV-SCREEN-X           PIC S9(5).
       01 WS-DV-HALF-HGT           PIC S9(5).
       01 WS-DV-TOP                PIC S9(5).
       01 WS-DV-BOT                PIC S9(5).
       01 WS-DV-MK-COL             PIC S9(5).
       01 WS-DV-MK-ROW             PIC S9(5).
       01 WS-DV-FB-IDX             PIC 9(7).

      *> --- Where the level began: the recording's tic count when
      *>     the marine was put on the map, and what it carried in.
      *>     Taken at the first tic after the spawn, once a restart
      *>     has finished re-arming the marine ---
       01 WS-DV-MARK-DUE           PIC 9 VALUE 0.
       01 WS-DV-MARK-TIC           PIC 9(7) VALUE 0.
       01 WS-DV-MARK-PLAYER        PIC X(64).
       01 WS-DV-MARK-MAX-BULLETS   PIC 9(3).
       01 WS-DV-MARK-MAX-SHELLS    PIC 9(3).
       01 WS-DV-MARK-MAX-CELLS     PIC 9(3).
       01 WS-DV-MARK-MAX-ROCKETS   PIC 9(3).
       01 WS-DV-MARK-BACKPACK      PIC 9.
       01 WS-DV-MARK-CHAINSAW      PIC 9.
       01 WS-DV-MARK-BERSERK       PIC 9.
       01 WS-DV-MARK-WEAPON        PIC 9.
       01 WS-DV-MARK-SEED          PIC 9(9).
       01 WS-DV-MARK-ACCUM         PIC S9(5)V9(4).
       01 WS-DV-SKIP               PIC 9(7).
       01 WS-DV-REWOUND            PIC 9 VALUE 0.
      *>   1 once a jump back has replayed over ground already
      *>   played (the hit rolls don't wind back with it, so a
      *>   checksum miss from then on is reported, not fatal),
      *>   2 once that has been reported

      *> --- Bookmarks ---
       01 WS-DV-NOTES-FILENAME     PIC X(32) VALUE "demo.notes".
       01 WS-DV-NOTES-STATUS       PIC XX.
       01 WS-DV-MARKS              PIC 9(3) VALUE 0.
       01 WS-DV-FLASH              PIC 9(3) VALUE 0.
      *>   Frames the last bookmark stays on screen

      *> --- On-screen line ---
       01 WS-DV-TIC-ED             PIC Z(6)9.
       01 WS-DV-LVL-ED             PIC Z(6)9.
       01 WS-DV-NUM-ED             PIC Z(3)9.
       01 WS-DV-XY-ED              PIC -Z(4)9.99.
       01 WS-DV-STATE              PIC X(10).
       01 WS-DV-VIEW               PIC X(6).
