      *> ============================================================
      *> screenshot-data.cpy -- Data for the screenshot key
      *> WS-KB-SCREENSHOT (unbound by default; see keybinds.cfg)
      *> writes the frame on screen, at the active resolution, as a
      *> binary PPM named for the map, the level's play time and a
      *> sequence number -- shot-MAP01-05m07s-0001.ppm -- plus a
      *> one-line .txt beside it holding the player's X/Y/angle,
      *> skill and the tic within the level (the record number in
      *> lastrun.rec), so a picture filed with a bug is also a
      *> place to go back to. All variables prefixed WS-SS-.
      *> ============================================================

       01 WS-SS-KEY-PREV           PIC 9 VALUE 0.

      *> --- Tics played since the current spawn, counted where the
      *>     last-run tee writes its records ---
       01 WS-SS-TIC                PIC 9(7) VALUE 0.

      *> --- The shot being written: stamp parts and file names ---
       01 WS-SS-SEQ                PIC 9(4) VALUE 0.
       01 WS-SS-SECONDS            PIC 9(6).
       01 WS-SS-MINUTES            PIC 9(2).
       01 WS-SS-SECS               PIC 9(2).
       01 WS-SS-MAP                PIC X(8).
       01 WS-SS-STEM               PIC X(40).
       01 WS-SS-PPM-NAME           PIC X(48).
       01 WS-SS-TXT-FILENAME       PIC X(48).
       01 WS-SS-TXT-STATUS         PIC XX.
       01 WS-SS-DETAILS            PIC X(16).
      *>   CBL_CHECK_FILE_EXIST's answer; only the return code is
      *>   looked at, so an existing shot is never overwritten

      *> --- The image: RGBA framebuffer to packed RGB, up to
      *>     640 x 400 x 3 bytes ---
       01 WS-SS-RGB                PIC X(768000).
       01 WS-SS-HDR                PIC X(20).
       01 WS-SS-HDR-LEN            PIC 9(3).
       01 WS-SS-PTR                PIC 9(3).
       01 WS-SS-W-ED               PIC ZZZ9.
       01 WS-SS-H-ED               PIC ZZZ9.
       01 WS-SS-PIX                PIC 9(7) COMP-5.
       01 WS-SS-SRC                PIC 9(7) COMP-5.
       01 WS-SS-DST                PIC 9(7) COMP-5.
       01 WS-SS-HANDLE             PIC X(4).
       01 WS-SS-OFS                PIC X(8) COMP-X.
       01 WS-SS-LEN                PIC X(4) COMP-X.
       01 WS-SS-OK                 PIC 9.

      *> --- The sidecar line ---
       01 WS-SS-PX-ED              PIC +9(5).9(4).
       01 WS-SS-PY-ED              PIC +9(5).9(4).
       01 WS-SS-PA-ED              PIC -(4)9.
       01 WS-SS-LINE               PIC X(100).
