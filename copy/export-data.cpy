      *> ============================================================
      *> export-data.cpy -- Data for the WAD asset export
      *> DOOM_EXPORT_ASSETS=1 writes the art and audio of DOOM_WAD
      *> (with DOOM_PWAD merged over it) into DOOM_EXPORT_DIR
      *> (default assets/) as files ordinary viewers open: every
      *> TEXTURE1/TEXTURE2 texture composited the way COMPOSITE-
      *> PATCH builds it, every flat, every sprite frame and every
      *> STCFN font glyph as a binary PPM through PLAYPAL's first
      *> palette, and every DMX sound lump as an 8-bit mono WAV.
      *> manifest.txt in the same directory lists each one: lump,
      *> kind, source WAD (BASE or PATCH), dimensions, lump bytes,
      *> file bytes and file name -- or why it was skipped.
      *> All variables prefixed WS-XP-.
      *> ============================================================

       01 WS-XP-ENV                PIC X(8).
       01 WS-XP-WAD-NAME           PIC X(64).
       01 WS-XP-PWAD-NAME          PIC X(64).
       01 WS-XP-DIR                PIC X(48) VALUE "assets".
       01 WS-XP-DIR-ENV            PIC X(48).
       01 WS-XP-MAN-FILENAME       PIC X(64).
       01 WS-XP-MAN-STATUS         PIC XX.
       01 WS-XP-WAD-ON             PIC 9 VALUE 0.
      *>   1 = directory read

      *> --- PLAYPAL's first palette, 256 RGB triples, and the
      *>     colour transparent pixels come out as ---
       01 WS-XP-PAL                PIC X(768).
       01 WS-XP-KEY-RGB            PIC X(3) VALUE X"00FFFF".

      *> --- The asset being exported ---
       01 WS-XP-IDX                PIC 9(5).
       01 WS-XP-NAME               PIC X(8).
       01 WS-XP-FILE-NAME          PIC X(8).
      *>   WS-XP-NAME with "\" (a legal lump character, as in the
      *>   arch-vile's frames) spelled "^", the usual file form
       01 WS-XP-KIND               PIC X(7).
       01 WS-XP-PREFIX             PIC X(5).
       01 WS-XP-EXT                PIC X(4).
       01 WS-XP-SRC                PIC 9.
       01 WS-XP-LUMP-SIZE          PIC 9(9).
       01 WS-XP-W                  PIC 9(5).
       01 WS-XP-H                  PIC 9(5).
       01 WS-XP-DIMS               PIC X(16).
       01 WS-XP-WHY                PIC X(40).

      *> --- Which marker ranges the directory walk is inside;
      *>     a merged patch brings its own FF_/SS_ pairs ---
       01 WS-XP-IN-FLATS           PIC 9.
       01 WS-XP-IN-SPRITES         PIC 9.

      *> --- Which WAD each TEXTUREx lump came from ---
       01 WS-XP-TX-SRC-TABLE.
          05 WS-XP-TX-SRC          PIC 9 OCCURS 2 TIMES.
       01 WS-XP-T                  PIC 9(3).

      *> --- Lump bytes as read, and the image they decode to:
      *>     row-major RGB, up to 320 wide and 65536 pixels ---
       01 WS-XP-LUMP-BUF           PIC X(65536).
       01 WS-XP-RGB                PIC X(196608).
       01 WS-XP-ROW                PIC 9(5).
       01 WS-XP-COL                PIC 9(5).
       01 WS-XP-SRC-OFF            PIC 9(6).
       01 WS-XP-RGB-OFF            PIC 9(6).
       01 WS-XP-POS                PIC 9(6).
       01 WS-XP-POST-TOP           PIC 9(3).
       01 WS-XP-POST-LEN           PIC 9(3).
       01 WS-XP-POST-END           PIC 9.
       01 WS-XP-K                  PIC 9(3).

      *> --- DMX sound header: format 3, rate, sample count with
      *>     16 pad samples at each end ---
       01 WS-XP-SND-FORMAT         PIC 9(5).
       01 WS-XP-SND-RATE           PIC 9(5).
       01 WS-XP-SND-COUNT          PIC 9(9).
       01 WS-XP-SND-START          PIC 9(6).
       01 WS-XP-SND-LEN            PIC 9(6).

      *> --- The output file: header, then the first
      *>     WS-XP-DATA-LEN bytes of WS-XP-RGB ---
       01 WS-XP-PATH               PIC X(80).
       01 WS-XP-HANDLE             PIC X(4).
       01 WS-XP-OFS                PIC X(8) COMP-X.
       01 WS-XP-LEN                PIC X(4) COMP-X.
       01 WS-XP-HDR                PIC X(44).
       01 WS-XP-HDR-LEN            PIC 9(3).
       01 WS-XP-DATA-LEN           PIC 9(6).
       01 WS-XP-FILE-SIZE          PIC 9(9).
       01 WS-XP-PTR                PIC 9(3).
       01 WS-XP-NUM-ED             PIC ZZZZ9.
       01 WS-XP-NUM2-ED            PIC ZZZZ9.

      *> --- Tallies ---
       01 WS-XP-TEXTURES           PIC 9(5) VALUE 0.
       01 WS-XP-FLATS              PIC 9(5) VALUE 0.
       01 WS-XP-SPRITES            PIC 9(5) VALUE 0.
       01 WS-XP-GLYPHS             PIC 9(5) VALUE 0.
       01 WS-XP-SOUNDS             PIC 9(5) VALUE 0.
       01 WS-XP-SKIPPED            PIC 9(5) VALUE 0.
       01 WS-XP-SHADOW-COUNT       PIC 9(5) VALUE 0.

      *> --- Report fields ---
       01 WS-XP-SIZE-ED            PIC ZZZZZZZZ9.

      *> --- Return code: 0 = everything exported, 4 = something
      *>     skipped or unwritable, 8 = no WAD, no PLAYPAL, or the
      *>     directory/manifest can't be written ---
       01 WS-XP-WORST              PIC 9(3) VALUE 0.

       01 WS-XP-LINE               PIC X(100).
