      *> ============================================================
      *> pwadrpt-data.cpy -- Data for the patch WAD report
      *> DOOM_PWAD_REPORT=1 merges DOOM_PWAD over the base WAD the
      *> way READ-WAD-DIRECTORY always does, then lists every lump
      *> in the patch's directory -- a replacement of a base lump
      *> (and the size it shadows), a new lump, or part of one of
      *> the patch's maps -- and flags the overrides that break
      *> things: map markers without their sub-lumps in order, a
      *> TEXTURE1/TEXTURE2 that drops textures the base maps still
      *> use, a PNAMES of a different size, and PLAYPAL or COLORMAP
      *> replacements. One report, pwad.rpt.
      *> All variables prefixed WS-PW-.
      *> ============================================================

       01 WS-PW-ENV                PIC X(8).
       01 WS-PW-RPT-FILENAME       PIC X(32) VALUE "pwad.rpt".
       01 WS-PW-RPT-STATUS         PIC XX.
       01 WS-PW-WAD-NAME           PIC X(64).
       01 WS-PW-PWAD-NAME          PIC X(64).

      *> --- Where the patch starts in the merged directory ---
       01 WS-PW-BASE-COUNT         PIC 9(5).
       01 WS-PW-FIRST              PIC 9(5).

      *> --- The lump being listed ---
       01 WS-PW-IDX                PIC 9(5).
       01 WS-PW-NO                 PIC 9(5).
       01 WS-PW-ACTION             PIC X(8).
       01 WS-PW-NOTE               PIC X(56).
       01 WS-PW-BASE-IDX           PIC 9(5).
       01 WS-PW-MAP                PIC X(8).
       01 WS-PW-IS-MAP             PIC 9.

      *> --- A map's sub-lumps, in the order LOAD-MAP counts on
      *>     (marker + 1 .. marker + 10) ---
       01 WS-PW-SUB-NAMES.
          05 FILLER PIC X(8) VALUE "THINGS".
          05 FILLER PIC X(8) VALUE "LINEDEFS".
          05 FILLER PIC X(8) VALUE "SIDEDEFS".
          05 FILLER PIC X(8) VALUE "VERTEXES".
          05 FILLER PIC X(8) VALUE "SEGS".
          05 FILLER PIC X(8) VALUE "SSECTORS".
          05 FILLER PIC X(8) VALUE "NODES".
          05 FILLER PIC X(8) VALUE "SECTORS".
          05 FILLER PIC X(8) VALUE "REJECT".
          05 FILLER PIC X(8) VALUE "BLOCKMAP".
       01 WS-PW-SUB-T REDEFINES WS-PW-SUB-NAMES.
          05 WS-PW-SUB-NAME        PIC X(8) OCCURS 10 TIMES.
       01 WS-PW-MISSING            PIC X(90).
       01 WS-PW-MISS-PTR           PIC 9(3).

      *> --- The risk being written ---
       01 WS-PW-CODE               PIC X(8).
       01 WS-PW-LUMP               PIC X(8).
       01 WS-PW-DESC               PIC X(82).

      *> --- Texture names: what the base defines, and what the
      *>     merged WAD defines once the patch's TEXTUREx win ---
       01 WS-PW-TEX-CHANGED        PIC 9.
       01 WS-PW-BASE-TEX-COUNT     PIC 9(4).
       01 WS-PW-BASE-TEX-TABLE.
          05 WS-PW-BASE-TEX        PIC X(8) OCCURS 3000 TIMES.
       01 WS-PW-EFF-TEX-COUNT      PIC 9(4).
       01 WS-PW-EFF-TEX-TABLE.
          05 WS-PW-EFF-TEX         PIC X(8) OCCURS 3000 TIMES.
       01 WS-PW-TEX-TARGET         PIC 9.
      *>   1 = index into the base list, 2 = into the merged list
       01 WS-PW-TEX-DEFS           PIC 9(5).

      *> --- Base textures the merged WAD no longer defines, and
      *>     the base maps (not replaced by the patch) using them ---
       01 WS-PW-DROP-COUNT         PIC 9(4).
       01 WS-PW-DROP-TABLE.
          05 WS-PW-DROP OCCURS 500 TIMES.
             10 WS-PW-DROP-NAME    PIC X(8).
             10 WS-PW-DROP-MAP     PIC X(8).
             10 WS-PW-DROP-USES    PIC 9(5).
       01 WS-PW-DROP-MORE          PIC 9(5).
       01 WS-PW-TEX                PIC X(8).
       01 WS-PW-SIDE-LEFT          PIC 9(9).
       01 WS-PW-SIDE-OFF           PIC 9(9).
       01 WS-PW-SIDES              PIC 9(5).

      *> --- PNAMES on each side ---
       01 WS-PW-PN-BASE            PIC 9(5).
       01 WS-PW-PN-PATCH           PIC 9(5).

      *> --- Tallies ---
       01 WS-PW-LUMPS              PIC 9(5) VALUE 0.
       01 WS-PW-REPLACED           PIC 9(5) VALUE 0.
       01 WS-PW-NEW                PIC 9(5) VALUE 0.
       01 WS-PW-MAPDATA            PIC 9(5) VALUE 0.
       01 WS-PW-RISKS              PIC 9(5) VALUE 0.

      *> --- Report fields ---
       01 WS-PW-SIZE-ED            PIC ZZZZZZZZ9.

      *> --- Return code: 0 = nothing risky, 4 = a risk flagged,
      *>     8 = no patch named, either WAD won't open, or the
      *>     report can't be written ---
       01 WS-PW-WORST              PIC 9(3) VALUE 0.

      *> --- Working variables ---
       01 WS-PW-I                  PIC 9(5).
       01 WS-PW-J                  PIC 9(5).
       01 WS-PW-K                  PIC 9(5).
       01 WS-PW-OFF                PIC 9(6).
       01 WS-PW-HIT                PIC 9.
       01 WS-PW-LINE               PIC X(100).
