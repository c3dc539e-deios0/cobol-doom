      *> ============================================================
      *> export-proc.cpy -- WAD asset export
      *> RUN-ASSET-EXPORT:   DOOM_EXPORT_ASSETS=1 startup path --
      *>                    every texture, flat, sprite frame, font
      *>                    glyph and sound to DOOM_EXPORT_DIR
      *> XP-OPEN-WAD:       header check, directory, DOOM_PWAD
      *> XP-LOAD-PALETTE:   PLAYPAL's first palette
      *> XP-TEXTURES:       composite and write each TEXTUREx entry
      *> XP-WALK-LUMPS:     flats, sprites, STCFN glyphs and DS
      *>                    sounds, by marker range and name
      *> XP-FLAT:           one 64x64 flat
      *> XP-PICTURE:        one sprite frame or glyph (patch format)
      *> XP-SOUND:          one DMX sound as WAV
      *> XP-READ-LUMP:      lump WS-XP-IDX into WS-XP-LUMP-BUF
      *> XP-WRITE-PPM:      PPM header plus WS-XP-RGB
      *> XP-WRITE-FILE:     header plus data through the byte-stream
      *>                    routines
      *> XP-MANIFEST-ASSET: the asset's manifest line
      *> XP-REPORT-LINE:    one line to manifest.txt and the console
      *>
      *> Images come out exactly as the engine would draw them:
      *> textures through the same COMPOSITE-PATCH (so the same
      *> 256x128 ceiling applies), pictures decoded post by post.
      *> Where DOOM_PWAD replaces a lump, only the patch's copy is
      *> exported and the base one is listed as shadowed.
      *> ============================================================

      *> ============================================================
      *> RUN-ASSET-EXPORT: Nothing is played and nothing is drawn;
      *> the WAD is read lump by lump into the export directory.
      *> ============================================================
       RUN-ASSET-EXPORT.
           MOVE SPACES TO WS-XP-WAD-NAME
           ACCEPT WS-XP-WAD-NAME FROM ENVIRONMENT "DOOM_WAD"
           IF WS-XP-WAD-NAME = SPACES
               MOVE "freedoom2.wad" TO WS-XP-WAD-NAME
           END-IF
           MOVE SPACES TO WS-XP-PWAD-NAME
           ACCEPT WS-XP-PWAD-NAME FROM ENVIRONMENT "DOOM_PWAD"
           MOVE SPACES TO WS-XP-DIR-ENV
           ACCEPT WS-XP-DIR-ENV FROM ENVIRONMENT "DOOM_EXPORT_DIR"
           IF WS-XP-DIR-ENV NOT = SPACES
               MOVE WS-XP-DIR-ENV TO WS-XP-DIR
           END-IF

      *>   The directory may already be there from an earlier run;
      *>   either way it has to take the manifest
           CALL "CBL_CREATE_DIR" USING WS-XP-DIR
           MOVE SPACES TO WS-XP-MAN-FILENAME
           STRING WS-XP-DIR DELIMITED BY SPACE
               "/manifest.txt" DELIMITED BY SIZE
               INTO WS-XP-MAN-FILENAME
           END-STRING
           CALL "CBL_CREATE_FILE" USING WS-XP-MAN-FILENAME
               2 0 0 WS-XP-HANDLE
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: cannot write "
                   FUNCTION TRIM(WS-XP-MAN-FILENAME)
               MOVE 8 TO WS-XP-WORST
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-XP-HANDLE
           OPEN OUTPUT XPMAN-FILE
           IF WS-XP-MAN-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-XP-MAN-FILENAME
                   ", status=" WS-XP-MAN-STATUS
               MOVE 8 TO WS-XP-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-XP-LINE
           IF WS-XP-PWAD-NAME = SPACES
               STRING "=== Asset export: " DELIMITED BY SIZE
                   WS-XP-WAD-NAME DELIMITED BY SPACE
                   " to " DELIMITED BY SIZE
                   WS-XP-DIR DELIMITED BY SPACE
                   " ===" DELIMITED BY SIZE
                   INTO WS-XP-LINE
               END-STRING
           ELSE
               STRING "=== Asset export: " DELIMITED BY SIZE
                   WS-XP-PWAD-NAME DELIMITED BY SPACE
                   " over " DELIMITED BY SIZE
                   WS-XP-WAD-NAME DELIMITED BY SPACE
                   " to " DELIMITED BY SIZE
                   WS-XP-DIR DELIMITED BY SPACE
                   " ===" DELIMITED BY SIZE
                   INTO WS-XP-LINE
               END-STRING
           END-IF
           PERFORM XP-REPORT-LINE
           MOVE SPACES TO WS-XP-LINE
           STRING "Images: binary PPM through PLAYPAL palette 0, "
                   DELIMITED BY SIZE
               "transparent pixels as 0,255,255" DELIMITED BY SIZE
               INTO WS-XP-LINE
           END-STRING
           PERFORM XP-REPORT-LINE
           MOVE SPACES TO WS-XP-LINE
           STRING "Sounds: 8-bit mono WAV at the lump's own rate, "
                   DELIMITED BY SIZE
               "DMX padding dropped" DELIMITED BY SIZE
               INTO WS-XP-LINE
           END-STRING
           PERFORM XP-REPORT-LINE
           MOVE SPACES TO WS-XP-LINE
           MOVE "lump" TO WS-XP-LINE(1:4)
           MOVE "kind" TO WS-XP-LINE(10:4)
           MOVE "src" TO WS-XP-LINE(18:3)
           MOVE "dimensions" TO WS-XP-LINE(24:10)
           MOVE "lump-size" TO WS-XP-LINE(41:9)
           MOVE "file-size" TO WS-XP-LINE(51:9)
           MOVE "file" TO WS-XP-LINE(61:4)
           PERFORM XP-REPORT-LINE

           PERFORM XP-OPEN-WAD
           IF WS-XP-WAD-ON NOT = 1
               CLOSE XPMAN-FILE
               MOVE 8 TO WS-XP-WORST
               EXIT PARAGRAPH
           END-IF
           PERFORM XP-LOAD-PALETTE
           IF WS-XP-WORST = 8
               CALL "wad_close"
               CLOSE XPMAN-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM XP-TEXTURES
           PERFORM XP-WALK-LUMPS
           CALL "wad_close"

           MOVE SPACES TO WS-XP-LINE
           STRING "=== Exported " DELIMITED BY SIZE
               WS-XP-TEXTURES DELIMITED BY SIZE
               " textures, " DELIMITED BY SIZE
               WS-XP-FLATS DELIMITED BY SIZE
               " flats, " DELIMITED BY SIZE
               WS-XP-SPRITES DELIMITED BY SIZE
               " sprites, " DELIMITED BY SIZE
               WS-XP-GLYPHS DELIMITED BY SIZE
               " glyphs, " DELIMITED BY SIZE
               WS-XP-SOUNDS DELIMITED BY SIZE
               " sounds ===" DELIMITED BY SIZE
               INTO WS-XP-LINE
           END-STRING
           PERFORM XP-REPORT-LINE
           MOVE SPACES TO WS-XP-LINE
           STRING "=== Skipped " DELIMITED BY SIZE
               WS-XP-SKIPPED DELIMITED BY SIZE
               ", shadowed by the patch " DELIMITED BY SIZE
               WS-XP-SHADOW-COUNT DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-XP-LINE
           END-STRING
           PERFORM XP-REPORT-LINE
           CLOSE XPMAN-FILE
           DISPLAY "Asset manifest written to "
               FUNCTION TRIM(WS-XP-MAN-FILENAME)

           IF WS-XP-SKIPPED > 0 AND WS-XP-WORST < 4
               MOVE 4 TO WS-XP-WORST
           END-IF
           .

      *> ============================================================
      *> XP-OPEN-WAD: OPEN-WAD's checks without its STOP RUN; a
      *> WAD that won't open is the manifest's one line.
      *> READ-WAD-DIRECTORY merges DOOM_PWAD itself.
      *> ============================================================
       XP-OPEN-WAD.
           MOVE SPACES TO WS-WAD-FILENAME
           STRING WS-XP-WAD-NAME DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO WS-WAD-FILENAME
           END-STRING
           CALL "wad_open" USING WS-WAD-FILENAME
               RETURNING WS-WAD-RC
           IF WS-WAD-RC NOT = 0
               MOVE SPACES TO WS-XP-LINE
               STRING "Cannot open " DELIMITED BY SIZE
                   WS-XP-WAD-NAME DELIMITED BY SPACE
                   INTO WS-XP-LINE
               END-STRING
               PERFORM XP-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WAD-OFFSET
           MOVE 12 TO WS-WAD-RD-SIZE
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-WAD-HDR-BUF
           IF WH-NUM-LUMPS <= 0 OR WH-NUM-LUMPS > WS-WAD-LUMP-MAX
               OR WH-DIR-OFFSET <= 0
               MOVE SPACES TO WS-XP-LINE
               STRING WS-XP-WAD-NAME DELIMITED BY SPACE
                   " has an invalid or truncated header"
                       DELIMITED BY SIZE
                   INTO WS-XP-LINE
               END-STRING
               PERFORM XP-REPORT-LINE
               CALL "wad_close"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-WAD-CUR-SRC
           PERFORM READ-WAD-DIRECTORY
           MOVE 1 TO WS-XP-WAD-ON

           IF WS-XP-PWAD-NAME NOT = SPACES
               AND WS-WAD2-FILENAME = SPACES
               MOVE SPACES TO WS-XP-LINE
               STRING "Cannot merge " DELIMITED BY SIZE
                   WS-XP-PWAD-NAME DELIMITED BY SPACE
                   " - base assets only" DELIMITED BY SIZE
                   INTO WS-XP-LINE
               END-STRING
               PERFORM XP-REPORT-LINE
               MOVE 4 TO WS-XP-WORST
           END-IF
           .

      *> ============================================================
      *> XP-LOAD-PALETTE: The first 768 bytes of PLAYPAL -- the
      *> palette everything is drawn through outside pain/bonus
      *> tints. No PLAYPAL, no images: return code 8.
      *> ============================================================
       XP-LOAD-PALETTE.
           MOVE "PLAYPAL " TO WS-FIND-NAME
           PERFORM FIND-LUMP
           IF WS-FOUND NOT = 1 OR WS-FOUND-SIZE < 768
               MOVE "No PLAYPAL (or one under 768 bytes) - no palette"
                   TO WS-XP-LINE
               PERFORM XP-REPORT-LINE
               MOVE 8 TO WS-XP-WORST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-OFFSET TO WS-WAD-OFFSET
           MOVE 768 TO WS-WAD-RD-SIZE
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-XP-PAL
           .

      *> ============================================================
      *> XP-TEXTURES: Every TEXTURE1/TEXTURE2 definition, each
      *> composited alone into cache slot 1 by DEMAND-LOAD-TEXTURE
      *> and written as tex-NAME.ppm. Texture pixels are column-
      *> major; 0xFF is the transparent fill, as the renderer
      *> treats it.
      *> ============================================================
       XP-TEXTURES.
           MOVE 0 TO WS-XP-TX-SRC(1)
           MOVE 0 TO WS-XP-TX-SRC(2)
           MOVE "TEXTURE1" TO WS-FIND-NAME
           PERFORM FIND-LUMP
           IF WS-FOUND = 1
               MOVE WL-SOURCE(WS-FIND-IDX) TO WS-XP-TX-SRC(1)
           END-IF
           MOVE "TEXTURE2" TO WS-FIND-NAME
           PERFORM FIND-LUMP
           IF WS-FOUND = 1
               MOVE WL-SOURCE(WS-FIND-IDX) TO WS-XP-TX-SRC(2)
           END-IF
           IF WS-XP-TX-SRC(1) = 0 AND WS-XP-TX-SRC(2) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PNAMES
           PERFORM LOAD-TEXTURE-DEFS
           MOVE "TEXTURE" TO WS-XP-KIND
           MOVE "tex-" TO WS-XP-PREFIX
           MOVE ".ppm" TO WS-XP-EXT
           PERFORM VARYING WS-XP-T FROM 1 BY 1
               UNTIL WS-XP-T > WS-TXD-COUNT
               MOVE WS-TXD-NAME(WS-XP-T) TO WS-XP-NAME
               MOVE WS-XP-TX-SRC(WS-TXD-LUMP(WS-XP-T)) TO WS-XP-SRC
               MOVE 0 TO WS-XP-LUMP-SIZE
               MOVE SPACES TO WS-XP-WHY
               MOVE SPACES TO WS-XP-DIMS
               MOVE 0 TO WS-XP-FILE-SIZE
      *>       A fresh cache each time: this texture lands in slot 1
               MOVE 0 TO WS-TEX-COUNT
               MOVE WS-XP-T TO WS-TXD-I
               PERFORM DEMAND-LOAD-TEXTURE
               IF WS-SEARCH-RESULT NOT = 1
                   MOVE "SKIPPED - over 256x128 or unreadable"
                       TO WS-XP-WHY
               ELSE
                   MOVE WT-WIDTH(1) TO WS-XP-W
                   MOVE WT-HEIGHT(1) TO WS-XP-H
                   PERFORM VARYING WS-XP-ROW FROM 0 BY 1
                       UNTIL WS-XP-ROW >= WS-XP-H
                       PERFORM VARYING WS-XP-COL FROM 0 BY 1
                           UNTIL WS-XP-COL >= WS-XP-W
                           COMPUTE WS-XP-SRC-OFF =
                               WS-XP-COL * WS-XP-H + WS-XP-ROW + 1
                           COMPUTE WS-XP-RGB-OFF =
                               (WS-XP-ROW * WS-XP-W + WS-XP-COL)
                               * 3 + 1
                           IF WT-PIX(1, WS-XP-SRC-OFF) = X"FF"
                               MOVE WS-XP-KEY-RGB
                                   TO WS-XP-RGB(WS-XP-RGB-OFF:3)
                           ELSE
                               MOVE WT-PIX(1, WS-XP-SRC-OFF)
                                   TO WS-BIN-BUF1
                               COMPUTE WS-XP-SRC-OFF =
                                   WS-BIN-BYTE * 3 + 1
                               MOVE WS-XP-PAL(WS-XP-SRC-OFF:3)
                                   TO WS-XP-RGB(WS-XP-RGB-OFF:3)
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   PERFORM XP-WRITE-PPM
               END-IF
               IF WS-XP-WHY = SPACES
                   ADD 1 TO WS-XP-TEXTURES
               END-IF
               PERFORM XP-MANIFEST-ASSET
           END-PERFORM
           MOVE 0 TO WS-TEX-COUNT
           .

      *> ============================================================
      *> XP-WALK-LUMPS: One pass over the merged directory. Lumps
      *> between F_START/FF_START and F_END/FF_END are flats, those
      *> between S_START/SS_START and S_END/SS_END sprite frames;
      *> outside both, STCFNxxx is a font glyph and DSxxx a sound.
      *> Empty lumps (markers) are passed over.
      *> ============================================================
       XP-WALK-LUMPS.
           MOVE 0 TO WS-XP-IN-FLATS
           MOVE 0 TO WS-XP-IN-SPRITES
           PERFORM VARYING WS-XP-IDX FROM 1 BY 1
               UNTIL WS-XP-IDX > WS-WAD-LUMP-COUNT
               MOVE WL-NAME(WS-XP-IDX) TO WS-XP-NAME
               EVALUATE TRUE
                   WHEN WS-XP-NAME = "F_START" OR "FF_START"
                       MOVE 1 TO WS-XP-IN-FLATS
                   WHEN WS-XP-NAME = "F_END" OR "FF_END"
                       MOVE 0 TO WS-XP-IN-FLATS
                   WHEN WS-XP-NAME = "S_START" OR "SS_START"
                       MOVE 1 TO WS-XP-IN-SPRITES
                   WHEN WS-XP-NAME = "S_END" OR "SS_END"
                       MOVE 0 TO WS-XP-IN-SPRITES
                   WHEN WL-SIZE(WS-XP-IDX) = 0
                       CONTINUE
                   WHEN WS-XP-IN-FLATS = 1
                       MOVE "FLAT" TO WS-XP-KIND
                       MOVE "flat-" TO WS-XP-PREFIX
                       MOVE ".ppm" TO WS-XP-EXT
                       PERFORM XP-LUMP-ASSET
                   WHEN WS-XP-IN-SPRITES = 1
                       MOVE "SPRITE" TO WS-XP-KIND
                       MOVE "spr-" TO WS-XP-PREFIX
                       MOVE ".ppm" TO WS-XP-EXT
                       PERFORM XP-LUMP-ASSET
                   WHEN WS-XP-NAME(1:5) = "STCFN"
                       MOVE "FONT" TO WS-XP-KIND
                       MOVE "font-" TO WS-XP-PREFIX
                       MOVE ".ppm" TO WS-XP-EXT
                       PERFORM XP-LUMP-ASSET
                   WHEN WS-XP-NAME(1:2) = "DS"
                       MOVE "SOUND" TO WS-XP-KIND
                       MOVE "snd-" TO WS-XP-PREFIX
                       MOVE ".wav" TO WS-XP-EXT
                       PERFORM XP-LUMP-ASSET
               END-EVALUATE
           END-PERFORM
           .

      *> ============================================================
      *> XP-LUMP-ASSET: Lump WS-XP-IDX as a WS-XP-KIND asset -- or
      *> as shadowed, when a later lump of the same name is the one
      *> the engine would use.
      *> ============================================================
       XP-LUMP-ASSET.
           MOVE WL-SOURCE(WS-XP-IDX) TO WS-XP-SRC
           MOVE WL-SIZE(WS-XP-IDX) TO WS-XP-LUMP-SIZE
           MOVE SPACES TO WS-XP-WHY
           MOVE SPACES TO WS-XP-DIMS
           MOVE 0 TO WS-XP-FILE-SIZE

           MOVE WS-XP-NAME TO WS-FIND-NAME
           PERFORM FIND-LUMP
           IF WS-FIND-IDX NOT = WS-XP-IDX
               MOVE "SHADOWED - the later copy is exported"
                   TO WS-XP-WHY
               ADD 1 TO WS-XP-SHADOW-COUNT
               PERFORM XP-MANIFEST-ASSET
               EXIT PARAGRAPH
           END-IF

           IF WS-XP-LUMP-SIZE > 65536
               MOVE "SKIPPED - over 64 KB" TO WS-XP-WHY
           ELSE
               PERFORM XP-READ-LUMP
               EVALUATE WS-XP-KIND
                   WHEN "FLAT"
                       PERFORM XP-FLAT
                   WHEN "SOUND"
                       PERFORM XP-SOUND
                   WHEN OTHER
                       PERFORM XP-PICTURE
               END-EVALUATE
           END-IF
           IF WS-XP-WHY = SPACES
               EVALUATE WS-XP-KIND
                   WHEN "FLAT"
                       ADD 1 TO WS-XP-FLATS
                   WHEN "SPRITE"
                       ADD 1 TO WS-XP-SPRITES
                   WHEN "FONT"
                       ADD 1 TO WS-XP-GLYPHS
                   WHEN OTHER
                       ADD 1 TO WS-XP-SOUNDS
               END-EVALUATE
           END-IF
           PERFORM XP-MANIFEST-ASSET
           .

       XP-READ-LUMP.
           MOVE LOW-VALUES TO WS-XP-LUMP-BUF
           MOVE WL-SOURCE(WS-XP-IDX) TO WS-WAD-NEED-SRC
           PERFORM WAD-ENSURE-SOURCE
           MOVE WL-OFFSET(WS-XP-IDX) TO WS-WAD-OFFSET
           MOVE WS-XP-LUMP-SIZE TO WS-WAD-RD-SIZE
           CALL "wad_read" USING WS-WAD-OFFSET
                                 WS-WAD-RD-SIZE
                                 WS-XP-LUMP-BUF
           .

      *> ============================================================
      *> XP-FLAT: 4096 palette indices, 64 rows of 64, top row
      *> first. Anything else sitting between the markers isn't a
      *> flat the engine could draw.
      *> ============================================================
       XP-FLAT.
           IF WS-XP-LUMP-SIZE NOT = 4096
               MOVE "SKIPPED - not a 4096-byte flat" TO WS-XP-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE 64 TO WS-XP-W
           MOVE 64 TO WS-XP-H
           PERFORM VARYING WS-XP-POS FROM 1 BY 1
               UNTIL WS-XP-POS > 4096
               MOVE WS-XP-LUMP-BUF(WS-XP-POS:1) TO WS-BIN-BUF1
               COMPUTE WS-XP-SRC-OFF = WS-BIN-BYTE * 3 + 1
               COMPUTE WS-XP-RGB-OFF = (WS-XP-POS - 1) * 3 + 1
               MOVE WS-XP-PAL(WS-XP-SRC-OFF:3)
                   TO WS-XP-RGB(WS-XP-RGB-OFF:3)
           END-PERFORM
           PERFORM XP-WRITE-PPM
           .

      *> ============================================================
      *> XP-PICTURE: A patch-format picture -- width, height and
      *> offsets, a column offset table, then each column's posts
      *> (top delta, length, pad, pixels, pad; 0xFF ends the
      *> column). Pixels no post covers are transparent.
      *> ============================================================
       XP-PICTURE.
           IF WS-XP-LUMP-SIZE < 12
               MOVE "SKIPPED - not a picture lump" TO WS-XP-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-XP-LUMP-BUF(1:2) TO WS-BIN-BUF2
           IF WS-BIN-INT16 < 1 OR WS-BIN-INT16 > 320
               MOVE "SKIPPED - not a picture lump" TO WS-XP-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIN-INT16 TO WS-XP-W
           MOVE WS-XP-LUMP-BUF(3:2) TO WS-BIN-BUF2
           IF WS-BIN-INT16 < 1 OR WS-BIN-INT16 > 256
               MOVE "SKIPPED - not a picture lump" TO WS-XP-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BIN-INT16 TO WS-XP-H
           IF WS-XP-W * WS-XP-H > 65536
               OR WS-XP-W * 4 + 8 > WS-XP-LUMP-SIZE
               MOVE "SKIPPED - not a picture lump" TO WS-XP-WHY
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-XP-DATA-LEN = WS-XP-W * WS-XP-H * 3
           MOVE ALL X"00FFFF" TO WS-XP-RGB(1:WS-XP-DATA-LEN)
           PERFORM VARYING WS-XP-COL FROM 0 BY 1
               UNTIL WS-XP-COL >= WS-XP-W
               COMPUTE WS-XP-POS = WS-XP-COL * 4 + 9
               MOVE WS-XP-LUMP-BUF(WS-XP-POS:4) TO WS-BIN-BUF4
               IF WS-BIN-INT32 < 8
                   OR WS-BIN-INT32 >= WS-XP-LUMP-SIZE
                   MOVE "SKIPPED - bad column offset" TO WS-XP-WHY
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-XP-POS = WS-BIN-INT32 + 1
               MOVE 0 TO WS-XP-POST-END
               PERFORM UNTIL WS-XP-POST-END = 1
                   MOVE WS-XP-LUMP-BUF(WS-XP-POS:1) TO WS-BIN-BUF1
                   IF WS-BIN-BYTE = 255
                       OR WS-XP-POS + 2 > WS-XP-LUMP-SIZE
                       MOVE 1 TO WS-XP-POST-END
                   ELSE
                       MOVE WS-BIN-BYTE TO WS-XP-POST-TOP
                       ADD 1 TO WS-XP-POS
                       MOVE WS-XP-LUMP-BUF(WS-XP-POS:1)
                           TO WS-BIN-BUF1
                       MOVE WS-BIN-BYTE TO WS-XP-POST-LEN
      *>               Past the length and the leading pad byte
                       ADD 2 TO WS-XP-POS
                       PERFORM VARYING WS-XP-K FROM 0 BY 1
                           UNTIL WS-XP-K >= WS-XP-POST-LEN
                           OR WS-XP-POS > WS-XP-LUMP-SIZE
                           COMPUTE WS-XP-ROW =
                               WS-XP-POST-TOP + WS-XP-K
                           IF WS-XP-ROW < WS-XP-H
                               MOVE WS-XP-LUMP-BUF(WS-XP-POS:1)
                                   TO WS-BIN-BUF1
                               COMPUTE WS-XP-SRC-OFF =
                                   WS-BIN-BYTE * 3 + 1
                               COMPUTE WS-XP-RGB-OFF =
                                   (WS-XP-ROW * WS-XP-W + WS-XP-COL)
                                   * 3 + 1
                               MOVE WS-XP-PAL(WS-XP-SRC-OFF:3)
                                   TO WS-XP-RGB(WS-XP-RGB-OFF:3)
                           END-IF
                           ADD 1 TO WS-XP-POS
                       END-PERFORM
      *>               Past the trailing pad byte
                       ADD 1 TO WS-XP-POS
                       IF WS-XP-POS > WS-XP-LUMP-SIZE
                           MOVE 1 TO WS-XP-POST-END
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM XP-WRITE-PPM
           .

      *> ============================================================
      *> XP-SOUND: DMX format 3 -- rate, sample count, unsigned
      *> 8-bit samples with 16 pad samples at each end -- as a
      *> 44-byte RIFF/WAVE header and the samples between the pads.
      *> ============================================================
       XP-SOUND.
           MOVE 0 TO WS-XP-SND-FORMAT
           IF WS-XP-LUMP-SIZE >= 8
               MOVE WS-XP-LUMP-BUF(1:2) TO WS-BIN-BUF2
               MOVE WS-BIN-INT16 TO WS-XP-SND-FORMAT
               MOVE WS-XP-LUMP-BUF(3:2) TO WS-BIN-BUF2
               MOVE WS-BIN-INT16 TO WS-XP-SND-RATE
               MOVE WS-XP-LUMP-BUF(5:4) TO WS-BIN-BUF4
               MOVE WS-BIN-INT32 TO WS-XP-SND-COUNT
           END-IF
           IF WS-XP-SND-FORMAT NOT = 3
               OR WS-XP-SND-RATE = 0
               OR WS-XP-SND-COUNT = 0
               OR WS-XP-SND-COUNT > WS-XP-LUMP-SIZE - 8
               MOVE "SKIPPED - not a DMX sound" TO WS-XP-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE 9 TO WS-XP-SND-START
           MOVE WS-XP-SND-COUNT TO WS-XP-SND-LEN
           IF WS-XP-SND-COUNT > 32
               MOVE 25 TO WS-XP-SND-START
               COMPUTE WS-XP-SND-LEN = WS-XP-SND-COUNT - 32
           END-IF
           MOVE WS-XP-LUMP-BUF(WS-XP-SND-START:WS-XP-SND-LEN)
               TO WS-XP-RGB(1:WS-XP-SND-LEN)
           MOVE WS-XP-SND-LEN TO WS-XP-DATA-LEN

           MOVE "RIFF" TO WS-XP-HDR(1:4)
           COMPUTE WS-BIN-INT32 = WS-XP-SND-LEN + 36
           MOVE WS-BIN-BUF4 TO WS-XP-HDR(5:4)
           MOVE "WAVEfmt " TO WS-XP-HDR(9:8)
           MOVE 16 TO WS-BIN-INT32
           MOVE WS-BIN-BUF4 TO WS-XP-HDR(17:4)
      *>   PCM, mono
           MOVE 1 TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-XP-HDR(21:2)
           MOVE WS-BIN-BUF2 TO WS-XP-HDR(23:2)
      *>   Sample rate, and bytes a second at one byte a sample
           MOVE WS-XP-SND-RATE TO WS-BIN-INT32
           MOVE WS-BIN-BUF4 TO WS-XP-HDR(25:4)
           MOVE WS-BIN-BUF4 TO WS-XP-HDR(29:4)
      *>   Block align 1, 8 bits a sample
           MOVE WS-BIN-BUF2 TO WS-XP-HDR(33:2)
           MOVE 8 TO WS-BIN-INT16
           MOVE WS-BIN-BUF2 TO WS-XP-HDR(35:2)
           MOVE "data" TO WS-XP-HDR(37:4)
           MOVE WS-XP-SND-LEN TO WS-BIN-INT32
           MOVE WS-BIN-BUF4 TO WS-XP-HDR(41:4)
           MOVE 44 TO WS-XP-HDR-LEN

           MOVE WS-XP-SND-RATE TO WS-XP-NUM-ED
           MOVE WS-XP-SND-LEN TO WS-XP-SIZE-ED
           MOVE SPACES TO WS-XP-DIMS
           STRING FUNCTION TRIM(WS-XP-NUM-ED) DELIMITED BY SIZE
               "Hz " DELIMITED BY SIZE
               FUNCTION TRIM(WS-XP-SIZE-ED) DELIMITED BY SIZE
               INTO WS-XP-DIMS
           END-STRING
           PERFORM XP-WRITE-FILE
           .

      *> ============================================================
      *> XP-WRITE-PPM: "P6", width, height, 255, then the
      *> WS-XP-W x WS-XP-H RGB image in WS-XP-RGB.
      *> ============================================================
       XP-WRITE-PPM.
           MOVE WS-XP-W TO WS-XP-NUM-ED
           MOVE WS-XP-H TO WS-XP-NUM2-ED
           MOVE SPACES TO WS-XP-DIMS
           STRING FUNCTION TRIM(WS-XP-NUM-ED) DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               FUNCTION TRIM(WS-XP-NUM2-ED) DELIMITED BY SIZE
               INTO WS-XP-DIMS
           END-STRING
           MOVE SPACES TO WS-XP-HDR
           MOVE 1 TO WS-XP-PTR
           STRING "P6" X"0A" DELIMITED BY SIZE
               FUNCTION TRIM(WS-XP-NUM-ED) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-XP-NUM2-ED) DELIMITED BY SIZE
               X"0A" "255" X"0A" DELIMITED BY SIZE
               INTO WS-XP-HDR
               WITH POINTER WS-XP-PTR
           END-STRING
           COMPUTE WS-XP-HDR-LEN = WS-XP-PTR - 1
           COMPUTE WS-XP-DATA-LEN = WS-XP-W * WS-XP-H * 3
           PERFORM XP-WRITE-FILE
           .

      *> ============================================================
      *> XP-WRITE-FILE: <dir>/<prefix><name><ext> -- WS-XP-HDR's
      *> first WS-XP-HDR-LEN bytes, then WS-XP-DATA-LEN bytes of
      *> WS-XP-RGB. A file that can't be written is a skip.
      *> ============================================================
       XP-WRITE-FILE.
           MOVE WS-XP-NAME TO WS-XP-FILE-NAME
           INSPECT WS-XP-FILE-NAME REPLACING ALL "\" BY "^"
           MOVE SPACES TO WS-XP-PATH
           STRING WS-XP-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-XP-PREFIX DELIMITED BY SPACE
               WS-XP-FILE-NAME DELIMITED BY SPACE
               WS-XP-EXT DELIMITED BY SPACE
               INTO WS-XP-PATH
           END-STRING
           CALL "CBL_CREATE_FILE" USING WS-XP-PATH
               2 0 0 WS-XP-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "SKIPPED - cannot create the file" TO WS-XP-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-XP-OFS
           MOVE WS-XP-HDR-LEN TO WS-XP-LEN
           CALL "CBL_WRITE_FILE" USING WS-XP-HANDLE
               WS-XP-OFS WS-XP-LEN 0 WS-XP-HDR
           IF RETURN-CODE = 0
               MOVE WS-XP-HDR-LEN TO WS-XP-OFS
               MOVE WS-XP-DATA-LEN TO WS-XP-LEN
               CALL "CBL_WRITE_FILE" USING WS-XP-HANDLE
                   WS-XP-OFS WS-XP-LEN 0 WS-XP-RGB
           END-IF
           IF RETURN-CODE NOT = 0
               MOVE "SKIPPED - write failed" TO WS-XP-WHY
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-XP-HANDLE
           COMPUTE WS-XP-FILE-SIZE = WS-XP-HDR-LEN + WS-XP-DATA-LEN
           .

      *> ============================================================
      *> XP-MANIFEST-ASSET: lump 1:8, kind 10:7, source 18:5,
      *> dimensions 24:16, lump bytes 41:9, file bytes 51:9, then
      *> the file name -- or, for a skip, the reason instead.
      *> ============================================================
       XP-MANIFEST-ASSET.
           MOVE SPACES TO WS-XP-LINE
           MOVE WS-XP-NAME TO WS-XP-LINE(1:8)
           MOVE WS-XP-KIND TO WS-XP-LINE(10:7)
           IF WS-XP-SRC = 2
               MOVE "PATCH" TO WS-XP-LINE(18:5)
           ELSE
               MOVE "BASE" TO WS-XP-LINE(18:5)
           END-IF
           MOVE WS-XP-DIMS TO WS-XP-LINE(24:16)
           IF WS-XP-LUMP-SIZE > 0
               MOVE WS-XP-LUMP-SIZE TO WS-XP-SIZE-ED
               MOVE WS-XP-SIZE-ED TO WS-XP-LINE(41:9)
           END-IF
           IF WS-XP-WHY = SPACES
               MOVE WS-XP-FILE-SIZE TO WS-XP-SIZE-ED
               MOVE WS-XP-SIZE-ED TO WS-XP-LINE(51:9)
               STRING WS-XP-PREFIX DELIMITED BY SPACE
                   WS-XP-FILE-NAME DELIMITED BY SPACE
                   WS-XP-EXT DELIMITED BY SPACE
                   INTO WS-XP-LINE(61:40)
               END-STRING
           ELSE
               MOVE WS-XP-WHY TO WS-XP-LINE(61:40)
               IF WS-XP-WHY(1:7) = "SKIPPED"
                   ADD 1 TO WS-XP-SKIPPED
               END-IF
           END-IF
           WRITE XPMAN-RECORD FROM WS-XP-LINE
           .

       XP-REPORT-LINE.
           WRITE XPMAN-RECORD FROM WS-XP-LINE
           DISPLAY FUNCTION TRIM(WS-XP-LINE TRAILING)
           .
