               DISPLAY "ERROR: Cannot open " WS-WAD-FILENAME
               CALL "sdl_quit"
               MOVE 1 TO RETURN-CODE
               PERFORM AUDIT-SESSION-FAILED
               STOP RUN
           END-IF
      *>   Read 12-byte header
      *>   truncated/zero-byte file shows up here instead: the
      *>   header fields come back zeroed or garbage, which a sane
      *>   lump count and directory offset can never be
           IF WH-NUM-LUMPS <= 0 OR WH-NUM-LUMPS > WS-WAD-LUMP-MAX
               OR WH-DIR-OFFSET <= 0
               DISPLAY "ERROR: " WS-WAD-FILENAME
                   " has an invalid or truncated header"
               CALL "sdl_quit"
               MOVE 2 TO RETURN-CODE
               PERFORM AUDIT-SESSION-FAILED
               STOP RUN
           END-IF
           DISPLAY "WAD: " WH-ID
      *>   OPEN-WAD already rejects a header this bad, but guard it
      *>   here too so this paragraph never trusts a directory
      *>   offset/count it hasn't sanity-checked itself
           IF WH-NUM-LUMPS <= 0 OR WH-NUM-LUMPS > WS-WAD-LUMP-MAX
               OR WH-DIR-OFFSET <= 0
               DISPLAY "ERROR: " WS-WAD-FILENAME
                   " has an invalid or truncated header"
               CALL "sdl_quit"
               MOVE 2 TO RETURN-CODE
               PERFORM AUDIT-SESSION-FAILED
               STOP RUN
           END-IF
      *>   Unpack the raw 16-byte entries into the (wider)
      *>   in-memory table
           MOVE 0 TO WS-WAD-LUMP-COUNT
           MOVE WH-DIR-OFFSET TO WS-WAD-DIR-OFF
           MOVE WH-NUM-LUMPS TO WS-WAD-DIR-LEFT
           MOVE 1 TO WS-WAD-DIR-SRC
           PERFORM READ-DIR-ENTRIES
           DISPLAY "Directory: " WS-WAD-LUMP-COUNT " lumps"
           DISPLAY "First lump: [" WL-NAME(1) "]"

           IF WS-WAD2-ENV NOT = SPACES
               PERFORM MERGE-PATCH-WAD
           END-IF

      *>   Every name lookup from here on goes through the hash
           PERFORM BUILD-LUMP-HASH
           .

      *> ============================================================
      *> READ-DIR-ENTRIES: Append WS-WAD-DIR-LEFT raw entries from
      *> file offset WS-WAD-DIR-OFF of the open file to the lump
      *> table, tagged WS-WAD-DIR-SRC, one WS-LUMP-BUF load (4096
      *> entries) at a time. Stops when the table is full;
      *> WS-WAD-DIR-TAKEN says how many entries made it in.
      *> ============================================================
       READ-DIR-ENTRIES.
           MOVE 0 TO WS-WAD-DIR-TAKEN
           PERFORM UNTIL WS-WAD-DIR-LEFT = 0
               OR WS-WAD-LUMP-COUNT >= WS-WAD-LUMP-MAX
               MOVE WS-WAD-DIR-LEFT TO WS-WAD-DIR-RUN
               IF WS-WAD-DIR-RUN > 4096
                   MOVE 4096 TO WS-WAD-DIR-RUN
               END-IF
               MOVE WS-WAD-DIR-OFF TO WS-WAD-OFFSET
               COMPUTE WS-WAD-RD-SIZE = WS-WAD-DIR-RUN * 16
               CALL "wad_read" USING WS-WAD-OFFSET
                                     WS-WAD-RD-SIZE
                                     WS-LUMP-BUF
               PERFORM VARYING WS-WAD-DIR-J FROM 1 BY 1
                   UNTIL WS-WAD-DIR-J > WS-WAD-DIR-RUN
                   OR WS-WAD-LUMP-COUNT >= WS-WAD-LUMP-MAX
                   ADD 1 TO WS-WAD-LUMP-COUNT
                   ADD 1 TO WS-WAD-DIR-TAKEN
                   COMPUTE WS-W2-OFF = (WS-WAD-DIR-J - 1) * 16 + 1
                   MOVE WS-LUMP-BUF(WS-W2-OFF:4) TO WS-BIN-BUF4
                   MOVE WS-BIN-INT32 TO WL-OFFSET(WS-WAD-LUMP-COUNT)
                   ADD 4 TO WS-W2-OFF
                   MOVE WS-LUMP-BUF(WS-W2-OFF:4) TO WS-BIN-BUF4
                   MOVE WS-BIN-INT32 TO WL-SIZE(WS-WAD-LUMP-COUNT)
                   ADD 4 TO WS-W2-OFF
                   MOVE WS-LUMP-BUF(WS-W2-OFF:8)
                       TO WL-NAME(WS-WAD-LUMP-COUNT)
                   INSPECT WL-NAME(WS-WAD-LUMP-COUNT)
                       REPLACING ALL X"00" BY SPACE
                   MOVE WS-WAD-DIR-SRC
                       TO WL-SOURCE(WS-WAD-LUMP-COUNT)
               END-PERFORM
               COMPUTE WS-WAD-DIR-OFF =
                   WS-WAD-DIR-OFF + WS-WAD-DIR-RUN * 16
               SUBTRACT WS-WAD-DIR-RUN FROM WS-WAD-DIR-LEFT
           END-PERFORM
           .

      *> ============================================================
      *> BUILD-LUMP-HASH: Chain every directory entry into its name
      *> bucket. Walking the table upward and pushing each entry
      *> on the front leaves the highest index at the head of
      *> every chain.
      *> ============================================================
       BUILD-LUMP-HASH.
           MOVE ZEROES TO WS-WAD-HASH-TABLE
           PERFORM VARYING WS-WAD-HASH-I FROM 1 BY 1
               UNTIL WS-WAD-HASH-I > WS-WAD-LUMP-COUNT
               MOVE WL-NAME(WS-WAD-HASH-I) TO WS-WAD-HASH-NAME
               PERFORM LUMP-NAME-HASH
               MOVE WS-WAD-HASH-HEAD(WS-WAD-HASH-B)
                   TO WL-HASH-NEXT(WS-WAD-HASH-I)
               MOVE WS-WAD-HASH-I TO WS-WAD-HASH-HEAD(WS-WAD-HASH-B)
           END-PERFORM
           .

      *> ============================================================
      *> LUMP-NAME-HASH: Bucket (1..WS-WAD-HASH-SIZE) of the
      *> 8-byte name in WS-WAD-HASH-NAME into WS-WAD-HASH-B.
      *> ============================================================
       LUMP-NAME-HASH.
           MOVE 0 TO WS-WAD-HASH-VAL
           PERFORM VARYING WS-WAD-HASH-K FROM 1 BY 1
               UNTIL WS-WAD-HASH-K > 8
               COMPUTE WS-WAD-HASH-VAL = FUNCTION MOD(
                   WS-WAD-HASH-VAL * 31
                   + FUNCTION ORD(
                       WS-WAD-HASH-NAME(WS-WAD-HASH-K:1)),
                   WS-WAD-HASH-SIZE)
           END-PERFORM
           COMPUTE WS-WAD-HASH-B = WS-WAD-HASH-VAL + 1
           .

      *> ============================================================
      *> MERGE-PATCH-WAD: Append the DOOM_PWAD file's directory
      *> after the base WAD's. With FIND-LUMP taking the highest-
      *> numbered match, every same-named lump and map marker in
      *> the patch shadows the base's -- a one-map PWAD runs on the base
      *> WAD's textures and sprites, no standalone build needed.
      *> ============================================================
       MERGE-PATCH-WAD.
                                 WS-WAD-HDR-BUF
           MOVE WH-NUM-LUMPS TO WS-W2-NUMLUMPS
           MOVE WH-DIR-OFFSET TO WS-W2-DIROFF
           IF WS-W2-NUMLUMPS <= 0
               OR WS-W2-NUMLUMPS > WS-WAD-LUMP-MAX
               OR WS-W2-DIROFF <= 0
               DISPLAY "WARN: patch WAD has an invalid header -- "
                   "ignored"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-W2-DIROFF TO WS-WAD-DIR-OFF
           MOVE WS-W2-NUMLUMPS TO WS-WAD-DIR-LEFT
           MOVE 2 TO WS-WAD-DIR-SRC
           PERFORM READ-DIR-ENTRIES
      *>   WS-W2-I is the first patch entry left out, as the PWAD
      *>   report reads it
           COMPUTE WS-W2-I = WS-WAD-DIR-TAKEN + 1
           IF WS-W2-I <= WS-W2-NUMLUMPS
               DISPLAY "WARN: lump directory full ("
                   WS-WAD-LUMP-MAX ") -- "
                   "patch entries dropped from index " WS-W2-I
           END-IF

       FIND-LUMP.
      *>   Input:  WS-FIND-NAME (8 chars, space-padded)
      *>   Output: WS-FOUND, WS-FOUND-OFFSET, WS-FOUND-SIZE
      *>   Walks the name's hash chain, highest index first, so
      *>   later lumps (a merged patch WAD, or duplicates within
      *>   one WAD) shadow earlier ones, the way the original
      *>   engine resolves names. Also points wad_read at the
      *>   winning lump's file.
           MOVE 0 TO WS-FOUND
           MOVE WS-FIND-NAME TO WS-WAD-HASH-NAME
           PERFORM LUMP-NAME-HASH
           MOVE WS-WAD-HASH-HEAD(WS-WAD-HASH-B) TO WS-WAD-HASH-I
           PERFORM UNTIL WS-WAD-HASH-I = 0
               OR WS-FOUND = 1
               IF WL-NAME(WS-WAD-HASH-I) = WS-FIND-NAME
                   MOVE 1 TO WS-FOUND
                   MOVE WL-OFFSET(WS-WAD-HASH-I)
                       TO WS-FOUND-OFFSET
                   MOVE WL-SIZE(WS-WAD-HASH-I)
                       TO WS-FOUND-SIZE
                   MOVE WS-WAD-HASH-I TO WS-FIND-IDX
                   MOVE WL-SOURCE(WS-WAD-HASH-I) TO WS-WAD-NEED-SRC
                   PERFORM WAD-ENSURE-SOURCE
               ELSE
                   MOVE WL-HASH-NEXT(WS-WAD-HASH-I) TO WS-WAD-HASH-I
               END-IF
           END-PERFORM
           .
               CALL "wad_read" USING WS-WAD-OFFSET
                                     WS-WAD-RD-SIZE
                                     WS-PALETTE-ALL-RAW
      *>       Keep the lump as read; a colour-vision mode remaps
      *>       all 14 from it
               MOVE WS-PALETTE-ALL-RAW TO WS-CVD-ORIG-ALL
               PERFORM CVD-APPLY-PALETTES
      *>       Start on the normal palette
               MOVE WS-PAL-SET-BYTES(1) TO WS-PALETTE-RAW
               MOVE 0 TO WS-PAL-ACTIVE
               DISPLAY "ERROR: PLAYPAL not found!"
               CALL "sdl_quit"
               MOVE 3 TO RETURN-CODE
               PERFORM AUDIT-SESSION-FAILED
               STOP RUN
           END-IF
           .
               DISPLAY "ERROR: COLORMAP not found!"
               CALL "sdl_quit"
               MOVE 3 TO RETURN-CODE
               PERFORM AUDIT-SESSION-FAILED
               STOP RUN
           END-IF
           .
