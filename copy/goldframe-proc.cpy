      *> ============================================================
      *> goldframe-proc.cpy -- Golden-frame compare
      *> RUN-FRAME-COMPARE: DOOM_FRAME_COMPARE=1 startup path --
      *>   pair each framedumpNNNNN.bin (in DOOM_FRAME_DIR, default
      *>   the working directory) with the same-numbered golden
      *>   dump, write framecmp.rpt and leave the compare's code
      *>   in WS-GF-WORST for the exit. Frames are numbered the way
      *>   DUMP-FRAMEBUFFER numbers them, and the run stops at the
      *>   first number with no new dump. Dumps are only
      *>   comparable at the resolution they were taken at, so
      *>   DOOM_RESOLUTION must match the capturing run.
      *> Reads go through CBL_CHECK_FILE_EXIST/OPEN/READ_FILE, the
      *> byte-stream path the dumps were written through.
      *> ============================================================

       RUN-FRAME-COMPARE.
           MOVE SPACES TO WS-GF-DIR-ENV
           ACCEPT WS-GF-DIR-ENV FROM ENVIRONMENT "DOOM_GOLDEN_DIR"
           IF WS-GF-DIR-ENV NOT = SPACES
               MOVE WS-GF-DIR-ENV TO WS-GF-GOLD-DIR
           END-IF
           MOVE SPACES TO WS-GF-DIR-ENV
           ACCEPT WS-GF-DIR-ENV FROM ENVIRONMENT "DOOM_FRAME_DIR"
           IF WS-GF-DIR-ENV NOT = SPACES
               MOVE WS-GF-DIR-ENV TO WS-GF-NEW-DIR
           END-IF
           MOVE SPACES TO WS-GF-TOL-ENV
           ACCEPT WS-GF-TOL-ENV FROM ENVIRONMENT "DOOM_FRAME_TOLERANCE"
           IF WS-GF-TOL-ENV(1:1) IS NUMERIC
               AND WS-GF-TOL-ENV NOT = SPACES
               COMPUTE WS-GF-TOLERANCE =
                   FUNCTION NUMVAL(WS-GF-TOL-ENV)
           END-IF

           OPEN OUTPUT GFRPT-FILE
           IF WS-GF-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-GF-RPT-FILENAME
                   ", status=" WS-GF-RPT-STATUS
               MOVE 8 TO WS-GF-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SCREEN-W TO WS-GF-RES-W
           MOVE WS-SCREEN-H TO WS-GF-RES-H
           MOVE SPACES TO WS-GF-LINE
           STRING "=== Frame compare against " DELIMITED BY SIZE
               WS-GF-GOLD-DIR DELIMITED BY SPACE
               " -- tolerance " DELIMITED BY SIZE
               WS-GF-TOLERANCE DELIMITED BY SIZE
               " pixels at " DELIMITED BY SIZE
               WS-GF-RES-W DELIMITED BY SIZE
               "x" DELIMITED BY SIZE
               WS-GF-RES-H DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-GF-LINE
           END-STRING
           PERFORM GF-REPORT-LINE
           MOVE SPACES TO WS-GF-LINE
           MOVE "frame" TO WS-GF-LINE(1:5)
           MOVE "differ" TO WS-GF-LINE(8:6)
           MOVE "changed area" TO WS-GF-LINE(17:12)
           MOVE "result" TO WS-GF-LINE(38:6)
           MOVE "note" TO WS-GF-LINE(46:4)
           PERFORM GF-REPORT-LINE

           MOVE 0 TO WS-GF-FRAME
           MOVE 1 TO WS-GF-MORE
           PERFORM UNTIL WS-GF-MORE = 0
               ADD 1 TO WS-GF-FRAME
               PERFORM GF-COMPARE-ONE
           END-PERFORM

           IF WS-GF-FRAMES = 0
               MOVE SPACES TO WS-GF-LINE
               STRING "No frame dumps to compare" DELIMITED BY SIZE
                   INTO WS-GF-LINE
               END-STRING
               PERFORM GF-REPORT-LINE
               MOVE 8 TO WS-GF-WORST
           END-IF

           MOVE SPACES TO WS-GF-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-GF-FRAMES DELIMITED BY SIZE
               " frames, " DELIMITED BY SIZE
               WS-GF-PASSED DELIMITED BY SIZE
               " passed, " DELIMITED BY SIZE
               WS-GF-FAILED DELIMITED BY SIZE
               " failed -- return code " DELIMITED BY SIZE
               WS-GF-WORST DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-GF-LINE
           END-STRING
           PERFORM GF-REPORT-LINE
           CLOSE GFRPT-FILE
           DISPLAY "Frame compare report written to "
               WS-GF-RPT-FILENAME
           .

      *> ============================================================
      *> GF-COMPARE-ONE: Frame WS-GF-FRAME. No new dump by that
      *> number ends the run (WS-GF-MORE = 0); a dump with no
      *> golden partner, or of a different size, fails outright.
      *> ============================================================
       GF-COMPARE-ONE.
           MOVE SPACES TO WS-GF-NEW-NAME
           IF WS-GF-NEW-DIR = SPACES
               STRING "framedump" DELIMITED BY SIZE
                   WS-GF-FRAME DELIMITED BY SIZE
                   ".bin" DELIMITED BY SIZE
                   INTO WS-GF-NEW-NAME
               END-STRING
           ELSE
               STRING WS-GF-NEW-DIR DELIMITED BY SPACE
                   "/framedump" DELIMITED BY SIZE
                   WS-GF-FRAME DELIMITED BY SIZE
                   ".bin" DELIMITED BY SIZE
                   INTO WS-GF-NEW-NAME
               END-STRING
           END-IF
           MOVE SPACES TO WS-GF-GOLD-NAME
           STRING WS-GF-GOLD-DIR DELIMITED BY SPACE
               "/framedump" DELIMITED BY SIZE
               WS-GF-FRAME DELIMITED BY SIZE
               ".bin" DELIMITED BY SIZE
               INTO WS-GF-GOLD-NAME
           END-STRING

           CALL "CBL_CHECK_FILE_EXIST" USING WS-GF-NEW-NAME
               WS-GF-NEW-DETAILS
           IF RETURN-CODE NOT = 0
               MOVE 0 TO WS-GF-MORE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GF-FRAMES

           MOVE 0 TO WS-GF-DIFF
           MOVE SPACES TO WS-GF-WHY
           MOVE 0 TO WS-GF-DONE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-GF-GOLD-NAME
               WS-GF-GOLD-DETAILS
           IF RETURN-CODE NOT = 0
               MOVE "no golden frame" TO WS-GF-WHY
           ELSE
               IF WS-GF-NEW-SIZE NOT = WS-FB-SIZE
                   OR WS-GF-GOLD-SIZE NOT = WS-FB-SIZE
                   MOVE "size is not this res" TO WS-GF-WHY
               ELSE
                   PERFORM GF-LOAD-PAIR
               END-IF
           END-IF
           IF WS-GF-WHY = SPACES
               PERFORM GF-DIFF-PIXELS
               MOVE 1 TO WS-GF-DONE
               IF WS-GF-DIFF <= WS-GF-TOLERANCE
                   MOVE "PASS" TO WS-GF-VERDICT
                   ADD 1 TO WS-GF-PASSED
               ELSE
                   MOVE "FAIL" TO WS-GF-VERDICT
                   ADD 1 TO WS-GF-FAILED
               END-IF
           ELSE
               MOVE "FAIL" TO WS-GF-VERDICT
               ADD 1 TO WS-GF-FAILED
           END-IF
           IF WS-GF-VERDICT = "FAIL" AND WS-GF-WORST < 4
               MOVE 4 TO WS-GF-WORST
           END-IF
           PERFORM GF-REPORT-FRAME
           .

      *> ============================================================
      *> GF-LOAD-PAIR: The new dump into WS-FRAMEBUFFER, the golden
      *> one into WS-GF-GOLD-BUF. A read failure lands in WS-GF-WHY.
      *> ============================================================
       GF-LOAD-PAIR.
           MOVE WS-FB-SIZE TO WS-GF-LEN
           CALL "CBL_OPEN_FILE" USING WS-GF-NEW-NAME
               1 0 0 WS-GF-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "cannot read new dump" TO WS-GF-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GF-OFS
           CALL "CBL_READ_FILE" USING WS-GF-HANDLE
               WS-GF-OFS WS-GF-LEN 0 WS-FRAMEBUFFER
           IF RETURN-CODE NOT = 0
               MOVE "cannot read new dump" TO WS-GF-WHY
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-GF-HANDLE
           IF WS-GF-WHY NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_OPEN_FILE" USING WS-GF-GOLD-NAME
               1 0 0 WS-GF-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "cannot read golden" TO WS-GF-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GF-OFS
           CALL "CBL_READ_FILE" USING WS-GF-HANDLE
               WS-GF-OFS WS-GF-LEN 0 WS-GF-GOLD-BUF
           IF RETURN-CODE NOT = 0
               MOVE "cannot read golden" TO WS-GF-WHY
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-GF-HANDLE
           .

      *> ============================================================
      *> GF-DIFF-PIXELS: Count the pixels whose four bytes differ
      *> and grow the box around them, in screen coordinates.
      *> ============================================================
       GF-DIFF-PIXELS.
           MOVE 9999 TO WS-GF-MIN-X
           MOVE 9999 TO WS-GF-MIN-Y
           MOVE 0 TO WS-GF-MAX-X
           MOVE 0 TO WS-GF-MAX-Y
           PERFORM VARYING WS-GF-Y FROM 0 BY 1
               UNTIL WS-GF-Y >= WS-SCREEN-H
               AFTER WS-GF-X FROM 0 BY 1
               UNTIL WS-GF-X >= WS-SCREEN-W
               COMPUTE WS-GF-POS =
                   WS-GF-Y * WS-FB-STRIDE + WS-GF-X * 4 + 1
               IF WS-FRAMEBUFFER(WS-GF-POS:4)
                   NOT = WS-GF-GOLD-BUF(WS-GF-POS:4)
                   ADD 1 TO WS-GF-DIFF
                   IF WS-GF-X < WS-GF-MIN-X
                       MOVE WS-GF-X TO WS-GF-MIN-X
                   END-IF
                   IF WS-GF-X > WS-GF-MAX-X
                       MOVE WS-GF-X TO WS-GF-MAX-X
                   END-IF
                   IF WS-GF-Y < WS-GF-MIN-Y
                       MOVE WS-GF-Y TO WS-GF-MIN-Y
                   END-IF
                   IF WS-GF-Y > WS-GF-MAX-Y
                       MOVE WS-GF-Y TO WS-GF-MAX-Y
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> GF-REPORT-FRAME: Frame number, differing pixels, the
      *> changed area as x0,y0-x1,y1 (blank when nothing changed),
      *> the result and why a frame could not be compared.
      *> ============================================================
       GF-REPORT-FRAME.
           MOVE SPACES TO WS-GF-LINE
           MOVE WS-GF-FRAME TO WS-GF-LINE(1:5)
           IF WS-GF-DONE = 1
               MOVE WS-GF-DIFF TO WS-GF-LINE(8:7)
           END-IF
           IF WS-GF-DONE = 1 AND WS-GF-DIFF > 0
               STRING WS-GF-MIN-X DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-GF-MIN-Y DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-GF-MAX-X DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-GF-MAX-Y DELIMITED BY SIZE
                   INTO WS-GF-LINE(17:19)
               END-STRING
           END-IF
           MOVE WS-GF-VERDICT TO WS-GF-LINE(38:6)
           MOVE WS-GF-WHY TO WS-GF-LINE(46:24)
           PERFORM GF-REPORT-LINE
           .

       GF-REPORT-LINE.
           MOVE WS-GF-LINE TO GFRPT-RECORD
           WRITE GFRPT-RECORD
           DISPLAY WS-GF-LINE
           .
