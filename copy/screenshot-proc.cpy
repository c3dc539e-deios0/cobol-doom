      *> ============================================================
      *> screenshot-proc.cpy -- Screenshot key
      *> CHECK-SCREENSHOT-KEY: edge-triggered on WS-KB-SCREENSHOT,
      *>   checked straight after the live input poll, while the
      *>   frame just presented is still in WS-FRAMEBUFFER
      *> TAKE-SCREENSHOT:     stamp, PPM and sidecar line
      *> SS-WRITE-PPM:        RGBA to RGB, through the byte-stream
      *>                      routines as DUMP-FRAMEBUFFER writes
      *> SS-WRITE-SIDECAR:    the one-line .txt
      *> ============================================================
       CHECK-SCREENSHOT-KEY.
           IF WS-KB-SCREENSHOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY(WS-KB-SCREENSHOT) NOT = 0
               IF WS-SS-KEY-PREV = 0
                   PERFORM TAKE-SCREENSHOT
               END-IF
               MOVE 1 TO WS-SS-KEY-PREV
           ELSE
               MOVE 0 TO WS-SS-KEY-PREV
           END-IF
           .

      *> ============================================================
      *> TAKE-SCREENSHOT: shot-<map>-<mm>m<ss>s-<seq>.ppm, the play
      *> time being this level's (the clock COMPUTE-LEVEL-SCORE
      *> charges). The sequence number steps past any shot already
      *> on disk, so an earlier session's files survive.
      *> ============================================================
       TAKE-SCREENSHOT.
           COMPUTE WS-SS-SECONDS =
               WS-PROF-PLAY-SECONDS - WS-LEVEL-START-SECONDS
           IF WS-SS-SECONDS > 5999
               MOVE 5999 TO WS-SS-SECONDS
           END-IF
           DIVIDE WS-SS-SECONDS BY 60 GIVING WS-SS-MINUTES
               REMAINDER WS-SS-SECS
           MOVE WS-MAP-NAME TO WS-SS-MAP

           MOVE 0 TO WS-SS-OK
           PERFORM UNTIL WS-SS-OK = 1
               ADD 1 TO WS-SS-SEQ
               MOVE SPACES TO WS-SS-STEM
               STRING "shot-" DELIMITED BY SIZE
                   WS-SS-MAP DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-SS-MINUTES DELIMITED BY SIZE
                   "m" DELIMITED BY SIZE
                   WS-SS-SECS DELIMITED BY SIZE
                   "s-" DELIMITED BY SIZE
                   WS-SS-SEQ DELIMITED BY SIZE
                   INTO WS-SS-STEM
               END-STRING
               MOVE SPACES TO WS-SS-PPM-NAME
               STRING WS-SS-STEM DELIMITED BY SPACE
                   ".ppm" DELIMITED BY SIZE
                   INTO WS-SS-PPM-NAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-SS-PPM-NAME
                   WS-SS-DETAILS
               IF RETURN-CODE NOT = 0 OR WS-SS-SEQ = 9999
                   MOVE 1 TO WS-SS-OK
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SS-TXT-FILENAME
           STRING WS-SS-STEM DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-SS-TXT-FILENAME
           END-STRING

           PERFORM SS-WRITE-PPM
           IF WS-SS-OK = 0
               DISPLAY "WARN: could not write screenshot "
                   FUNCTION TRIM(WS-SS-PPM-NAME)
               EXIT PARAGRAPH
           END-IF
           PERFORM SS-WRITE-SIDECAR
           DISPLAY "Screenshot written to "
               FUNCTION TRIM(WS-SS-PPM-NAME)
           .

      *> ============================================================
      *> SS-WRITE-PPM: "P6", width, height, 255, then the live
      *> WS-SCREEN-W x WS-SCREEN-H pixels with the alpha byte
      *> dropped. WS-SS-OK = 1 when the whole file went out.
      *> ============================================================
       SS-WRITE-PPM.
           MOVE 0 TO WS-SS-OK
           MOVE WS-SCREEN-W TO WS-SS-W-ED
           MOVE WS-SCREEN-H TO WS-SS-H-ED
           MOVE SPACES TO WS-SS-HDR
           MOVE 1 TO WS-SS-PTR
           STRING "P6" X"0A" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SS-W-ED) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SS-H-ED) DELIMITED BY SIZE
               X"0A" "255" X"0A" DELIMITED BY SIZE
               INTO WS-SS-HDR
               WITH POINTER WS-SS-PTR
           END-STRING
           COMPUTE WS-SS-HDR-LEN = WS-SS-PTR - 1

           MOVE 1 TO WS-SS-SRC
           MOVE 1 TO WS-SS-DST
           PERFORM VARYING WS-SS-PIX FROM 1 BY 1
               UNTIL WS-SS-PIX > WS-SCREEN-W * WS-SCREEN-H
               MOVE WS-FRAMEBUFFER(WS-SS-SRC:3)
                   TO WS-SS-RGB(WS-SS-DST:3)
               ADD 4 TO WS-SS-SRC
               ADD 3 TO WS-SS-DST
           END-PERFORM

           CALL "CBL_CREATE_FILE" USING WS-SS-PPM-NAME
               2 0 0 WS-SS-HANDLE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SS-OFS
           MOVE WS-SS-HDR-LEN TO WS-SS-LEN
           CALL "CBL_WRITE_FILE" USING WS-SS-HANDLE
               WS-SS-OFS WS-SS-LEN 0 WS-SS-HDR
           IF RETURN-CODE = 0
               MOVE WS-SS-HDR-LEN TO WS-SS-OFS
               COMPUTE WS-SS-LEN = WS-SS-DST - 1
               CALL "CBL_WRITE_FILE" USING WS-SS-HANDLE
                   WS-SS-OFS WS-SS-LEN 0 WS-SS-RGB
               IF RETURN-CODE = 0
                   MOVE 1 TO WS-SS-OK
               END-IF
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-SS-HANDLE
           .

      *> ============================================================
      *> SS-WRITE-SIDECAR: The image's name, then where to stand to
      *> see it again. A sidecar that won't open costs only the
      *> line, never the session.
      *> ============================================================
       SS-WRITE-SIDECAR.
           MOVE WS-PX TO WS-SS-PX-ED
           MOVE WS-PY TO WS-SS-PY-ED
           MOVE WS-PA TO WS-SS-PA-ED
           MOVE SPACES TO WS-SS-LINE
           STRING WS-SS-PPM-NAME DELIMITED BY SPACE
               " map=" DELIMITED BY SIZE
               WS-SS-MAP DELIMITED BY SPACE
               " x=" DELIMITED BY SIZE
               WS-SS-PX-ED DELIMITED BY SIZE
               " y=" DELIMITED BY SIZE
               WS-SS-PY-ED DELIMITED BY SIZE
               " angle=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SS-PA-ED) DELIMITED BY SIZE
               " skill=" DELIMITED BY SIZE
               WS-SKILL-LEVEL DELIMITED BY SIZE
               " tic=" DELIMITED BY SIZE
               WS-SS-TIC DELIMITED BY SIZE
               INTO WS-SS-LINE
           END-STRING
           OPEN OUTPUT SHOTTXT-FILE
           IF WS-SS-TXT-STATUS NOT = "00"
               DISPLAY "WARN: could not write "
                   FUNCTION TRIM(WS-SS-TXT-FILENAME)
                   ", status=" WS-SS-TXT-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE SHOTTXT-RECORD FROM WS-SS-LINE
           CLOSE SHOTTXT-FILE
           .
