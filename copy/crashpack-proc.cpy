      *> ============================================================
      *> crashpack-proc.cpy -- Crash support bundle
      *> Copied into the DECLARATIVES after FILE-ERROR-HANDLER, so
      *> the crash path can PERFORM these without leaving the
      *> declarative section.
      *> CRASH-BUNDLE:     the dated folder, its manifest, every
      *>                   file support needs, and the history line
      *> CB-MANIFEST-HEADER: when, what crashed, WAD, map and tic
      *> CB-COPY-ONE:      one file (WS-CB-SRC) into the folder
      *> CB-JOURNAL-TAIL:  the last 200 journal records
      *> CB-MAN-LINE:      one line onto the manifest
      *> ============================================================

      *> ============================================================
      *> CRASH-BUNDLE: WS-CRASH-TEXT is the snapshot just written to
      *> crash.log. A folder that can't be made still gets its
      *> history line -- the crash is on record either way.
      *> ============================================================
       CRASH-BUNDLE.
           ACCEPT WS-CB-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CB-CLOCK FROM TIME
           MOVE SPACES TO WS-CB-DIR
           STRING WS-CB-ROOT DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-CB-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CB-CLK-HH WS-CB-CLK-MM WS-CB-CLK-SS
               DELIMITED BY SIZE
               INTO WS-CB-DIR
           END-STRING
           MOVE 0 TO WS-CB-COPIED
           MOVE 0 TO WS-CB-MISSING
           MOVE 0 TO WS-CB-MAN-ON

      *>   crash/ is there after the first crash; the dated folder
      *>   is this crash's own
           CALL "CBL_CREATE_DIR" USING WS-CB-ROOT
           CALL "CBL_CREATE_DIR" USING WS-CB-DIR
           IF RETURN-CODE NOT = 0
               DISPLAY "WARN: cannot make " FUNCTION TRIM(WS-CB-DIR)
           ELSE
               MOVE SPACES TO WS-CB-MAN-FILENAME
               STRING WS-CB-DIR DELIMITED BY SPACE
                   "/manifest.txt" DELIMITED BY SIZE
                   INTO WS-CB-MAN-FILENAME
               END-STRING
               CALL "CBL_CREATE_FILE" USING WS-CB-MAN-FILENAME
                   2 0 0 WS-CB-MAN-HANDLE
               IF RETURN-CODE = 0
                   MOVE 1 TO WS-CB-MAN-ON
                   MOVE 0 TO WS-CB-MAN-OFS
               END-IF
           END-IF

           IF WS-CB-MAN-ON = 1
               PERFORM CB-MANIFEST-HEADER

      *>       The snapshot, the last death's input, the journal
               MOVE WS-CRASH-FILENAME TO WS-CB-SRC
               PERFORM CB-COPY-ONE
               MOVE WS-FR-FILENAME TO WS-CB-SRC
               PERFORM CB-COPY-ONE
               PERFORM CB-JOURNAL-TAIL

      *>       The checkpoint and the copy it rolled to
               MOVE WS-SAVE-FILENAME TO WS-CB-SRC
               PERFORM CB-COPY-ONE
               MOVE WS-SVB-FILENAME TO WS-CB-SRC
               PERFORM CB-COPY-ONE

      *>       The bench's configuration
               MOVE WS-SETTINGS-FILENAME TO WS-CB-SRC
               PERFORM CB-COPY-ONE
               MOVE WS-KEYBINDS-FILENAME TO WS-CB-SRC
               PERFORM CB-COPY-ONE
               MOVE WS-TN-FILENAME TO WS-CB-SRC
               PERFORM CB-COPY-ONE

               MOVE SPACES TO WS-CB-LINE
               PERFORM CB-MAN-LINE
               MOVE WS-CB-COPIED TO WS-CB-NUM-ED
               MOVE WS-CB-MISSING TO WS-CB-NUM2-ED
               MOVE SPACES TO WS-CB-LINE
               STRING FUNCTION TRIM(WS-CB-NUM-ED) DELIMITED BY SIZE
                   " files copied, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CB-NUM2-ED) DELIMITED BY SIZE
                   " missing or not copied" DELIMITED BY SIZE
                   INTO WS-CB-LINE
               END-STRING
               PERFORM CB-MAN-LINE
               CALL "CBL_CLOSE_FILE" USING WS-CB-MAN-HANDLE
               DISPLAY "Support bundle written to "
                   FUNCTION TRIM(WS-CB-DIR)
           END-IF

      *>   The history line, appended
           MOVE WS-CB-DATE TO WS-CB-H-DATE
           MOVE WS-CB-CLOCK(1:6) TO WS-CB-H-TIME
           MOVE WS-CB-DIR TO WS-CB-H-DIR
           MOVE WS-CRASH-TEXT TO WS-CB-H-TEXT
           MOVE SPACES TO WS-CB-HIST-FILENAME
           STRING WS-CB-ROOT DELIMITED BY SPACE
               "/history.log" DELIMITED BY SIZE
               INTO WS-CB-HIST-FILENAME
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CB-HIST-FILENAME
               WS-CB-DETAILS
           IF RETURN-CODE = 0
               MOVE WS-CB-FILE-SIZE TO WS-CB-OFS
               CALL "CBL_OPEN_FILE" USING WS-CB-HIST-FILENAME
                   3 0 0 WS-CB-HANDLE
           ELSE
               MOVE 0 TO WS-CB-OFS
               CALL "CBL_CREATE_FILE" USING WS-CB-HIST-FILENAME
                   2 0 0 WS-CB-HANDLE
           END-IF
           IF RETURN-CODE = 0
               MOVE LENGTH OF WS-CB-HIST TO WS-CB-LEN
               CALL "CBL_WRITE_FILE" USING WS-CB-HANDLE
                   WS-CB-OFS WS-CB-LEN 0 WS-CB-HIST
               CALL "CBL_CLOSE_FILE" USING WS-CB-HANDLE
           END-IF
           .

      *> ============================================================
      *> CB-MANIFEST-HEADER: When, what crashed, and where play was
      *> -- WAD, patch WAD, map and tic (within the level, and the
      *> demo tic when one was recording or playing).
      *> ============================================================
       CB-MANIFEST-HEADER.
           MOVE SPACES TO WS-CB-LINE
           STRING "=== Crash support bundle " DELIMITED BY SIZE
               WS-CB-DATE(1:4) "-" WS-CB-DATE(5:2) "-"
               WS-CB-DATE(7:2) " " WS-CB-CLK-HH ":" WS-CB-CLK-MM
               ":" WS-CB-CLK-SS DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-CB-LINE
           END-STRING
           PERFORM CB-MAN-LINE
           MOVE SPACES TO WS-CB-LINE
           STRING "Crash:     " DELIMITED BY SIZE
               WS-CRASH-TEXT DELIMITED BY SIZE
               INTO WS-CB-LINE
           END-STRING
           PERFORM CB-MAN-LINE

           MOVE SPACES TO WS-CB-NAME
           IF WS-WAD-FILENAME NOT = SPACES
               AND WS-WAD-FILENAME NOT = LOW-VALUES
               UNSTRING WS-WAD-FILENAME DELIMITED BY X"00" OR SPACE
                   INTO WS-CB-NAME
               END-UNSTRING
           END-IF
           IF WS-CB-NAME = SPACES
               MOVE "(none opened)" TO WS-CB-NAME
           END-IF
           MOVE SPACES TO WS-CB-LINE
           STRING "WAD:       " DELIMITED BY SIZE
               WS-CB-NAME DELIMITED BY "  "
               INTO WS-CB-LINE
           END-STRING
           PERFORM CB-MAN-LINE
           MOVE SPACES TO WS-CB-NAME
           IF WS-WAD2-FILENAME NOT = SPACES
               AND WS-WAD2-FILENAME NOT = LOW-VALUES
               UNSTRING WS-WAD2-FILENAME DELIMITED BY X"00" OR SPACE
                   INTO WS-CB-NAME
               END-UNSTRING
           END-IF
           IF WS-CB-NAME = SPACES
               MOVE "(none)" TO WS-CB-NAME
           END-IF
           MOVE SPACES TO WS-CB-LINE
           STRING "Patch WAD: " DELIMITED BY SIZE
               WS-CB-NAME DELIMITED BY "  "
               INTO WS-CB-LINE
           END-STRING
           PERFORM CB-MAN-LINE
           MOVE SPACES TO WS-CB-LINE
           STRING "Map:       " DELIMITED BY SIZE
               WS-MAP-NAME DELIMITED BY SPACE
               " (level " DELIMITED BY SIZE
               WS-LEVEL-NUM DELIMITED BY SIZE
               ", skill " DELIMITED BY SIZE
               WS-SKILL-LEVEL DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-CB-LINE
           END-STRING
           PERFORM CB-MAN-LINE
           MOVE SPACES TO WS-CB-LINE
           STRING "Tic:       " DELIMITED BY SIZE
               WS-SS-TIC DELIMITED BY SIZE
               " into the level, demo tic " DELIMITED BY SIZE
               WS-DEMO-TIC-NUM DELIMITED BY SIZE
               INTO WS-CB-LINE
           END-STRING
           PERFORM CB-MAN-LINE
           MOVE SPACES TO WS-CB-LINE
           STRING "Player:    " DELIMITED BY SIZE
               WS-PLR-ID DELIMITED BY SPACE
               INTO WS-CB-LINE
           END-STRING
           PERFORM CB-MAN-LINE
           MOVE SPACES TO WS-CB-LINE
           PERFORM CB-MAN-LINE
           MOVE "Files:" TO WS-CB-LINE
           PERFORM CB-MAN-LINE
           .

      *> ============================================================
      *> CB-COPY-ONE: WS-CB-SRC into the folder under its own name,
      *> listed on the manifest with its size -- or as not present.
      *> ============================================================
       CB-COPY-ONE.
           MOVE SPACES TO WS-CB-DEST
           STRING WS-CB-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-CB-SRC DELIMITED BY SPACE
               INTO WS-CB-DEST
           END-STRING
           MOVE SPACES TO WS-CB-LINE
           MOVE WS-CB-SRC TO WS-CB-LINE(3:32)
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CB-SRC WS-CB-DETAILS
           IF RETURN-CODE NOT = 0
               MOVE "not present" TO WS-CB-LINE(36:11)
               ADD 1 TO WS-CB-MISSING
           ELSE
               CALL "CBL_COPY_FILE" USING WS-CB-SRC WS-CB-DEST
               IF RETURN-CODE = 0
                   MOVE WS-CB-FILE-SIZE TO WS-CB-SIZE-ED
                   MOVE WS-CB-SIZE-ED TO WS-CB-LINE(36:12)
                   MOVE "bytes" TO WS-CB-LINE(49:5)
                   ADD 1 TO WS-CB-COPIED
               ELSE
                   MOVE "could not be copied" TO WS-CB-LINE(36:19)
                   ADD 1 TO WS-CB-MISSING
               END-IF
           END-IF
           PERFORM CB-MAN-LINE
           .

      *> ============================================================
      *> CB-JOURNAL-TAIL: The journal's last 200 records, read
      *> straight off the end of events.log into events-tail.log.
      *> ============================================================
       CB-JOURNAL-TAIL.
           MOVE SPACES TO WS-CB-LINE
           STRING WS-JN-FILENAME DELIMITED BY SPACE
               " (tail)" DELIMITED BY SIZE
               INTO WS-CB-LINE(3:32)
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-JN-FILENAME
               WS-CB-DETAILS
           IF RETURN-CODE NOT = 0 OR WS-CB-FILE-SIZE = 0
               MOVE "not present" TO WS-CB-LINE(36:11)
               ADD 1 TO WS-CB-MISSING
               PERFORM CB-MAN-LINE
               EXIT PARAGRAPH
           END-IF

      *>   Whole records only, the last 200 of them
           DIVIDE WS-CB-FILE-SIZE BY 76 GIVING WS-CB-RECS
           MOVE 0 TO WS-CB-START
           IF WS-CB-RECS > 200
               COMPUTE WS-CB-START = (WS-CB-RECS - 200) * 76
               MOVE WS-CB-TAIL-MAX TO WS-CB-TAIL-LEN
           ELSE
               COMPUTE WS-CB-TAIL-LEN = WS-CB-RECS * 76
           END-IF
           IF WS-CB-TAIL-LEN = 0
               MOVE "not present" TO WS-CB-LINE(36:11)
               ADD 1 TO WS-CB-MISSING
               PERFORM CB-MAN-LINE
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_OPEN_FILE" USING WS-JN-FILENAME
               1 0 0 WS-CB-IN-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "could not be copied" TO WS-CB-LINE(36:19)
               ADD 1 TO WS-CB-MISSING
               PERFORM CB-MAN-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CB-START TO WS-CB-OFS
           MOVE WS-CB-TAIL-LEN TO WS-CB-LEN
           CALL "CBL_READ_FILE" USING WS-CB-IN-HANDLE
               WS-CB-OFS WS-CB-LEN 0 WS-CB-TAIL-BUF
           CALL "CBL_CLOSE_FILE" USING WS-CB-IN-HANDLE

           MOVE SPACES TO WS-CB-DEST
           STRING WS-CB-DIR DELIMITED BY SPACE
               "/events-tail.log" DELIMITED BY SIZE
               INTO WS-CB-DEST
           END-STRING
           CALL "CBL_CREATE_FILE" USING WS-CB-DEST 2 0 0 WS-CB-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "could not be copied" TO WS-CB-LINE(36:19)
               ADD 1 TO WS-CB-MISSING
               PERFORM CB-MAN-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CB-OFS
           CALL "CBL_WRITE_FILE" USING WS-CB-HANDLE
               WS-CB-OFS WS-CB-LEN 0 WS-CB-TAIL-BUF
           CALL "CBL_CLOSE_FILE" USING WS-CB-HANDLE
           MOVE WS-CB-TAIL-LEN TO WS-CB-SIZE-ED
           MOVE WS-CB-SIZE-ED TO WS-CB-LINE(36:12)
           MOVE "bytes" TO WS-CB-LINE(49:5)
           ADD 1 TO WS-CB-COPIED
           PERFORM CB-MAN-LINE
           .

      *> ============================================================
      *> CB-MAN-LINE: WS-CB-LINE, trailing spaces dropped, and a
      *> newline onto the manifest.
      *> ============================================================
       CB-MAN-LINE.
           IF WS-CB-LINE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CB-LINE TRAILING))
                   TO WS-CB-LEN
               CALL "CBL_WRITE_FILE" USING WS-CB-MAN-HANDLE
                   WS-CB-MAN-OFS WS-CB-LEN 0 WS-CB-LINE
               ADD WS-CB-LEN TO WS-CB-MAN-OFS
           END-IF
           MOVE 1 TO WS-CB-LEN
           CALL "CBL_WRITE_FILE" USING WS-CB-MAN-HANDLE
               WS-CB-MAN-OFS WS-CB-LEN 0 WS-CB-LF
           ADD 1 TO WS-CB-MAN-OFS
           .
