      *> ============================================================
      *> jrnrpt-proc.cpy -- Journal timeline report
      *> RUN-JOURNAL-REPORT: DOOM_JOURNAL_REPORT=1 startup path --
      *>                     read the event log once, one block
      *>                     per session and map to journal.rpt
      *> JR-TAKE-EVENT:      place one journal line
      *> JR-OPEN-BLOCK:      start a session/map block
      *> JR-CLOSE-BLOCK:     write the finished block
      *> JR-EDIT-TIME:       WS-JR-SECS as hh:mm:ss in WS-JR-HMS
      *> ============================================================

      *> ============================================================
      *> RUN-JOURNAL-REPORT: A journal open for this session's own
      *> events is closed first, so the whole log reads back.
      *> ============================================================
       RUN-JOURNAL-REPORT.
           IF WS-JN-ON = 1
               CLOSE JOURNAL-FILE
               MOVE 0 TO WS-JN-ON
           END-IF
           PERFORM LOAD-STRINGS
           COMPUTE WS-JR-OBJ-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-STR-TXT(91) TRAILING))

           MOVE SPACES TO WS-JR-GAP-ENV
           ACCEPT WS-JR-GAP-ENV FROM ENVIRONMENT "DOOM_JOURNAL_GAP"
           IF WS-JR-GAP-ENV(1:1) IS NUMERIC
               COMPUTE WS-JR-GAP-SECS = FUNCTION NUMVAL(WS-JR-GAP-ENV)
           END-IF

           OPEN OUTPUT JRNRPT-FILE
           IF WS-JR-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-JR-RPT-FILENAME
                   ", status=" WS-JR-RPT-STATUS
               MOVE 8 TO WS-JR-WORST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JR-LINE
           STRING "=== Journal timeline: " DELIMITED BY SIZE
               WS-JN-FILENAME DELIMITED BY SPACE
               " -- quiet stretches over " DELIMITED BY SIZE
               WS-JR-GAP-SECS DELIMITED BY SIZE
               "s flagged ===" DELIMITED BY SIZE
               INTO WS-JR-LINE
           END-STRING
           PERFORM JR-REPORT-LINE

           OPEN INPUT JOURNAL-FILE
           IF WS-JN-STATUS NOT = "00"
               MOVE SPACES TO WS-JR-LINE
               STRING "No event journal at " DELIMITED BY SIZE
                   WS-JN-FILENAME DELIMITED BY SPACE
                   " -- DOOM_JOURNAL=1 writes one" DELIMITED BY SIZE
                   INTO WS-JR-LINE
               END-STRING
               PERFORM JR-REPORT-LINE
               IF WS-JN-STATUS = "05"
                   CLOSE JOURNAL-FILE
               END-IF
               CLOSE JRNRPT-FILE
               MOVE 8 TO WS-JR-WORST
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JN-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END
                       MOVE "10" TO WS-JN-STATUS
                   NOT AT END
                       ADD 1 TO WS-JR-READ
                       PERFORM JR-TAKE-EVENT
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM JR-CLOSE-BLOCK

           MOVE SPACES TO WS-JR-LINE
           STRING "=== " DELIMITED BY SIZE
               WS-JR-READ DELIMITED BY SIZE
               " lines, " DELIMITED BY SIZE
               WS-JR-SESSION DELIMITED BY SIZE
               " sessions, " DELIMITED BY SIZE
               WS-JR-BLOCKS DELIMITED BY SIZE
               " map blocks, " DELIMITED BY SIZE
               WS-JR-GAPS-ALL DELIMITED BY SIZE
               " quiet stretches ===" DELIMITED BY SIZE
               INTO WS-JR-LINE
           END-STRING
           PERFORM JR-REPORT-LINE
           CLOSE JRNRPT-FILE
           DISPLAY "Journal timeline written to " WS-JR-RPT-FILENAME
           .

      *> ============================================================
      *> JR-TAKE-EVENT: JOURNAL-RECORD holds the line just read.
      *> ============================================================
       JR-TAKE-EVENT.
      *>   A session marker ends whatever block was open
           IF JN-TEXT(1:13) = "SESSION START"
               PERFORM JR-CLOSE-BLOCK
               ADD 1 TO WS-JR-SESSION
               MOVE JN-TEXT(15:15) TO WS-JR-SESSION-STAMP
               MOVE JN-TIME TO WS-JR-LAST-TIME
               MOVE 1 TO WS-JR-SEEN
               EXIT PARAGRAPH
           END-IF

      *>   Unmarked session boundary: the clock went backwards (or
      *>   this is the first line of an unmarked log)
           IF WS-JR-SEEN = 0
               OR JN-TIME < WS-JR-LAST-TIME
               PERFORM JR-CLOSE-BLOCK
               ADD 1 TO WS-JR-SESSION
               MOVE SPACES TO WS-JR-SESSION-STAMP
               MOVE 1 TO WS-JR-SEEN
           END-IF

           IF WS-JR-IN-GROUP = 1 AND JN-MAP NOT = WS-JR-MAP
               PERFORM JR-CLOSE-BLOCK
           END-IF
           IF WS-JR-IN-GROUP = 0
               PERFORM JR-OPEN-BLOCK
           END-IF

      *>   A quiet stretch before this event
           IF WS-JR-EVENTS > 0
               AND JN-TIME - WS-JR-LAST-TIME > WS-JR-GAP-SECS
               ADD 1 TO WS-JR-GAP-COUNT
               ADD 1 TO WS-JR-GAPS-ALL
               IF WS-JR-GAP-COUNT <= 10
                   MOVE WS-JR-LAST-TIME
                       TO WS-JR-GAP-AFTER(WS-JR-GAP-COUNT)
                   COMPUTE WS-JR-GAP-LEN(WS-JR-GAP-COUNT) =
                       JN-TIME - WS-JR-LAST-TIME
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN JN-TEXT(1:9) = "DOOR OPEN"
                   MOVE 1 TO WS-JR-K
               WHEN JN-TEXT(1:12) = "DOOR CLOSING"
                   MOVE 2 TO WS-JR-K
               WHEN JN-TEXT(1:10) = "TELEPORTED"
                   MOVE 3 TO WS-JR-K
               WHEN JN-TEXT(1:12) = "SECRET FOUND"
                   MOVE 4 TO WS-JR-K
               WHEN JN-TEXT(1:11) = "PLAYER DIED"
                   MOVE 5 TO WS-JR-K
               WHEN JN-TEXT(1:7) = "HIT BY "
                   MOVE 6 TO WS-JR-K
               WHEN JN-TEXT(1:7) = "PICKUP:"
                   MOVE 7 TO WS-JR-K
               WHEN WS-JR-OBJ-LEN > 0
                   AND JN-TEXT(1:WS-JR-OBJ-LEN)
                       = WS-STR-TXT(91)(1:WS-JR-OBJ-LEN)
                   MOVE 8 TO WS-JR-K
               WHEN OTHER
                   MOVE 9 TO WS-JR-K
           END-EVALUATE
           IF WS-JR-KIND-N(WS-JR-K) = 0
               MOVE JN-TIME TO WS-JR-KIND-FIRST(WS-JR-K)
           END-IF
           ADD 1 TO WS-JR-KIND-N(WS-JR-K)
           ADD 1 TO WS-JR-EVENTS
           MOVE JN-TIME TO WS-JR-END
           MOVE JN-TIME TO WS-JR-LAST-TIME
           .

      *> ============================================================
      *> JR-OPEN-BLOCK: A fresh block for JN-MAP starting now.
      *> ============================================================
       JR-OPEN-BLOCK.
           MOVE 1 TO WS-JR-IN-GROUP
           MOVE JN-MAP TO WS-JR-MAP
           MOVE JN-TIME TO WS-JR-START
           MOVE JN-TIME TO WS-JR-END
           MOVE 0 TO WS-JR-EVENTS
           MOVE 0 TO WS-JR-GAP-COUNT
           PERFORM VARYING WS-JR-K FROM 1 BY 1
               UNTIL WS-JR-K > WS-JR-KIND-COUNT
               MOVE 0 TO WS-JR-KIND-N(WS-JR-K)
               MOVE 0 TO WS-JR-KIND-FIRST(WS-JR-K)
           END-PERFORM
           .

      *> ============================================================
      *> JR-CLOSE-BLOCK: Write the open block, if there is one --
      *> a heading with its span, a line per kind that happened,
      *> then its quiet stretches.
      *> ============================================================
       JR-CLOSE-BLOCK.
           IF WS-JR-IN-GROUP = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JR-IN-GROUP
           ADD 1 TO WS-JR-BLOCKS

           MOVE SPACES TO WS-JR-LINE
           PERFORM JR-REPORT-LINE
           MOVE SPACES TO WS-JR-LINE
           STRING "--- Session " DELIMITED BY SIZE
               WS-JR-SESSION DELIMITED BY SIZE
               INTO WS-JR-LINE
           END-STRING
           IF WS-JR-SESSION-STAMP NOT = SPACES
               MOVE "(" TO WS-JR-LINE(17:1)
               MOVE WS-JR-SESSION-STAMP TO WS-JR-LINE(18:15)
               MOVE ")" TO WS-JR-LINE(33:1)
           END-IF
           MOVE WS-JR-MAP TO WS-JR-LINE(36:8)
           MOVE WS-JR-START TO WS-JR-SECS
           PERFORM JR-EDIT-TIME
           MOVE WS-JR-HMS TO WS-JR-LINE(46:8)
           MOVE "-" TO WS-JR-LINE(55:1)
           MOVE WS-JR-END TO WS-JR-SECS
           PERFORM JR-EDIT-TIME
           MOVE WS-JR-HMS TO WS-JR-LINE(57:8)
           MOVE WS-JR-EVENTS TO WS-JR-LINE(67:5)
           MOVE "events ---" TO WS-JR-LINE(73:10)
           PERFORM JR-REPORT-LINE

           PERFORM VARYING WS-JR-K FROM 1 BY 1
               UNTIL WS-JR-K > WS-JR-KIND-COUNT
               IF WS-JR-KIND-N(WS-JR-K) > 0
                   MOVE SPACES TO WS-JR-LINE
                   MOVE WS-JR-KIND-NAME(WS-JR-K) TO WS-JR-LINE(5:14)
                   MOVE WS-JR-KIND-N(WS-JR-K) TO WS-JR-LINE(20:5)
                   MOVE "first" TO WS-JR-LINE(27:5)
                   MOVE WS-JR-KIND-FIRST(WS-JR-K) TO WS-JR-SECS
                   PERFORM JR-EDIT-TIME
                   MOVE WS-JR-HMS TO WS-JR-LINE(33:8)
                   PERFORM JR-REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-JR-G FROM 1 BY 1
               UNTIL WS-JR-G > WS-JR-GAP-COUNT OR WS-JR-G > 10
               MOVE SPACES TO WS-JR-LINE
               MOVE "QUIET" TO WS-JR-LINE(5:5)
               MOVE WS-JR-GAP-LEN(WS-JR-G) TO WS-JR-SECS
               PERFORM JR-EDIT-TIME
               MOVE WS-JR-HMS TO WS-JR-LINE(20:8)
               MOVE "with no events after" TO WS-JR-LINE(29:20)
               MOVE WS-JR-GAP-AFTER(WS-JR-G) TO WS-JR-SECS
               PERFORM JR-EDIT-TIME
               MOVE WS-JR-HMS TO WS-JR-LINE(50:8)
               PERFORM JR-REPORT-LINE
           END-PERFORM
           IF WS-JR-GAP-COUNT > 10
               MOVE SPACES TO WS-JR-LINE
               COMPUTE WS-JR-G = WS-JR-GAP-COUNT - 10
               STRING "    ... and " DELIMITED BY SIZE
                   WS-JR-G DELIMITED BY SIZE
                   " more quiet stretches" DELIMITED BY SIZE
                   INTO WS-JR-LINE
               END-STRING
               PERFORM JR-REPORT-LINE
           END-IF
           .

       JR-EDIT-TIME.
           DIVIDE WS-JR-SECS BY 60 GIVING WS-JR-MINS
               REMAINDER WS-JR-SS
           DIVIDE WS-JR-MINS BY 60 GIVING WS-JR-HOURS
               REMAINDER WS-JR-MM
           MOVE WS-JR-HOURS TO WS-JR-HH
           .

       JR-REPORT-LINE.
           MOVE WS-JR-LINE TO JRNRPT-RECORD
           WRITE JRNRPT-RECORD
           DISPLAY WS-JR-LINE
           .
