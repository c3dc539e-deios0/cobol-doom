      *> ============================================================
      *> audit-proc.cpy -- Session audit log and usage report
      *> AUDIT-SESSION-START:  first thing at startup -- the start
      *>                       record, with the switches set
      *> AUDIT-PLAY-BEGIN:     the session is past the utility
      *>                       modes and is going to play
      *> AUDIT-NOTE-MAP:       each map as it starts
      *> AUDIT-SESSION-END:    the end record, just before STOP RUN
      *>                       (the crash path in DECLARATIVES
      *>                       writes its own)
      *> AUDIT-SESSION-FAILED: the same for a WAD that would not
      *>                       load
      *> AUDIT-KIOSK-VISIT:    a kiosk visitor's turn is over
      *> RUN-AUDIT-REPORT:     DOOM_AUDIT_REPORT=1 startup path --
      *>                       a month's usage to audit.rpt
      *> ============================================================

      *> ============================================================
      *> AUDIT-SESSION-START: Stamp the session, note what it was
      *> started with, and log it. Until AUDIT-PLAY-BEGIN says
      *> otherwise it is a utility run -- BATCH.
      *> ============================================================
       AUDIT-SESSION-START.
           MOVE SPACES TO WS-AUD-REC
           MOVE 0 TO WS-AUD-ENDED
           MOVE 0 TO WS-AUD-SECONDS
           MOVE 0 TO WS-AUD-RC
           MOVE 0 TO WS-AUD-MAP-COUNT
           ACCEPT WS-AUD-SES-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-CLOCK FROM TIME
           MOVE WS-AUD-CLOCK-N TO WS-AUD-SES-TIME
           COMPUTE WS-AUD-START-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AUD-SES-DATE)
           COMPUTE WS-AUD-START-SECS = WS-AUD-CLK-HH * 3600
               + WS-AUD-CLK-MM * 60 + WS-AUD-CLK-SS
           MOVE WS-AUD-SES-DATE TO WS-AUD-REC-DATE
           MOVE WS-AUD-SES-TIME TO WS-AUD-REC-TIME
           MOVE "BATCH" TO WS-AUD-HOW

      *>   Who and what, as far as the switches tell it yet -- the
      *>   end record has the roster's player and the WAD opened
           MOVE SPACES TO WS-AUD-ENV-VALUE
           ACCEPT WS-AUD-ENV-VALUE FROM ENVIRONMENT "DOOM_PLAYER"
           IF WS-AUD-ENV-VALUE = SPACES
               MOVE WS-PLR-GUEST TO WS-AUD-PLAYER
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-AUD-ENV-VALUE)
                   TO WS-AUD-PLAYER
           END-IF
           MOVE SPACES TO WS-AUD-ENV-VALUE
           ACCEPT WS-AUD-ENV-VALUE FROM ENVIRONMENT "DOOM_WAD"
           MOVE WS-AUD-ENV-VALUE TO WS-AUD-WAD
           MOVE SPACES TO WS-AUD-ENV-VALUE
           ACCEPT WS-AUD-ENV-VALUE FROM ENVIRONMENT "DOOM_PWAD"
           MOVE WS-AUD-ENV-VALUE TO WS-AUD-PWAD

      *>   NAME=value for every switch that is set; what does not
      *>   fit in the field is left off
           MOVE 1 TO WS-AUD-PTR
           PERFORM VARYING WS-AUD-I FROM 1 BY 1
               UNTIL WS-AUD-I > WS-AUD-SW-COUNT
               MOVE SPACES TO WS-AUD-ENV-NAME
               STRING "DOOM_" DELIMITED BY SIZE
                   WS-AUD-SW-NAME(WS-AUD-I) DELIMITED BY SPACE
                   INTO WS-AUD-ENV-NAME
               END-STRING
               MOVE SPACES TO WS-AUD-ENV-VALUE
               ACCEPT WS-AUD-ENV-VALUE
                   FROM ENVIRONMENT WS-AUD-ENV-NAME
               IF WS-AUD-ENV-VALUE NOT = SPACES
                   AND WS-AUD-PTR < 100
                   STRING WS-AUD-SW-NAME(WS-AUD-I) DELIMITED BY SPACE
                       "=" DELIMITED BY SIZE
                       WS-AUD-ENV-VALUE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-AUD-SWITCHES
                       WITH POINTER WS-AUD-PTR
                   END-STRING
               END-IF
           END-PERFORM

           MOVE "S" TO WS-AUD-KIND
           PERFORM AUDIT-APPEND
           .

      *> ============================================================
      *> AUDIT-PLAY-BEGIN: None of the utility modes took the run,
      *> so it is a session of play -- a self-test, a headless
      *> (unattended) run, or a player's.
      *> ============================================================
       AUDIT-PLAY-BEGIN.
           EVALUATE TRUE
               WHEN WS-SELFTEST-MODE NOT = 0
                   MOVE "SELFTEST" TO WS-AUD-HOW
               WHEN WS-HEADLESS-MODE = 1
                   MOVE "BATCH" TO WS-AUD-HOW
               WHEN OTHER
                   MOVE "QUIT" TO WS-AUD-HOW
           END-EVALUATE
           .

      *> ============================================================
      *> AUDIT-NOTE-MAP: WS-MAP-NAME is starting. The record counts
      *> every map start and names the first eight maps played.
      *> ============================================================
       AUDIT-NOTE-MAP.
           IF WS-AUD-MAP-COUNT < 999
               ADD 1 TO WS-AUD-MAP-COUNT
           END-IF
           PERFORM VARYING WS-AUD-I FROM 1 BY 1
               UNTIL WS-AUD-I > 8
               IF WS-AUD-MAP(WS-AUD-I) = WS-MAP-NAME
                   EXIT PARAGRAPH
               END-IF
               IF WS-AUD-MAP(WS-AUD-I) = SPACES
                   MOVE WS-MAP-NAME TO WS-AUD-MAP(WS-AUD-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> AUDIT-SESSION-END: The end record. RETURN-CODE is the
      *> session's exit code -- kept across the file calls here,
      *> which set their own.
      *> ============================================================
       AUDIT-SESSION-END.
           IF WS-AUD-ENDED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AUD-ENDED
           MOVE RETURN-CODE TO WS-AUD-SAVE-RC
           IF WS-AUD-SAVE-RC < 0 OR WS-AUD-SAVE-RC > 999
               MOVE 999 TO WS-AUD-RC
           ELSE
               MOVE WS-AUD-SAVE-RC TO WS-AUD-RC
           END-IF

           MOVE "E" TO WS-AUD-KIND
           ACCEPT WS-AUD-REC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-CLOCK FROM TIME
           MOVE WS-AUD-CLOCK-N TO WS-AUD-REC-TIME
           COMPUTE WS-AUD-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-AUD-REC-DATE)
                   - WS-AUD-START-DAYS) * 86400
               + WS-AUD-CLK-HH * 3600 + WS-AUD-CLK-MM * 60
               + WS-AUD-CLK-SS - WS-AUD-START-SECS
           IF WS-AUD-ELAPSED < 0
               MOVE 0 TO WS-AUD-ELAPSED
           END-IF
           MOVE WS-AUD-ELAPSED TO WS-AUD-SECONDS

           MOVE WS-PLR-ID TO WS-AUD-PLAYER
           IF WS-WAD-FILENAME NOT = SPACES
               AND WS-WAD-FILENAME NOT = LOW-VALUES
               MOVE SPACES TO WS-AUD-WAD
               UNSTRING WS-WAD-FILENAME DELIMITED BY X"00" OR SPACE
                   INTO WS-AUD-WAD
               END-UNSTRING
           END-IF
           IF WS-WAD2-FILENAME NOT = SPACES
               MOVE SPACES TO WS-AUD-PWAD
               UNSTRING WS-WAD2-FILENAME DELIMITED BY X"00" OR SPACE
                   INTO WS-AUD-PWAD
               END-UNSTRING
           END-IF

           PERFORM AUDIT-APPEND
           MOVE WS-AUD-SAVE-RC TO RETURN-CODE
           .

       AUDIT-SESSION-FAILED.
           IF WS-AUD-HOW NOT = "SELFTEST"
               MOVE "ERROR" TO WS-AUD-HOW
           END-IF
           PERFORM AUDIT-SESSION-END
           .

      *> ============================================================
      *> AUDIT-KIOSK-VISIT: The visit record -- the session's stamp,
      *> the visit's end, length (WS-KSK-VISIT-SECS), how it ended
      *> (WS-KSK-HOW) and its plays in the map-count field. The
      *> session's own record is put back after.
      *> ============================================================
       AUDIT-KIOSK-VISIT.
           MOVE WS-AUD-REC TO WS-AUD-SAVE-REC
           MOVE "V" TO WS-AUD-KIND
           ACCEPT WS-AUD-REC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-CLOCK FROM TIME
           MOVE WS-AUD-CLOCK-N TO WS-AUD-REC-TIME
           MOVE WS-KSK-VISIT-SECS TO WS-AUD-SECONDS
           MOVE WS-KSK-HOW TO WS-AUD-HOW
           MOVE 0 TO WS-AUD-RC
           MOVE WS-PLR-ID TO WS-AUD-PLAYER
           MOVE WS-KSK-VISIT-PLAYS TO WS-AUD-MAP-COUNT
           MOVE SPACES TO WS-AUD-MAPS
           MOVE WS-MAP-NAME TO WS-AUD-MAP(1)
           MOVE SPACES TO WS-AUD-SWITCHES
           PERFORM AUDIT-APPEND
           MOVE WS-AUD-SAVE-REC TO WS-AUD-REC
           .

      *> ============================================================
      *> AUDIT-APPEND: WS-AUD-REC onto the end of the log, which is
      *> created with the first session.
      *> ============================================================
       AUDIT-APPEND.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-AUD-FILENAME
               WS-AUD-DETAILS
           IF RETURN-CODE = 0
               MOVE WS-AUD-FILE-SIZE TO WS-AUD-OFS
               CALL "CBL_OPEN_FILE" USING WS-AUD-FILENAME
                   3 0 0 WS-AUD-HANDLE
           ELSE
               MOVE 0 TO WS-AUD-OFS
               CALL "CBL_CREATE_FILE" USING WS-AUD-FILENAME
                   2 0 0 WS-AUD-HANDLE
           END-IF
           IF RETURN-CODE NOT = 0
               DISPLAY "WARN: cannot append to " WS-AUD-FILENAME
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_WRITE_FILE" USING WS-AUD-HANDLE
               WS-AUD-OFS WS-AUD-LEN 0 WS-AUD-REC
           IF RETURN-CODE NOT = 0
               DISPLAY "WARN: write failed on " WS-AUD-FILENAME
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-AUD-HANDLE
           .

      *> ============================================================
      *> RUN-AUDIT-REPORT: One month of the log -- sessions started
      *> per day and per hour of the day, how the sessions ended,
      *> the average length of those that did, and the crash rate;
      *> then any kiosk visits -- how many, their plays, how long
      *> and how they ended.
      *> A session with no end record was killed outright or is
      *> still running; this report's own run is left out.
      *> ============================================================
       RUN-AUDIT-REPORT.
           MOVE SPACES TO WS-AUD-MONTH-ENV
           ACCEPT WS-AUD-MONTH-ENV FROM ENVIRONMENT "DOOM_AUDIT_MONTH"
           IF WS-AUD-MONTH-ENV = SPACES
               MOVE WS-AUD-SES-DATE(1:6) TO WS-AUD-MONTH
           ELSE
               IF WS-AUD-MONTH-ENV(1:6) IS NUMERIC
                   AND WS-AUD-MONTH-ENV(7:2) = SPACES
                   MOVE WS-AUD-MONTH-ENV(1:6) TO WS-AUD-MONTH
               ELSE
                   DISPLAY "ERROR: DOOM_AUDIT_MONTH must be YYYYMM"
                   MOVE 8 TO WS-AUD-WORST
                   EXIT PARAGRAPH
               END-IF
           END-IF

           INITIALIZE WS-AUD-DAY-TABLE
           INITIALIZE WS-AUD-HOUR-TABLE
           MOVE 0 TO WS-AUD-TOT-STARTS
           MOVE 0 TO WS-AUD-TOT-ENDS
           MOVE 0 TO WS-AUD-TOT-SECONDS
           MOVE 0 TO WS-AUD-TOT-QUIT
           MOVE 0 TO WS-AUD-TOT-CRASH
           MOVE 0 TO WS-AUD-TOT-SELFTEST
           MOVE 0 TO WS-AUD-TOT-BATCH
           MOVE 0 TO WS-AUD-TOT-ERROR
           MOVE 0 TO WS-AUD-TOT-VISITS
           MOVE 0 TO WS-AUD-TOT-PLAYS
           MOVE 0 TO WS-AUD-TOT-VSECONDS
           MOVE 0 TO WS-AUD-TOT-VTIME
           MOVE 0 TO WS-AUD-TOT-VDEATHS
           MOVE 0 TO WS-AUD-TOT-VLEFT

           OPEN INPUT AUDIT-FILE
      *>   05 = the optional file isn't there yet; it still counts
      *>   as open, so it still gets its CLOSE
           IF WS-AUD-STATUS = "05"
               DISPLAY "WARN: no sessions logged in " WS-AUD-FILENAME
               MOVE 4 TO WS-AUD-WORST
           END-IF
           IF WS-AUD-STATUS NOT = "00" AND WS-AUD-STATUS NOT = "05"
               DISPLAY "ERROR: cannot read " WS-AUD-FILENAME
                   ", status=" WS-AUD-STATUS
               MOVE 8 TO WS-AUD-WORST
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AUD-STATUS NOT = "00"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-AUD-STATUS
                   NOT AT END
                       PERFORM AUD-TAKE-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           OPEN OUTPUT AUDRPT-FILE
           IF WS-AUD-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-AUD-RPT-FILENAME
                   ", status=" WS-AUD-RPT-STATUS
               MOVE 8 TO WS-AUD-WORST
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUD-LINE
           STRING "=== Bench usage " DELIMITED BY SIZE
               WS-AUD-MONTH(1:4) "-" WS-AUD-MONTH(5:2)
               DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               WS-AUD-FILENAME DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO WS-AUD-LINE
           END-STRING
           PERFORM AUD-REPORT-LINE
           PERFORM AUD-REPORT-SUMMARY
           PERFORM AUD-REPORT-DAYS
           PERFORM AUD-REPORT-HOURS
           PERFORM AUD-REPORT-KIOSK
           CLOSE AUDRPT-FILE
           DISPLAY "Usage report written to " WS-AUD-RPT-FILENAME
           .

      *> ============================================================
      *> AUD-TAKE-RECORD: A start record counts the session on its
      *> day and hour; an end record its length and how it ended.
      *> Both are filed under the month the session started in.
      *> ============================================================
       AUD-TAKE-RECORD.
           IF SL-SES-DATE IS NOT NUMERIC
               OR SL-SES-TIME IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF SL-SES-DATE(1:6) NOT = WS-AUD-MONTH
               EXIT PARAGRAPH
           END-IF
           IF SL-SES-DATE = WS-AUD-SES-DATE
               AND SL-SES-TIME = WS-AUD-SES-TIME
               EXIT PARAGRAPH
           END-IF
           EVALUATE SL-KIND
               WHEN "S"
                   ADD 1 TO WS-AUD-TOT-STARTS
                   MOVE SL-SES-DATE(7:2) TO WS-AUD-DAY
                   MOVE SL-SES-TIME(1:2) TO WS-AUD-HOUR
                   IF WS-AUD-DAY >= 1 AND WS-AUD-DAY <= 31
                       ADD 1 TO WS-AUD-DAY-SESS(WS-AUD-DAY)
                   END-IF
                   IF WS-AUD-HOUR <= 23
                       ADD 1 TO WS-AUD-HOUR-SESS(WS-AUD-HOUR + 1)
                   END-IF
               WHEN "E"
                   ADD 1 TO WS-AUD-TOT-ENDS
                   IF SL-SECONDS IS NUMERIC
                       ADD SL-SECONDS TO WS-AUD-TOT-SECONDS
                   END-IF
                   EVALUATE SL-HOW
                       WHEN "QUIT"
                           ADD 1 TO WS-AUD-TOT-QUIT
                       WHEN "CRASH"
                           ADD 1 TO WS-AUD-TOT-CRASH
                       WHEN "SELFTEST"
                           ADD 1 TO WS-AUD-TOT-SELFTEST
                       WHEN "BATCH"
                           ADD 1 TO WS-AUD-TOT-BATCH
                       WHEN OTHER
                           ADD 1 TO WS-AUD-TOT-ERROR
                   END-EVALUATE
               WHEN "V"
                   ADD 1 TO WS-AUD-TOT-VISITS
                   IF SL-SECONDS IS NUMERIC
                       ADD SL-SECONDS TO WS-AUD-TOT-VSECONDS
                   END-IF
                   IF SL-MAP-COUNT IS NUMERIC
                       ADD SL-MAP-COUNT TO WS-AUD-TOT-PLAYS
                   END-IF
                   EVALUATE SL-HOW
                       WHEN "TIME"
                           ADD 1 TO WS-AUD-TOT-VTIME
                       WHEN "DEATHS"
                           ADD 1 TO WS-AUD-TOT-VDEATHS
                       WHEN OTHER
                           ADD 1 TO WS-AUD-TOT-VLEFT
                   END-EVALUATE
           END-EVALUATE
           .

       AUD-REPORT-SUMMARY.
           MOVE WS-AUD-TOT-STARTS TO WS-AUD-NUM-ED
           MOVE SPACES TO WS-AUD-LINE
           STRING "Sessions started        " DELIMITED BY SIZE
               WS-AUD-NUM-ED DELIMITED BY SIZE
               INTO WS-AUD-LINE
           END-STRING
           PERFORM AUD-REPORT-LINE
           MOVE "  ended QUIT            " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-QUIT TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE "  ended CRASH           " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-CRASH TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE "  ended SELFTEST        " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-SELFTEST TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE "  ended BATCH           " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-BATCH TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE "  ended ERROR           " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-ERROR TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE 0 TO WS-AUD-NO-END
           IF WS-AUD-TOT-STARTS > WS-AUD-TOT-ENDS
               COMPUTE WS-AUD-NO-END =
                   WS-AUD-TOT-STARTS - WS-AUD-TOT-ENDS
           END-IF
           MOVE "  no end record         " TO WS-AUD-LINE
           MOVE WS-AUD-NO-END TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE

           MOVE 0 TO WS-AUD-AVG
           IF WS-AUD-TOT-ENDS > 0
               COMPUTE WS-AUD-AVG ROUNDED =
                   WS-AUD-TOT-SECONDS / WS-AUD-TOT-ENDS
           END-IF
           MOVE WS-AUD-AVG TO WS-AUD-NUM-ED
           MOVE SPACES TO WS-AUD-LINE
           STRING "Average session (secs)  " DELIMITED BY SIZE
               WS-AUD-NUM-ED DELIMITED BY SIZE
               INTO WS-AUD-LINE
           END-STRING
           PERFORM AUD-REPORT-LINE

      *>   Crashes over sessions started: a crash that killed the
      *>   process before its end record shows under no end record
           MOVE 0 TO WS-AUD-RATE
           IF WS-AUD-TOT-STARTS > 0
               COMPUTE WS-AUD-RATE ROUNDED =
                   WS-AUD-TOT-CRASH * 100 / WS-AUD-TOT-STARTS
           END-IF
           MOVE WS-AUD-RATE TO WS-AUD-RATE-ED
           MOVE SPACES TO WS-AUD-LINE
           STRING "Crash rate (%)            " DELIMITED BY SIZE
               WS-AUD-RATE-ED DELIMITED BY SIZE
               INTO WS-AUD-LINE
           END-STRING
           PERFORM AUD-REPORT-LINE
           .

       AUD-REPORT-DAYS.
           MOVE SPACES TO WS-AUD-LINE
           PERFORM AUD-REPORT-LINE
           MOVE "Sessions per day" TO WS-AUD-LINE
           PERFORM AUD-REPORT-LINE
           PERFORM VARYING WS-AUD-DAY FROM 1 BY 1
               UNTIL WS-AUD-DAY > 31
               IF WS-AUD-DAY-SESS(WS-AUD-DAY) > 0
                   MOVE WS-AUD-DAY-SESS(WS-AUD-DAY) TO WS-AUD-NUM-ED
                   MOVE WS-AUD-DAY-SESS(WS-AUD-DAY) TO WS-AUD-BAR-N
                   PERFORM AUD-MAKE-BAR
                   MOVE SPACES TO WS-AUD-LINE
                   STRING "  " WS-AUD-MONTH(1:4) "-"
                       WS-AUD-MONTH(5:2) "-" WS-AUD-DAY
                       DELIMITED BY SIZE
                       WS-AUD-NUM-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-AUD-BAR DELIMITED BY SPACE
                       INTO WS-AUD-LINE
                   END-STRING
                   PERFORM AUD-REPORT-LINE
               END-IF
           END-PERFORM
           .

       AUD-REPORT-HOURS.
           MOVE SPACES TO WS-AUD-LINE
           PERFORM AUD-REPORT-LINE
           MOVE "Sessions per hour of the day" TO WS-AUD-LINE
           PERFORM AUD-REPORT-LINE
           PERFORM VARYING WS-AUD-HOUR FROM 0 BY 1
               UNTIL WS-AUD-HOUR > 23
               MOVE WS-AUD-HOUR-SESS(WS-AUD-HOUR + 1) TO WS-AUD-NUM-ED
               MOVE WS-AUD-HOUR-SESS(WS-AUD-HOUR + 1) TO WS-AUD-BAR-N
               PERFORM AUD-MAKE-BAR
               MOVE SPACES TO WS-AUD-LINE
               STRING "  " WS-AUD-HOUR ":00   " DELIMITED BY SIZE
                   WS-AUD-NUM-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AUD-BAR DELIMITED BY SPACE
                   INTO WS-AUD-LINE
               END-STRING
               PERFORM AUD-REPORT-LINE
           END-PERFORM
           .

      *> ============================================================
      *> AUD-REPORT-KIOSK: The kiosk's visits, for a bench run as
      *> one -- left out where there were none.
      *> ============================================================
       AUD-REPORT-KIOSK.
           IF WS-AUD-TOT-VISITS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUD-LINE
           PERFORM AUD-REPORT-LINE
           MOVE "Kiosk visits            " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-VISITS TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE "  ended TIME cap        " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-VTIME TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE "  ended DEATHS cap      " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-VDEATHS TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE "  ended LEFT            " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-VLEFT TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           MOVE "Kiosk plays             " TO WS-AUD-LINE
           MOVE WS-AUD-TOT-PLAYS TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           COMPUTE WS-AUD-AVG ROUNDED =
               WS-AUD-TOT-VSECONDS / WS-AUD-TOT-VISITS
           MOVE "Average visit (secs)    " TO WS-AUD-LINE
           MOVE WS-AUD-AVG TO WS-AUD-NUM-ED
           MOVE WS-AUD-NUM-ED TO WS-AUD-LINE(25:7)
           PERFORM AUD-REPORT-LINE
           .

      *> ============================================================
      *> AUD-MAKE-BAR: A row of # as long as the count in
      *> WS-AUD-BAR-N, up to 40.
      *> ============================================================
       AUD-MAKE-BAR.
           MOVE SPACES TO WS-AUD-BAR
           IF WS-AUD-BAR-N > 40
               MOVE 40 TO WS-AUD-BAR-N
           END-IF
           IF WS-AUD-BAR-N > 0
               MOVE ALL "#" TO WS-AUD-BAR(1:WS-AUD-BAR-N)
           END-IF
           .

       AUD-REPORT-LINE.
           MOVE WS-AUD-LINE TO AUDRPT-RECORD
           WRITE AUDRPT-RECORD
           DISPLAY WS-AUD-LINE
           .
