      *> ============================================================
      *> ledgmaint-proc.cpy -- Ledger maintenance run
      *> RUN-LEDGER-MAINT: DOOM_LEDGER_MAINT=1 startup path --
      *>   convert, archive and purge the results ledger, then
      *>   print the control totals. WS-LM-WORST is the exit code.
      *> A ledger that has been appended to across versions holds
      *> rows of more than one length back to back, so it is read
      *> through the byte-stream routines and each row's length
      *> worked out from its own fields and where the next row
      *> starts; record I/O only writes the results.
      *> ============================================================

       RUN-LEDGER-MAINT.
           MOVE WS-LG-FILENAME TO WS-LM-LIVE-FILENAME
           ACCEPT WS-LM-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-LM-ARCHIVE-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LM-TODAY)
               - WS-LM-RETAIN-DAYS)
           COMPUTE WS-LM-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LM-TODAY)
               - WS-LM-PURGE-DAYS)
           MOVE SPACES TO WS-LM-DATE-ENV
           ACCEPT WS-LM-DATE-ENV
               FROM ENVIRONMENT "DOOM_LEDGER_ARCHIVE_BEFORE"
           IF WS-LM-DATE-ENV NOT = SPACES
               IF WS-LM-DATE-ENV IS NUMERIC
                   MOVE WS-LM-DATE-ENV TO WS-LM-ARCHIVE-BEFORE
               ELSE
                   DISPLAY "WARN: DOOM_LEDGER_ARCHIVE_BEFORE is "
                       "not YYYYMMDD, using " WS-LM-ARCHIVE-BEFORE
               END-IF
           END-IF
           MOVE SPACES TO WS-LM-DATE-ENV
           ACCEPT WS-LM-DATE-ENV
               FROM ENVIRONMENT "DOOM_LEDGER_PURGE_BEFORE"
           IF WS-LM-DATE-ENV NOT = SPACES
               IF WS-LM-DATE-ENV IS NUMERIC
                   MOVE WS-LM-DATE-ENV TO WS-LM-PURGE-BEFORE
               ELSE
                   DISPLAY "WARN: DOOM_LEDGER_PURGE_BEFORE is "
                       "not YYYYMMDD, using " WS-LM-PURGE-BEFORE
               END-IF
           END-IF

           DISPLAY "=== Ledger maintenance: " WS-LM-LIVE-FILENAME
               " ==="
           DISPLAY "Archiving rows dated before " WS-LM-ARCHIVE-BEFORE
               ", purging A rows dated before " WS-LM-PURGE-BEFORE

           CALL "CBL_CHECK_FILE_EXIST" USING WS-LM-LIVE-FILENAME
               WS-LM-DETAILS
           IF RETURN-CODE NOT = 0
               DISPLAY "No results ledger at " WS-LM-LIVE-FILENAME
               EXIT PARAGRAPH
           END-IF

      *>   Pass 1: every row must fit a layout before anything is
      *>   touched
           MOVE 1 TO WS-LM-PASS
           PERFORM LM-SCAN-LEDGER
           IF WS-LM-WORST > 0
               DISPLAY "Ledger left as it was"
               EXIT PARAGRAPH
           END-IF

      *>   Pass 2: convert and sort each row into kept, archived
      *>   or purged
           MOVE 0 TO WS-LM-READ
           MOVE WS-LM-NEW-FILENAME TO WS-LG-FILENAME
           OPEN OUTPUT LEDGER-FILE
           MOVE WS-LM-LIVE-FILENAME TO WS-LG-FILENAME
           IF WS-LG-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write " WS-LM-NEW-FILENAME
                   ", status=" WS-LG-STATUS
               MOVE 8 TO WS-LM-WORST
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-LM-PASS
           PERFORM LM-SCAN-LEDGER
           CLOSE LEDGER-FILE
           IF WS-LM-ARC-OPEN = 1
               CLOSE LGARC-FILE
               MOVE 0 TO WS-LM-ARC-OPEN
           END-IF

      *>   Swap the rewritten ledger in, keeping the old one
           CALL "CBL_DELETE_FILE" USING WS-LM-BAK-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-LM-LIVE-FILENAME
               WS-LM-BAK-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: could not set " WS-LM-LIVE-FILENAME
                   " aside; the result is in " WS-LM-NEW-FILENAME
               MOVE 8 TO WS-LM-WORST
           ELSE
               CALL "CBL_RENAME_FILE" USING WS-LM-NEW-FILENAME
                   WS-LM-LIVE-FILENAME
               IF RETURN-CODE NOT = 0
                   DISPLAY "ERROR: could not rename "
                       WS-LM-NEW-FILENAME " to " WS-LM-LIVE-FILENAME
                   MOVE 8 TO WS-LM-WORST
               END-IF
           END-IF

           COMPUTE WS-LM-CONVERTED = WS-LM-CONV-V1 + WS-LM-CONV-V2
               + WS-LM-CONV-V3 + WS-LM-CONV-V4 + WS-LM-CONV-V5
               + WS-LM-CONV-V6
           COMPUTE WS-LM-CHECK =
               WS-LM-ARCHIVED + WS-LM-PURGED + WS-LM-KEPT
           DISPLAY " "
           DISPLAY "=== Control totals ==="
           DISPLAY "Rows read       " WS-LM-READ
           DISPLAY "Rows converted  " WS-LM-CONVERTED
               "  (" WS-LM-CONV-V1 " original, " WS-LM-CONV-V2
               " without player, " WS-LM-CONV-V3
               " without wave set, " WS-LM-CONV-V4
               " without flag, " WS-LM-CONV-V5
               " without adaptive step, " WS-LM-CONV-V6
               " without aim assist)"
           DISPLAY "Rows archived   " WS-LM-ARCHIVED
           DISPLAY "Rows purged     " WS-LM-PURGED
           DISPLAY "Rows kept       " WS-LM-KEPT
           IF WS-LM-CHECK = WS-LM-READ
               DISPLAY "Archived + purged + kept = read: in balance"
           ELSE
               DISPLAY "ERROR: archived + purged + kept = "
                   WS-LM-CHECK ", read " WS-LM-READ
                   " -- OUT OF BALANCE"
               MOVE 8 TO WS-LM-WORST
           END-IF
           DISPLAY "Previous ledger kept as " WS-LM-BAK-FILENAME
           .

      *> ============================================================
      *> LM-SCAN-LEDGER: Walk the ledger row by row. Pass 1 stops
      *> at the first row that fits no layout; pass 2 hands each
      *> row to LM-APPLY-ROW, pass 3 (the bench merge) to
      *> MG-TAKE-LEDGER-ROW, pass 4 (the spreadsheet extract) to
      *> XT-TAKE-LEDGER-ROW.
      *> ============================================================
       LM-SCAN-LEDGER.
           CALL "CBL_OPEN_FILE" USING WS-LM-LIVE-FILENAME
               1 0 0 WS-LM-HANDLE
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR: cannot read " WS-LM-LIVE-FILENAME
               MOVE 8 TO WS-LM-WORST
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LM-OFS
           PERFORM UNTIL WS-LM-OFS >= WS-LM-FILE-SIZE
               OR WS-LM-WORST > 0
               COMPUTE WS-LM-LEFT = WS-LM-FILE-SIZE - WS-LM-OFS
               IF WS-LM-LEFT > 128
                   MOVE 128 TO WS-LM-LEN
               ELSE
                   MOVE WS-LM-LEFT TO WS-LM-LEN
               END-IF
               MOVE SPACES TO WS-LM-WIN
               CALL "CBL_READ_FILE" USING WS-LM-HANDLE
                   WS-LM-OFS WS-LM-LEN 0 WS-LM-WIN
               PERFORM LM-CLASSIFY-ROW
               IF WS-LM-ROW-LEN = 0
                   ADD 1 TO WS-LM-READ
                   MOVE WS-LM-OFS TO WS-LM-LEFT
                   DISPLAY "ERROR: row " WS-LM-READ
                       " at byte offset " WS-LM-LEFT
                       " fits no ledger layout"
                   MOVE 8 TO WS-LM-WORST
               ELSE
                   ADD 1 TO WS-LM-READ
                   EVALUATE WS-LM-PASS
                       WHEN 2
                           PERFORM LM-APPLY-ROW
                       WHEN 3
                           PERFORM MG-TAKE-LEDGER-ROW
                       WHEN 4
                           PERFORM XT-TAKE-LEDGER-ROW
                   END-EVALUATE
                   ADD WS-LM-ROW-LEN TO WS-LM-OFS
               END-IF
           END-PERFORM
           CALL "CBL_CLOSE_FILE" USING WS-LM-HANDLE
           .

      *> ============================================================
      *> LM-CLASSIFY-ROW: WS-LM-ROW-LEN = the layout the row at the
      *> front of WS-LM-WIN was written in (74, 73, 71, 70, 62, 54
      *> or 48), or 0.
      *> A length is only taken when the row's own fields read
      *> right for it and the file either ends there or another
      *> row starts there -- newest layout tried first.
      *> ============================================================
       LM-CLASSIFY-ROW.
           MOVE 0 TO WS-LM-ROW-LEN
           MOVE 1 TO WS-LM-P
           PERFORM LM-CHECK-CORE
           IF WS-LM-OK = 0 OR WS-LM-LEFT < WS-LM-LEN-V1
               EXIT PARAGRAPH
           END-IF

           IF WS-LM-LEFT >= WS-LM-LEN-V7
               AND (WS-LM-WIN(49:1) = "C" OR "D" OR "A")
               AND WS-LM-WIN(50:5) IS NUMERIC
               AND (WS-LM-WIN(71:1) = SPACE OR "G" OR "A" OR "N"
                   OR "S" OR "V")
               AND (WS-LM-WIN(72:2) = SPACES
                   OR ((WS-LM-WIN(72:1) = "-" OR "+")
                       AND (WS-LM-WIN(73:1) = "1" OR "2")))
               AND (WS-LM-WIN(74:1) = SPACE OR "L" OR "S")
               IF WS-LM-LEFT = WS-LM-LEN-V7
                   MOVE WS-LM-LEN-V7 TO WS-LM-ROW-LEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-LM-LEFT >= WS-LM-LEN-V7 + WS-LM-LEN-V1
                   COMPUTE WS-LM-P = WS-LM-LEN-V7 + 1
                   PERFORM LM-CHECK-CORE
                   IF WS-LM-OK = 1
                       MOVE WS-LM-LEN-V7 TO WS-LM-ROW-LEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           IF WS-LM-LEFT >= WS-LM-LEN-V6
               AND (WS-LM-WIN(49:1) = "C" OR "D" OR "A")
               AND WS-LM-WIN(50:5) IS NUMERIC
               AND (WS-LM-WIN(71:1) = SPACE OR "G" OR "A" OR "N"
                   OR "S" OR "V")
               AND (WS-LM-WIN(72:2) = SPACES
                   OR ((WS-LM-WIN(72:1) = "-" OR "+")
                       AND (WS-LM-WIN(73:1) = "1" OR "2")))
               IF WS-LM-LEFT = WS-LM-LEN-V6
                   MOVE WS-LM-LEN-V6 TO WS-LM-ROW-LEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-LM-LEFT >= WS-LM-LEN-V6 + WS-LM-LEN-V1
                   COMPUTE WS-LM-P = WS-LM-LEN-V6 + 1
                   PERFORM LM-CHECK-CORE
                   IF WS-LM-OK = 1
                       MOVE WS-LM-LEN-V6 TO WS-LM-ROW-LEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           IF WS-LM-LEFT >= WS-LM-LEN-V5
               AND (WS-LM-WIN(49:1) = "C" OR "D" OR "A")
               AND WS-LM-WIN(50:5) IS NUMERIC
               AND (WS-LM-WIN(71:1) = SPACE OR "G" OR "A" OR "N"
                   OR "S" OR "V")
               IF WS-LM-LEFT = WS-LM-LEN-V5
                   MOVE WS-LM-LEN-V5 TO WS-LM-ROW-LEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-LM-LEFT >= WS-LM-LEN-V5 + WS-LM-LEN-V1
                   COMPUTE WS-LM-P = WS-LM-LEN-V5 + 1
                   PERFORM LM-CHECK-CORE
                   IF WS-LM-OK = 1
                       MOVE WS-LM-LEN-V5 TO WS-LM-ROW-LEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           IF WS-LM-LEFT >= WS-LM-LEN-V4
               AND (WS-LM-WIN(49:1) = "C" OR "D" OR "A")
               AND WS-LM-WIN(50:5) IS NUMERIC
               IF WS-LM-LEFT = WS-LM-LEN-V4
                   MOVE WS-LM-LEN-V4 TO WS-LM-ROW-LEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-LM-LEFT >= WS-LM-LEN-V4 + WS-LM-LEN-V1
                   COMPUTE WS-LM-P = WS-LM-LEN-V4 + 1
                   PERFORM LM-CHECK-CORE
                   IF WS-LM-OK = 1
                       MOVE WS-LM-LEN-V4 TO WS-LM-ROW-LEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           IF WS-LM-LEFT >= WS-LM-LEN-V3
               AND (WS-LM-WIN(49:1) = "C" OR "D" OR "A")
               AND WS-LM-WIN(50:5) IS NUMERIC
               IF WS-LM-LEFT = WS-LM-LEN-V3
                   MOVE WS-LM-LEN-V3 TO WS-LM-ROW-LEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-LM-LEFT >= WS-LM-LEN-V3 + WS-LM-LEN-V1
                   COMPUTE WS-LM-P = WS-LM-LEN-V3 + 1
                   PERFORM LM-CHECK-CORE
                   IF WS-LM-OK = 1
                       MOVE WS-LM-LEN-V3 TO WS-LM-ROW-LEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           IF WS-LM-LEFT >= WS-LM-LEN-V2
               AND (WS-LM-WIN(49:1) = "C" OR "D" OR "A")
               AND WS-LM-WIN(50:5) IS NUMERIC
               IF WS-LM-LEFT = WS-LM-LEN-V2
                   MOVE WS-LM-LEN-V2 TO WS-LM-ROW-LEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-LM-LEFT >= WS-LM-LEN-V2 + WS-LM-LEN-V1
                   COMPUTE WS-LM-P = WS-LM-LEN-V2 + 1
                   PERFORM LM-CHECK-CORE
                   IF WS-LM-OK = 1
                       MOVE WS-LM-LEN-V2 TO WS-LM-ROW-LEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           IF WS-LM-LEFT = WS-LM-LEN-V1
               MOVE WS-LM-LEN-V1 TO WS-LM-ROW-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-LM-LEFT >= WS-LM-LEN-V1 + WS-LM-LEN-V1
               COMPUTE WS-LM-P = WS-LM-LEN-V1 + 1
               PERFORM LM-CHECK-CORE
               IF WS-LM-OK = 1
                   MOVE WS-LM-LEN-V1 TO WS-LM-ROW-LEN
               END-IF
           END-IF
           .

      *> ============================================================
      *> LM-CHECK-CORE: WS-LM-OK = 1 when a row starting at
      *> WS-LM-WIN(WS-LM-P:) has the fields every layout shares --
      *> a map name, the skill digit and 39 bytes of zero-padded
      *> numbers through the date.
      *> ============================================================
       LM-CHECK-CORE.
           MOVE 0 TO WS-LM-OK
           IF WS-LM-WIN(WS-LM-P:1) NOT = SPACE
               AND WS-LM-WIN(WS-LM-P + 8:1) IS NUMERIC
               AND WS-LM-WIN(WS-LM-P + 9:39) IS NUMERIC
               MOVE 1 TO WS-LM-OK
           END-IF
           .

      *> ============================================================
      *> LM-APPLY-ROW: Rebuild the row in the current layout, then
      *> purge, archive or keep it.
      *> ============================================================
       LM-APPLY-ROW.
           PERFORM LM-CONVERT-ROW

           EVALUATE TRUE
               WHEN LG-RTYPE = "A"
                   AND LG-DATE < WS-LM-PURGE-BEFORE
                   ADD 1 TO WS-LM-PURGED
               WHEN LG-DATE < WS-LM-ARCHIVE-BEFORE
                   PERFORM LM-ARCHIVE-ROW
               WHEN OTHER
                   WRITE LEDGER-RECORD
                   ADD 1 TO WS-LM-KEPT
           END-EVALUATE
           .

      *> ============================================================
      *> LM-CONVERT-ROW: The row at the front of WS-LM-WIN, in
      *> LEDGER-RECORD in the current layout (an original row is a
      *> completion with no killer; rows without a player are
      *> GUEST's, left blank as always, and rows from before the
      *> run flag, the adaptive step and the aim assistance read
      *> as clean, as played at the skill picked and unassisted).
      *> ============================================================
       LM-CONVERT-ROW.
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-LM-WIN(1:48) TO LEDGER-RECORD(1:48)
           EVALUATE WS-LM-ROW-LEN
               WHEN WS-LM-LEN-V1
                   MOVE "C" TO LG-RTYPE
                   MOVE 0 TO LG-KILLER
                   ADD 1 TO WS-LM-CONV-V1
               WHEN WS-LM-LEN-V2
                   MOVE WS-LM-WIN(49:6) TO LEDGER-RECORD(49:6)
                   ADD 1 TO WS-LM-CONV-V2
               WHEN WS-LM-LEN-V3
                   MOVE WS-LM-WIN(49:14) TO LEDGER-RECORD(49:14)
                   ADD 1 TO WS-LM-CONV-V3
               WHEN WS-LM-LEN-V4
                   MOVE WS-LM-WIN(49:22) TO LEDGER-RECORD(49:22)
                   ADD 1 TO WS-LM-CONV-V4
               WHEN WS-LM-LEN-V5
                   MOVE WS-LM-WIN(49:23) TO LEDGER-RECORD(49:23)
                   ADD 1 TO WS-LM-CONV-V5
               WHEN WS-LM-LEN-V6
                   MOVE WS-LM-WIN(49:25) TO LEDGER-RECORD(49:25)
                   ADD 1 TO WS-LM-CONV-V6
               WHEN OTHER
                   MOVE WS-LM-WIN(49:26) TO LEDGER-RECORD(49:26)
           END-EVALUATE
           .

      *> ============================================================
      *> LM-ARCHIVE-ROW: Append the row to the archive for its
      *> month, switching files when the month changes.
      *> ============================================================
       LM-ARCHIVE-ROW.
           COMPUTE WS-LM-ROW-MONTH = LG-DATE / 100
           IF WS-LM-ARC-OPEN = 0
               OR WS-LM-ROW-MONTH NOT = WS-LM-ARC-MONTH
               IF WS-LM-ARC-OPEN = 1
                   CLOSE LGARC-FILE
               END-IF
               MOVE WS-LM-ROW-MONTH TO WS-LM-ARC-MONTH
               MOVE SPACES TO WS-LM-ARC-FILENAME
               STRING "results_" DELIMITED BY SIZE
                   WS-LM-ARC-MONTH DELIMITED BY SIZE
                   ".arc" DELIMITED BY SIZE
                   INTO WS-LM-ARC-FILENAME
               END-STRING
               OPEN EXTEND LGARC-FILE
               MOVE 1 TO WS-LM-ARC-OPEN
           END-IF
           MOVE LEDGER-RECORD TO LGARC-RECORD
           WRITE LGARC-RECORD
           ADD 1 TO WS-LM-ARCHIVED
           .
