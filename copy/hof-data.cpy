      *> ============================================================
      *> hof-data.cpy -- Data for the hall-of-fame screen
      *> When the title sits idle the attract cycle now takes turns:
      *> the attract.rec demo one time, this page the next. The page
      *> is read fresh from the results ledger each time it comes
      *> up -- the fastest clean completion of every map, the best
      *> horde waves, the best drill scores and the newest records
      *> set -- and drawn in the WAD's STCFN font, so the lobby
      *> screen keeps the competition's standings up by itself.
      *> Only clean runs count, as for the results master's bests.
      *> All variables prefixed WS-HOF-.
      *> ============================================================

       01 WS-HOF-TURN              PIC 9 VALUE 0.
      *>   What the next idle timeout shows: 0 = the attract demo,
      *>   1 = this page
       01 WS-HOF-HOLD-MS           PIC 9(5) COMP-5 VALUE 10000.
      *>   How long the page stays up before the title comes back
       01 WS-HOF-START             PIC S9(9) COMP-5.
       01 WS-HOF-NOW               PIC S9(9) COMP-5.
       01 WS-HOF-PRESSED           PIC 9.
       01 WS-HOF-K                 PIC 9(2).

      *> --- Fastest clean completion of each map, kept in map-name
      *>     order; the page has room for the first 16 ---
       01 WS-HOF-MAP-MAX           PIC 9(2) VALUE 40.
       01 WS-HOF-MAP-SHOWN         PIC 9(2) VALUE 16.
       01 WS-HOF-MAP-COUNT         PIC 9(2) VALUE 0.
       01 WS-HOF-OVFL-WARNED       PIC 9 VALUE 0.
       01 WS-HOF-MAP-TABLE.
          05 WS-HOF-MAP-ENTRY OCCURS 40 TIMES.
             10 WS-HOF-MAP         PIC X(8).
             10 WS-HOF-MAP-SKILL   PIC 9.
             10 WS-HOF-MAP-TIME    PIC 9(5).
             10 WS-HOF-MAP-PLAYER  PIC X(8).

      *> --- Best three horde waves and drill scores, best first.
      *>     A horde entry names the wave set it was played on
      *>     (HORDE for the compiled waves), the results master's
      *>     key, so no set's wave passes for another's ---
       01 WS-HOF-TOP-MAX           PIC 9 VALUE 3.
       01 WS-HOF-WAVE-COUNT        PIC 9 VALUE 0.
       01 WS-HOF-WAVE-TABLE.
          05 WS-HOF-WAVE-ENTRY OCCURS 3 TIMES.
             10 WS-HOF-WAVE        PIC 9(3).
             10 WS-HOF-WAVE-SET    PIC X(8).
             10 WS-HOF-WAVE-PLAYER PIC X(8).
       01 WS-HOF-WAVE-KEY          PIC X(8).
       01 WS-HOF-DRILL-COUNT       PIC 9 VALUE 0.
       01 WS-HOF-DRILL-TABLE.
          05 WS-HOF-DRILL-ENTRY OCCURS 3 TIMES.
             10 WS-HOF-DRILL       PIC 9(5).
             10 WS-HOF-DRILL-PLAYER PIC X(8).

      *> --- Newest records, in the order the ledger set them: a
      *>     map's time beaten (M), a horde wave bettered (H) or a
      *>     drill score bettered (D). The oldest falls off the
      *>     front when the table is full. A horde record keeps
      *>     its wave set where a map record keeps its map ---
       01 WS-HOF-REC-MAX           PIC 9 VALUE 5.
       01 WS-HOF-REC-COUNT         PIC 9 VALUE 0.
       01 WS-HOF-REC-TABLE.
          05 WS-HOF-REC-ENTRY OCCURS 5 TIMES.
             10 WS-HOF-REC-KIND    PIC X.
             10 WS-HOF-REC-MAP     PIC X(8).
             10 WS-HOF-REC-VALUE   PIC 9(5).
             10 WS-HOF-REC-PLAYER  PIC X(8).
       01 WS-HOF-NEW-KIND          PIC X.
       01 WS-HOF-NEW-VALUE         PIC 9(5).
      *> --- Each wave set's standing best, which a horde record
      *>     has to beat; sets past the tenth set no records ---
       01 WS-HOF-SET-MAX           PIC 9(2) VALUE 10.
       01 WS-HOF-SET-COUNT         PIC 9(2) VALUE 0.
       01 WS-HOF-SET-TABLE.
          05 WS-HOF-SET-ENTRY OCCURS 10 TIMES.
             10 WS-HOF-SET-NAME    PIC X(8).
             10 WS-HOF-SET-BEST    PIC 9(3).
       01 WS-HOF-BEST-DRILL        PIC 9(5).

      *> --- Working variables ---
       01 WS-HOF-I                 PIC 9(2).
       01 WS-HOF-J                 PIC 9(2).
       01 WS-HOF-FOUND             PIC 9(2).
       01 WS-HOF-PLAYER            PIC X(8).
       01 WS-HOF-ROWS              PIC 9(7).
       01 WS-HOF-Y                 PIC 9(3).
       01 WS-HOF-LINE              PIC X(40).
       01 WS-HOF-MIN               PIC 9(4).
       01 WS-HOF-SEC               PIC 9(2).
       01 WS-HOF-MIN-ED            PIC Z(3)9.
       01 WS-HOF-NUM-ED            PIC Z(4)9.
       01 WS-HOF-TIME-TXT          PIC X(8).
       01 WS-HOF-TIME-IN           PIC 9(5).
