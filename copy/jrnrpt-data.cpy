      *> ============================================================
      *> jrnrpt-data.cpy -- Data for the journal timeline report
      *> DOOM_JOURNAL_REPORT=1 reads the DOOM_JOURNAL event log
      *> back and writes one block per session and map to
      *> journal.rpt: how many of each kind of event, when each
      *> kind first happened, and every stretch longer than
      *> DOOM_JOURNAL_GAP seconds (default 120) with no event at
      *> all -- a one-page account of a session to attach to a
      *> bug ticket. All variables prefixed WS-JR-.
      *> ============================================================

       01 WS-JR-ENV                PIC X(8).
       01 WS-JR-RPT-FILENAME       PIC X(32) VALUE "journal.rpt".
       01 WS-JR-RPT-STATUS         PIC XX.
       01 WS-JR-GAP-ENV            PIC X(8).
       01 WS-JR-GAP-SECS           PIC 9(6) VALUE 120.

      *> --- Event kinds, told apart by how JOURNAL-EVENT's
      *>     callers word the line; the objective verdict is
      *>     matched on string 91, whatever strings.cfg makes it ---
       01 WS-JR-KIND-COUNT         PIC 9 VALUE 9.
       01 WS-JR-KIND-NAMES.
          05 FILLER PIC X(14) VALUE "DOOR OPEN".
          05 FILLER PIC X(14) VALUE "DOOR CLOSING".
          05 FILLER PIC X(14) VALUE "TELEPORTED".
          05 FILLER PIC X(14) VALUE "SECRET FOUND".
          05 FILLER PIC X(14) VALUE "PLAYER DIED".
          05 FILLER PIC X(14) VALUE "HIT TAKEN".
          05 FILLER PIC X(14) VALUE "PICKUP".
          05 FILLER PIC X(14) VALUE "OBJECTIVES".
          05 FILLER PIC X(14) VALUE "OTHER".
       01 WS-JR-KIND-TABLE REDEFINES WS-JR-KIND-NAMES.
          05 WS-JR-KIND-NAME       PIC X(14) OCCURS 9 TIMES.
       01 WS-JR-KIND-STATS.
          05 WS-JR-KIND OCCURS 9 TIMES.
             10 WS-JR-KIND-N       PIC 9(5).
             10 WS-JR-KIND-FIRST   PIC 9(6).
       01 WS-JR-K                  PIC 9(2).
       01 WS-JR-OBJ-LEN            PIC 9(2).

      *> --- The session and map block being gathered. A session
      *>     starts at the SESSION START line INIT-JOURNAL-MODE
      *>     writes, or -- in a log from before that line -- where
      *>     the play clock runs backwards ---
       01 WS-JR-SESSION            PIC 9(3) VALUE 0.
       01 WS-JR-SESSION-STAMP      PIC X(15).
       01 WS-JR-IN-GROUP           PIC 9 VALUE 0.
       01 WS-JR-MAP                PIC X(8).
       01 WS-JR-START              PIC 9(6).
       01 WS-JR-END                PIC 9(6).
       01 WS-JR-EVENTS             PIC 9(5).
       01 WS-JR-LAST-TIME          PIC 9(6) VALUE 0.
       01 WS-JR-SEEN               PIC 9 VALUE 0.

      *> --- Quiet stretches in the block: the first 10 are
      *>     listed, the rest only counted ---
       01 WS-JR-GAP-COUNT          PIC 9(3).
       01 WS-JR-GAP-TABLE.
          05 WS-JR-GAP OCCURS 10 TIMES.
             10 WS-JR-GAP-AFTER    PIC 9(6).
             10 WS-JR-GAP-LEN      PIC 9(6).
       01 WS-JR-G                  PIC 9(3).

      *> --- Totals ---
       01 WS-JR-READ               PIC 9(7) VALUE 0.
       01 WS-JR-BLOCKS             PIC 9(5) VALUE 0.
       01 WS-JR-GAPS-ALL           PIC 9(5) VALUE 0.

      *> --- Return code: 0 = report written, 8 = no journal or
      *>     the report can't be written ---
       01 WS-JR-WORST              PIC 9(3) VALUE 0.

      *> --- hh:mm:ss edit of a play-clock second count ---
       01 WS-JR-SECS               PIC 9(6).
       01 WS-JR-MINS               PIC 9(5).
       01 WS-JR-HOURS              PIC 9(4).
       01 WS-JR-HMS.
          05 WS-JR-HH              PIC 99.
          05 FILLER                PIC X VALUE ":".
          05 WS-JR-MM              PIC 99.
          05 FILLER                PIC X VALUE ":".
          05 WS-JR-SS              PIC 99.
       01 WS-JR-LINE               PIC X(100).
