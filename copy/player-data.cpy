      *> ============================================================
      *> player-data.cpy -- Data for the player master file
      *> players.dat holds one line per tester who signs in at the
      *> bench: ID, display name, date registered, date last
      *> played and sessions played. The signed-in ID is stamped
      *> on the ledger, weapon-stats, career and best-time records
      *> so each tester's numbers, bests and ghosts stay apart.
      *> All variables prefixed WS-PLR-.
      *> ============================================================

       01 WS-PLR-FILENAME          PIC X(32) VALUE "players.dat".
       01 WS-PLR-STATUS            PIC XX.
       01 WS-PLR-ENV               PIC X(32).
       01 WS-PLR-NAME-ENV          PIC X(24).

      *> --- The roster, read whole at startup and rewritten whole
      *>     whenever a sign-in changes it ---
       01 WS-PLR-MAX               PIC 9(3) VALUE 50.
       01 WS-PLR-COUNT             PIC 9(3) VALUE 0.
       01 WS-PLR-TABLE.
          05 WS-PLR OCCURS 50 TIMES.
             10 WS-PLR-TAB-ID      PIC X(8).
             10 WS-PLR-TAB-NAME    PIC X(24).
             10 WS-PLR-TAB-CREATED PIC 9(8).
             10 WS-PLR-TAB-LAST    PIC 9(8).
             10 WS-PLR-TAB-SESS    PIC 9(5).

      *> --- Selection: WS-PLR-ID is the roster entry the title
      *>     screen is showing (and the one every record is stamped
      *>     with); WS-PLR-SIGNED is the one whose session has been
      *>     counted. Records written before the first sign-in, and
      *>     records from before the player field existed, belong
      *>     to GUEST. ---
       01 WS-PLR-ID                PIC X(8) VALUE "GUEST".
       01 WS-PLR-SIGNED            PIC X(8) VALUE SPACES.
       01 WS-PLR-CUR               PIC 9(3) VALUE 0.
       01 WS-PLR-GUEST             PIC X(8) VALUE "GUEST".

      *> --- Title-screen roster cycling debounce ---
       01 WS-PLR-NEXT-PREV         PIC 9 VALUE 0.
       01 WS-PLR-BACK-PREV         PIC 9 VALUE 0.

      *> --- Working variables ---
       01 WS-PLR-I                 PIC 9(3).
       01 WS-PLR-HIT               PIC 9(3).
       01 WS-PLR-DATE-W            PIC 9(8).
       01 WS-PLR-LINE              PIC X(40).
