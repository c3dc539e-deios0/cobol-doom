      *> ============================================================
      *> dehacked-data.cpy -- Data for DEHACKED patches
      *> A PWAD's DEHACKED lump, and a .deh file named by DOOM_DEH
      *> on top of it, are read at startup. Thing blocks land in
      *> the monster tuning table (WS-TN-ENTRY), Weapon blocks in
      *> the weapons' ammo pool and cost (WS-WP-AMMO-ENT), Ammo
      *> blocks in the pool capacities and clip sizes
      *> (WS-AMMO-ENT), Text blocks in the message strings
      *> (WS-STR-TXT). Every field is listed in dehacked.rpt as
      *> applied or not supported -- frames, sounds, sprites,
      *> code pointers and BEX sections have no counterpart here.
      *> All variables prefixed WS-DH-.
      *> ============================================================

       01 WS-DH-FILENAME           PIC X(64).
       01 WS-DH-STATUS             PIC XX.
       01 WS-DH-RPT-FILENAME       PIC X(32) VALUE "dehacked.rpt".
       01 WS-DH-RPT-STATUS         PIC XX.
       01 WS-DH-RPT-OPEN           PIC 9 VALUE 0.
      *>   0 = not yet opened, 1 = open, 2 = could not be written
       01 WS-DH-LINE               PIC X(100).

      *> --- The patch text, one source at a time, with its lines
      *>     ended by X"0A" whichever way it was read ---
       01 WS-DH-BUF-MAX            PIC 9(6) VALUE 131072.
       01 WS-DH-BUF                PIC X(131072).
       01 WS-DH-LEN                PIC 9(6) VALUE 0.
       01 WS-DH-POS                PIC 9(6).
       01 WS-DH-CUT                PIC 9 VALUE 0.
      *>   1 = the source was longer than WS-DH-BUF
       01 WS-DH-SRC                PIC X(64).
       01 WS-DH-CH                 PIC X.

      *> --- Current line: as written, upper-cased, and split ---
       01 WS-DH-TEXT               PIC X(256).
       01 WS-DH-TEXT-LEN           PIC 9(3).
       01 WS-DH-UP                 PIC X(256).
       01 WS-DH-WORK               PIC X(256).
       01 WS-DH-WORD1              PIC X(16).
       01 WS-DH-WORD2              PIC X(16).
       01 WS-DH-WORD3              PIC X(16).
       01 WS-DH-K                  PIC 9(3).

      *> --- Block being read: THING, WEAPON, AMMO, MISC, OTHER (a
      *>     block with no counterpart, reported once at its
      *>     header) or spaces (the preamble) ---
       01 WS-DH-BLOCK              PIC X(8) VALUE SPACES.
       01 WS-DH-NO                 PIC 9(5).
       01 WS-DH-WHERE              PIC X(26).

      *> --- "Key = value" line ---
       01 WS-DH-KEY                PIC X(32).
       01 WS-DH-KEY-TXT            PIC X(32).
       01 WS-DH-VAL-TXT            PIC X(32).
       01 WS-DH-VAL                PIC 9(9).
       01 WS-DH-VAL-OK             PIC 9.

      *> --- Report line: status, block, field and what became of
      *>     it, in fixed columns ---
       01 WS-DH-STAT               PIC X(8).
       01 WS-DH-FIELD              PIC X(32).
       01 WS-DH-NOTE               PIC X(31).
       01 WS-DH-NOTE-PTR           PIC 9(3).
       01 WS-DH-APPLIED            PIC 9(5) VALUE 0.
       01 WS-DH-SKIPPED            PIC 9(5) VALUE 0.
       01 WS-DH-NUM-ED             PIC ZZZZZ9.

      *> --- DEHACKED thing numbers the engine has a use for: the
      *>     monster (M) rows carry the stock speed beside the
      *>     compiled move speed, the projectile (P) rows the stock
      *>     missile damage beside the shooter's compiled damage,
      *>     so a patch's value scales the compiled one and an
      *>     unchanged value changes nothing. Row layout: thing
      *>     number, kind, thing type, stock value, compiled value
      *>     (9(3)V9(4)) ---
       01 WS-DH-TM-COUNT           PIC 9(3) VALUE 26.
       01 WS-DH-TM-DATA.
      *>       Zombieman, Shotgun guy, Arch-vile, Revenant
          05 FILLER PIC X(19) VALUE "002M030040080000400".
          05 FILLER PIC X(19) VALUE "003M000090080000400".
          05 FILLER PIC X(19) VALUE "004M000640150000900".
          05 FILLER PIC X(19) VALUE "006M000660100000700".
      *>       Mancubus, Chaingunner, Imp, Demon, Spectre
          05 FILLER PIC X(19) VALUE "009M000670080000300".
          05 FILLER PIC X(19) VALUE "011M000650080000500".
          05 FILLER PIC X(19) VALUE "012M030010080000500".
          05 FILLER PIC X(19) VALUE "013M030020100000800".
          05 FILLER PIC X(19) VALUE "014M000580100000800".
      *>       Cacodemon, Baron, Hell knight, Lost soul
          05 FILLER PIC X(19) VALUE "015M030050080000400".
          05 FILLER PIC X(19) VALUE "016M030030080000400".
          05 FILLER PIC X(19) VALUE "018M000690080000500".
          05 FILLER PIC X(19) VALUE "019M030060080001000".
      *>       Spiderdemon, Arachnotron, Cyberdemon, Pain elemental
          05 FILLER PIC X(19) VALUE "020M000070120000300".
          05 FILLER PIC X(19) VALUE "021M000680120000500".
          05 FILLER PIC X(19) VALUE "022M000160160000400".
          05 FILLER PIC X(19) VALUE "023M000710080000400".
      *>       Revenant tracer, Mancubus fireball, Baron/Knight
      *>       fireball (both shooters), the Lost soul's own charge
          05 FILLER PIC X(19) VALUE "007P000660100300000".
          05 FILLER PIC X(19) VALUE "010P000670080350000".
          05 FILLER PIC X(19) VALUE "017P030030080500000".
          05 FILLER PIC X(19) VALUE "017P000690080400000".
          05 FILLER PIC X(19) VALUE "019P030060030050000".
      *>       Imp fireball, Cacodemon fireball, Cyberdemon rocket,
      *>       Arachnotron plasma
          05 FILLER PIC X(19) VALUE "033P030010030150000".
          05 FILLER PIC X(19) VALUE "034P030050050250000".
          05 FILLER PIC X(19) VALUE "035P000160200800000".
          05 FILLER PIC X(19) VALUE "038P000680050150000".
       01 WS-DH-TM-TABLE REDEFINES WS-DH-TM-DATA.
          05 WS-DH-TM-ROW OCCURS 26 TIMES.
             10 WS-DH-TM-NO        PIC 9(3).
             10 WS-DH-TM-KIND      PIC X.
             10 WS-DH-TM-TYPE      PIC 9(5).
             10 WS-DH-TM-STOCK     PIC 9(3).
             10 WS-DH-TM-OURS      PIC 9(3)V9(4).
       01 WS-DH-R                  PIC 9(3).
       01 WS-DH-KIND               PIC X.
       01 WS-DH-T                  PIC 9(3).
       01 WS-DH-HITS               PIC 9(3).
       01 WS-DH-FULL               PIC 9.

      *> --- DEHACKED weapon number (0-8) + 1 to WS-WP-AMMO-ENT
      *>     row: its 4 is the rocket launcher and 5 the plasma
      *>     rifle, the other way round from WS-WP-CURRENT, and 8
      *>     (the super shotgun) has no counterpart (0) ---
       01 WS-DH-WPN-MAP-DATA       PIC X(9) VALUE "123465780".
       01 WS-DH-WPN-MAP-T REDEFINES WS-DH-WPN-MAP-DATA.
          05 WS-DH-WPN-MAP         PIC 9 OCCURS 9 TIMES.
       01 WS-DH-W                  PIC 9.
       01 WS-DH-P                  PIC 9.

      *> --- Text block: the old and new text, newlines read as
      *>     spaces, and how many characters are still to take ---
       01 WS-DH-OLD-LEN            PIC 9(5).
       01 WS-DH-NEW-LEN            PIC 9(5).
       01 WS-DH-N                  PIC 9(5).
       01 WS-DH-TAKE               PIC 9(5).
       01 WS-DH-GOT                PIC 9(3).
       01 WS-DH-PIECE              PIC X(256).
       01 WS-DH-OLD                PIC X(256).
       01 WS-DH-NEW                PIC X(256).
