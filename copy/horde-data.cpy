      *> Scenario 2 on the title screen: the practice range arena
      *> with timed waves of monsters spawning in the far room, in
      *> escalating counts and types, survival scored to the results
      *> ledger. An optional waves.cfg (DOOM_WAVES names another)
      *> replaces the compiled escalation with an authored wave
      *> set. All variables prefixed WS-HORDE-.
      *> ============================================================

       01 WS-HORDE-ON              PIC 9 VALUE 0.
       01 WS-HORDE-SLOT            PIC 9(3).
      *>   Sprite slot the incoming monster lands in -- a fresh
      *>   append, or a reclaimed corpse once the table is full

      *> --- An authored wave set from waves.cfg: per wave the
      *>     breather before it, a shop price multiplier (percent)
      *>     for that breather, which of the set's spawn spots it
      *>     uses, and up to 8 monster type/count groups. Past the
      *>     last wave the set keeps sending its final wave ---
       01 WS-HORDE-SET-ON          PIC 9 VALUE 0.
      *>   1 = a wave set is loaded; 0 = the compiled escalation
       01 WS-HORDE-SET-READ        PIC 9 VALUE 0.
      *>   1 once the file has been looked for this session
       01 WS-HORDE-SET-FILENAME    PIC X(32) VALUE "waves.cfg".
       01 WS-HORDE-SET-ENV         PIC X(32).
       01 WS-HORDE-SET-STATUS      PIC XX.
       01 WS-HORDE-SET-LINE-NO     PIC 9(3).
       01 WS-HORDE-SET-NAME        PIC X(8) VALUE SPACES.
      *>   Filed with each horde ledger row (blank = compiled)
       01 WS-HORDE-SET-COUNT       PIC 9(2) VALUE 0.
       01 WS-HORDE-SET-TABLE.
          05 WS-HORDE-SW OCCURS 50 TIMES.
             10 WS-HORDE-SW-BREATHER PIC 9(3).
             10 WS-HORDE-SW-PRICE  PIC 9(3).
             10 WS-HORDE-SW-SPOTS  PIC X(9).
      *>         Spot numbers as digits 1-9; blank = every spot
             10 WS-HORDE-SW-GROUPS PIC 9.
             10 WS-HORDE-SW-GRP OCCURS 8 TIMES.
                15 WS-HORDE-SW-TM  PIC 9(3).
      *>           Roster row (WS-SP-TYPE-MAP) of the monster type
                15 WS-HORDE-SW-N   PIC 9(3).
       01 WS-HORDE-SET-SPOT-COUNT  PIC 9 VALUE 0.
       01 WS-HORDE-SET-SPOTS.
          05 WS-HORDE-SET-SPOT OCCURS 9 TIMES.
             10 WS-HORDE-SET-SPOT-X PIC 9(3)V9.
             10 WS-HORDE-SET-SPOT-Y PIC 9(3)V9.

      *> --- Wave-set working fields ---
       01 WS-HORDE-SW-I            PIC 9(2).
       01 WS-HORDE-G               PIC 9.
       01 WS-HORDE-N               PIC 9(3).
       01 WS-HORDE-WAVE-SPOTS      PIC X(9).
       01 WS-HORDE-WAVE-SPOT-N     PIC 9.
       01 WS-HORDE-WAVE-SPOT-P     PIC 9.
       01 WS-HORDE-PRICE-PCT       PIC 9(3) VALUE 100.
