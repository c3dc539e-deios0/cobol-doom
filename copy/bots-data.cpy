      *> bots. Up to 4 bot marines that hunt with line of sight,
      *> move under the live player's collision rules, sweep up
      *> pickups and shoot back -- a combat load that reacts to the
      *> world, unlike a replayed demo. Each bot can play a named
      *> personality from bots.cfg -- DOOM_BOTS=3,SNIPER,RUSHER
      *> arms three bots, the first two with those profiles; a
      *> slot without one plays the compiled behaviour. All
      *> variables prefixed WS-BOT-.
      *> ============================================================

       01 WS-BOT-COUNT             PIC 9 VALUE 0.
       01 WS-BOT-ENV               PIC X(64).
       01 WS-BOT-TABLE.
          05 WS-BOT OCCURS 4 TIMES.
             10 WS-BOT-ACTIVE      PIC 9.
             10 WS-BOT-FIRE-CD     PIC 9(3).
             10 WS-BOT-RESPAWN-TMR PIC 9(4).
      *>       Frames until a downed bot re-enters play (0 = alive)
             10 WS-BOT-PROF        PIC 9(2).
      *>       Profile row this bot plays (0 = compiled behaviour)
             10 WS-BOT-AIM         PIC 9(2).
             10 WS-BOT-REACT       PIC 9(3).
             10 WS-BOT-WEAPON      PIC 9.
             10 WS-BOT-PICKUP      PIC 9(2).
             10 WS-BOT-RETREAT     PIC 9(3).
             10 WS-BOT-SEEN        PIC 9(3).
      *>       Tics the player has been in sight (the reaction clock)
             10 WS-BOT-GOAL        PIC 9(3).
      *>       Pickup the bot is heading for (0 = none)
             10 WS-BOT-GOAL-CD     PIC 9(2).
      *>       Tics until it next weighs a pickup against the fight

       01 WS-BOT-START-HEALTH      PIC 9(3) VALUE 100.
       01 WS-BOT-FIRE-RATE         PIC 9(3) VALUE 020.
       01 WS-BOT-HUNT-DIST         PIC 9(3) VALUE 020.
       01 WS-BOT-SHOOT-DIST        PIC 9(3) VALUE 015.

      *> --- Personality profiles read from bots.cfg ---
       01 WS-BOT-PR-FILENAME       PIC X(32) VALUE "bots.cfg".
       01 WS-BOT-PR-STATUS         PIC XX.
       01 WS-BOT-PR-COUNT          PIC 9(2) VALUE 0.
       01 WS-BOT-PR-TABLE.
          05 WS-BOT-PR OCCURS 16 TIMES.
             10 WS-BOT-PR-NAME     PIC X(8).
             10 WS-BOT-PR-AIM      PIC 9(2).
             10 WS-BOT-PR-REACT    PIC 9(3).
             10 WS-BOT-PR-WEAPON   PIC 9.
             10 WS-BOT-PR-PICKUP   PIC 9(2).
             10 WS-BOT-PR-RETREAT  PIC 9(3).
       01 WS-BOT-PR-I              PIC 9(2).
       01 WS-BOT-PR-LINE-NO        PIC 9(3).

      *> --- Profile names asked for in DOOM_BOTS, slot by slot ---
       01 WS-BOT-ENV-HEAD          PIC X(8).
       01 WS-BOT-REQ-TABLE.
          05 WS-BOT-REQ-NAME       PIC X(8) OCCURS 4 TIMES.
       01 WS-BOT-REQ-N             PIC 9(2).

      *> --- What each preferred weapon slot means to a bot's shot:
      *>     damage roll, tics between shots, reach in map units.
      *>     Slot 2, the pistol, is the compiled behaviour ---
       01 WS-BOT-WPN-VALUES.
          05 FILLER PIC X(12) VALUE "002020015002".
          05 FILLER PIC X(12) VALUE "005012020015".
          05 FILLER PIC X(12) VALUE "015040037008".
          05 FILLER PIC X(12) VALUE "005012008015".
          05 FILLER PIC X(12) VALUE "020080030020".
          05 FILLER PIC X(12) VALUE "005040006015".
          05 FILLER PIC X(12) VALUE "050150060020".
       01 WS-BOT-WPN-TABLE REDEFINES WS-BOT-WPN-VALUES.
          05 WS-BOT-WPN OCCURS 7 TIMES.
             10 WS-BOT-WPN-MIN     PIC 9(3).
             10 WS-BOT-WPN-MAX     PIC 9(3).
             10 WS-BOT-WPN-RATE    PIC 9(3).
             10 WS-BOT-WPN-RANGE   PIC 9(3).

      *> --- Pickup-goal search and steering temps ---
       01 WS-BOT-GOAL-BEST-SQ      PIC S9(9)V9(4).
       01 WS-BOT-GOAL-DX           PIC S9(7)V9(4).
       01 WS-BOT-GOAL-DY           PIC S9(7)V9(4).
       01 WS-BOT-GOAL-DIST         PIC S9(7)V9(4).

      *> --- Deathmatch starts (thing type 11) for bot spawns ---
       01 WS-BOT-DM-COUNT          PIC 9(2) VALUE 0.
       01 WS-BOT-DM-TABLE.
