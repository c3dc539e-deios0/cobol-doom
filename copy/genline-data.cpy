      *> ============================================================
      *> genline-data.cpy -- Data for Boom generalized linedefs
      *> Specials 12160-32767 pack the action into bit fields
      *> instead of naming it by number: the low three bits are the
      *> trigger (W1 WR S1 SR G1 GR D1 DR), the next two the speed
      *> (slow, normal, fast, turbo), and the rest depend on the
      *> range the special falls in. GL-DECODE splits one special
      *> into the fields below; the loader, the movers and the map
      *> audit all read the same decode, and MC-LSPECIAL keeps the
      *> raw number so nothing is lost on the way to the grid.
      *> All variables prefixed WS-GL-.
      *> ============================================================

       01 WS-GL-SPECIAL            PIC 9(5).
       01 WS-GL-BITS               PIC 9(5).
       01 WS-GL-Q                  PIC 9(5).
       01 WS-GL-CLASS              PIC 9.
      *>   0=not generalized, 1=crusher, 2=stairs, 3=lift,
      *>   4=locked door, 5=door, 6=ceiling, 7=floor
       01 WS-GL-CLASS-NAME         PIC X(12).

      *> --- Range bases, lowest first: crusher 0x2F80, stairs
      *>     0x3000, lift 0x3400, locked door 0x3800, door 0x3C00,
      *>     ceiling 0x4000, floor 0x6000 (up to 0x7FFF) ---
       01 WS-GL-BASE-CRUSHER       PIC 9(5) VALUE 12160.
       01 WS-GL-BASE-STAIRS        PIC 9(5) VALUE 12288.
       01 WS-GL-BASE-LIFT          PIC 9(5) VALUE 13312.
       01 WS-GL-BASE-LOCKED        PIC 9(5) VALUE 14336.
       01 WS-GL-BASE-DOOR          PIC 9(5) VALUE 15360.
       01 WS-GL-BASE-CEIL          PIC 9(5) VALUE 16384.
       01 WS-GL-BASE-FLOOR         PIC 9(5) VALUE 24576.
       01 WS-GL-LAST               PIC 9(5) VALUE 32767.

      *> --- Decoded fields (0 where the class has no such field) ---
       01 WS-GL-TRIGGER            PIC 9.
      *>   0=W1, 1=WR, 2=S1, 3=SR, 4=G1, 5=GR, 6=D1, 7=DR
       01 WS-GL-SPEED              PIC 9.
      *>   0=slow, 1=normal, 2=fast, 3=turbo
       01 WS-GL-KIND               PIC 9.
      *>   Doors: 0=open-wait-close, 1=open-stay, 2=close-wait-
      *>   open, 3=close-stay. Locked doors: 0 or 1 only
       01 WS-GL-MONSTER            PIC 9.
       01 WS-GL-DELAY              PIC 9.
      *>   Doors: 1s, 4s, 9s, 30s. Lifts: 1s, 3s, 5s, 10s
       01 WS-GL-LOCK               PIC 9.
      *>   0=any key, 1=red card, 2=blue card, 3=yellow card,
      *>   4=red skull, 5=blue skull, 6=yellow skull, 7=all keys
       01 WS-GL-SKULL-SAME         PIC 9.
      *>   1 = a skull key opens its card's lock and the other way
      *>   round
       01 WS-GL-TARGET             PIC 9.
      *>   Floors: 0=highest neighbour floor, 1=lowest neighbour
      *>   floor, 2=next neighbour floor, 3=lowest neighbour
      *>   ceiling, 4=own ceiling, 5=shortest lower texture,
      *>   6=24 units, 7=32 units. Ceilings: the same with floor
      *>   and ceiling swapped. Lifts: 0=lowest neighbour floor,
      *>   1=next neighbour floor, 2=lowest neighbour ceiling,
      *>   3=perpetual
       01 WS-GL-DIR                PIC 9.
      *>   Floors, ceilings and stairs: 0=down, 1=up
       01 WS-GL-MODEL              PIC 9.
       01 WS-GL-CHANGE             PIC 9.
       01 WS-GL-CRUSH              PIC 9.
       01 WS-GL-STEP               PIC 9.
      *>   Stairs: 0=4, 1=8, 2=16, 3=24 units a step
       01 WS-GL-IGNORE-TEX         PIC 9.
       01 WS-GL-SILENT             PIC 9.

      *> --- What the engine makes of the decode ---
       01 WS-GL-HOW                PIC X.
      *>   Set by the caller: W = walked over, S = used
       01 WS-GL-NEEDS              PIC X.
       01 WS-GL-FIRED              PIC 9.
      *>   0 = not this line's trigger, 1 = acted, 2 = refused for
      *>   want of a key (the refusal message is already up)
       01 WS-GL-KEY                PIC 9.
      *>   MC-KEY-ID a manual locked door gets: 1 blue, 2 yellow,
      *>   3 red
       01 WS-GL-KEY-OK             PIC 9.
       01 WS-GL-DR-SPEED           PIC 9(3).
       01 WS-GL-DR-STAY            PIC 9.
      *>   1 = stays open, 2 = closes again after its wait
       01 WS-GL-DR-WAIT            PIC 9(3).
       01 WS-GL-MV-SPEED           PIC 9(3).
      *>   Floor, ceiling, lift and crusher rate for WS-GL-SPEED

      *> --- Door waits in frames, proportioned to the 90 every
      *>     vanilla door holds for (Boom's 4-second setting) ---
       01 WS-GL-DR-WAIT-DATA       PIC X(12) VALUE "022090202675".
       01 WS-GL-DR-WAIT-T REDEFINES WS-GL-DR-WAIT-DATA.
          05 WS-GL-DR-WAIT-ENT     PIC 9(3) OCCURS 4 TIMES.

      *> --- Lift waits in 35 Hz frames: 1, 3, 5 and 10 seconds ---
       01 WS-GL-LF-WAIT-DATA       PIC X(12) VALUE "035105175350".
       01 WS-GL-LF-WAIT-T REDEFINES WS-GL-LF-WAIT-DATA.
          05 WS-GL-LF-WAIT-ENT     PIC 9(3) OCCURS 4 TIMES.

      *> --- Bits the engine has no counterpart for, listed by the
      *>     map audit ---
       01 WS-GL-UNSUP              PIC X(60).
       01 WS-GL-UNSUP-PTR          PIC 9(3).
       01 WS-GL-TOKEN              PIC X(20).
