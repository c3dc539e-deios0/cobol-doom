      *>     walk-over lines whose linedef special acts on every
      *>     door/lift cell carrying the matching sector tag ---
       01 WS-TR-ACTION             PIC 9.
      *>   1=open doors, 2=close doors, 3=start lifts, 4=start
      *>   crushers, 5=move floors/ceilings (PL-START-TAGGED, from
      *>   the WS-GL- decode of a generalized line)
       01 WS-TR-SPEED              PIC 9(3) VALUE 0.
       01 WS-TR-WAIT               PIC 9(3) VALUE 0.
       01 WS-TR-STAY               PIC 9 VALUE 0.
      *>   Set by a generalized door line for the doors it opens:
      *>   speed and wait (0 = the door's own) and 1 = stays open,
      *>   2 = closes after its wait (0 = as the door was built)
       01 WS-TR-TAG                PIC 9(5).
       01 WS-TR-IDX                PIC 9(3).
       01 WS-TR-HIT                PIC 9.
