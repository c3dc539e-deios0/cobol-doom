      *>     permuted ---
       01 WS-SHF-SET-COUNT         PIC 9(3).
       01 WS-SHF-SET.
          05 WS-SHF-IDX            PIC 9(3) OCCURS 400 TIMES.
       01 WS-SHF-TIER              PIC 9.
       01 WS-SHF-I                 PIC 9(3).
       01 WS-SHF-J                 PIC 9(3).
