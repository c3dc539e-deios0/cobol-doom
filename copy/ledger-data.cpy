      *> --- Date stamp (ACCEPT FROM DATE YYYYMMDD) ---
       01 WS-LG-DATE-W             PIC 9(8).

      *> --- Failure-row working type (D = death, A = abandoned) ---
       01 WS-LG-RTYPE-W            PIC X.

      *> --- Report skill column: T for the terminal build's rows,
      *>     which it writes with skill 0 ---
       01 WS-LG-SKILL-ED           PIC X.

      *> --- Working variables ---
       01 WS-LG-TOTAL-RUNS         PIC 9(5).
