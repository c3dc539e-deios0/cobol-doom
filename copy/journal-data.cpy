       01 WS-JN-VERB               PIC X(14).
      *>   Door-transition verb for JOURNAL-DOOR-EVENT

      *> --- Session-start stamp (YYYYMMDD, HHMMSSCC) ---
       01 WS-JN-DATE               PIC 9(8).
       01 WS-JN-CLOCK              PIC 9(8).

      *> --- STRING edit temps for numeric fields in event text ---
       01 WS-JN-NUM-ED             PIC ZZZZ9.
       01 WS-JN-NUM2-ED            PIC ZZZZ9.
