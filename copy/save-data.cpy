      *> --- Save-format integrity: the version written into every
      *>     checkpoint (bump it when SAVE-RECORD grows again) and
      *>     the checksum work fields shared by save and load ---
       01 WS-SAVE-VERSION       PIC 9(2) VALUE 03.
       01 WS-SV-CK              PIC S9(9) COMP-5.
       01 WS-SV-CK-WORK         PIC S9(18) COMP-5.

