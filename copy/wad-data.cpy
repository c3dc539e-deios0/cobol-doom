          05 WH-NUM-LUMPS       PIC S9(9) COMP-5.
          05 WH-DIR-OFFSET      PIC S9(9) COMP-5.

      *> Lump directory — max WS-WAD-LUMP-MAX entries. A patch
      *> WAD's directory is appended after the base's
      *> (MERGE-PATCH-WAD), and later lumps shadow earlier ones by
      *> name -- the engine-standard PWAD-over-IWAD rule.
      *> WL-SOURCE says which file the lump's bytes live in.
       01 WS-WAD-LUMP-MAX      PIC 9(5) VALUE 16000.
       01 WS-WAD-LUMP-COUNT    PIC 9(5).
       01 WS-WAD-LUMP-TABLE.
          05 WS-WAD-LUMP OCCURS 16000 TIMES.
             10 WL-OFFSET       PIC S9(9) COMP-5.
             10 WL-SIZE          PIC S9(9) COMP-5.
             10 WL-NAME          PIC X(8).
             10 WL-SOURCE        PIC 9.
      *>       1 = base WAD, 2 = patch WAD
             10 WL-HASH-NEXT     PIC 9(5).
      *>       Next lower-numbered lump in the same hash chain

      *> --- Name hash over the directory (BUILD-LUMP-HASH): each
      *>     bucket chains its lumps highest index first, so the
      *>     first name match FIND-LUMP meets is the one a back-to-
      *>     front scan would have found -- patch over base, and
      *>     the later of any duplicates within one file ---
       01 WS-WAD-HASH-SIZE     PIC 9(5) VALUE 4099.
       01 WS-WAD-HASH-TABLE.
          05 WS-WAD-HASH-HEAD   PIC 9(5) OCCURS 4099 TIMES.
       01 WS-WAD-HASH-NAME     PIC X(8).
       01 WS-WAD-HASH-VAL      PIC 9(9).
       01 WS-WAD-HASH-K        PIC 9.
       01 WS-WAD-HASH-B        PIC 9(5).
       01 WS-WAD-HASH-I        PIC 9(5).

      *> --- Directory read in WS-LUMP-BUF-sized runs of 4096
      *>     entries (READ-DIR-ENTRIES): where the run starts in
      *>     the file, how many entries remain, which file they
      *>     belong to and how many made it into the table ---
       01 WS-WAD-DIR-OFF       PIC S9(9) COMP-5.
       01 WS-WAD-DIR-LEFT      PIC 9(5).
       01 WS-WAD-DIR-RUN       PIC 9(5).
       01 WS-WAD-DIR-J         PIC 9(5).
       01 WS-WAD-DIR-SRC       PIC 9.
       01 WS-WAD-DIR-TAKEN     PIC 9(5).

      *> --- Patch WAD (DOOM_PWAD): merged over the base so one-map
      *>     community PWADs run on the base WAD's assets ---
