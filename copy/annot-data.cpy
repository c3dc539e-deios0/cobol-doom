      *> ============================================================
      *> annot-data.cpy -- Data for the automap notes
      *> The annotate binding drops a numbered marker where the
      *> player stands and takes a short note typed at the
      *> terminal; each note goes to annot.dat under its WAD and
      *> map, and the map's markers come back on the automap
      *> whenever it loads again. DOOM_ANNOT_REPORT=1 lists every
      *> note, WAD by WAD and map by map, to annot.rpt -- the
      *> worklist a review pass leaves for the level designers.
      *> All variables prefixed WS-AN-.
      *> ============================================================

       01 WS-AN-FILENAME           PIC X(32) VALUE "annot.dat".
       01 WS-AN-STATUS             PIC XX.
       01 WS-AN-KEY-PREV           PIC 9 VALUE 0.

      *> --- Which WAD the notes are filed under: the patch WAD
      *>     when one is merged over the base, else the base WAD ---
       01 WS-AN-WAD                PIC X(40).

      *> --- This map's markers, as loaded and as placed ---
       01 WS-AN-MAX                PIC 9(3) VALUE 99.
       01 WS-AN-COUNT              PIC 9(3) VALUE 0.
       01 WS-AN-OVFL-WARNED        PIC 9 VALUE 0.
       01 WS-AN-NEXT               PIC 9(3) VALUE 1.
      *>   Number the next marker takes: one past the highest seen
       01 WS-AN-TABLE.
          05 WS-AN-ENTRY OCCURS 99 TIMES.
             10 WS-AN-NUM          PIC 9(3).
             10 WS-AN-X            PIC 9(3)V99.
             10 WS-AN-Y            PIC 9(3)V99.
       01 WS-AN-I                  PIC 9(3).

      *> --- The note being typed: where the marker goes (grid
      *>     and map units), fixed when the key went down ---
       01 WS-AN-TYPING             PIC 9 VALUE 0.
      *>   1 = terminal in raw mode, gameplay held while typing
       01 WS-AN-LINE               PIC X(60).
       01 WS-AN-POS                PIC 9(2).
       01 WS-AN-CHAR-CODE          PIC S9(9) COMP-5.
       01 WS-AN-CHAR               PIC X.
       01 WS-AN-MARK-X             PIC 9(3)V99.
       01 WS-AN-MARK-Y             PIC 9(3)V99.
       01 WS-AN-MAP-X              PIC S9(5).
       01 WS-AN-MAP-Y              PIC S9(5).
       01 WS-AN-DATE               PIC 9(8).

      *> --- Marker colour on the radar ---
       01 WS-AN-RGB.
          05 WS-AN-R               PIC X VALUE X"00".
          05 WS-AN-G               PIC X VALUE X"E0".
          05 WS-AN-B               PIC X VALUE X"FF".
       01 WS-AN-BOX-X2             PIC 9(3).
       01 WS-AN-BOX-Y2             PIC 9(3).

      *> --- Report: DOOM_ANNOT_REPORT=1 ---
       01 WS-AN-ENV                PIC X(8).
       01 WS-AN-RPT-FILENAME       PIC X(32) VALUE "annot.rpt".
       01 WS-AN-RPT-STATUS         PIC XX.
       01 WS-AN-SORT-FILENAME      PIC X(32) VALUE "annot.srt".
       01 WS-AN-LINE-OUT           PIC X(132).
       01 WS-AN-EOF                PIC 9.
       01 WS-AN-PREV-WAD           PIC X(40).
       01 WS-AN-PREV-MAP           PIC X(8).
       01 WS-AN-NOTES              PIC 9(7) VALUE 0.
       01 WS-AN-MAPS               PIC 9(5) VALUE 0.

      *> --- Report line edits ---
       01 WS-AN-NUM-ED             PIC ZZ9.
       01 WS-AN-XY-ED              PIC ZZ9.99.
       01 WS-AN-MU-ED              PIC -(5)9.
       01 WS-AN-DATE-ED            PIC 9999/99/99.
       01 WS-AN-CNT-ED             PIC Z(6)9.
       01 WS-AN-MAPS-ED            PIC Z(4)9.

      *> --- Return code: 0 = report written, 4 = no notes on
      *>     file, 8 = the report can't be written ---
       01 WS-AN-WORST              PIC 9(3) VALUE 0.
