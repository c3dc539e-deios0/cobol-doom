      *> All variables prefixed WS-SP- to avoid collisions.
      *> ============================================================

      *> --- Active sprite table: up to WS-SP-MAX sprites. Every
      *>     per-sprite table (enemies, aiview, threat, shuffle,
      *>     blockmap chains, the save record) OCCURS the same ---
       01 WS-SP-MAX               PIC 9(3) VALUE 400.
       01 WS-SP-COUNT             PIC 9(3) VALUE 0.
       01 WS-SP-TABLE.
          05 WS-SP-ENTRY OCCURS 400 TIMES.
             10 WS-SP-WORLD-X     PIC S9(5)V9(4).
             10 WS-SP-WORLD-Y     PIC S9(5)V9(4).
             10 WS-SP-THING-TYPE  PIC 9(5).
      *> --- Sort order array (indices sorted by distance) ---
       01 WS-SP-ORDER.
          05 WS-SP-ORD-IDX        PIC 9(3)
                                   OCCURS 400 TIMES.
       01 WS-SP-DISTANCES.
          05 WS-SP-DIST-VAL       PIC S9(7)V9(4)
                                   OCCURS 400 TIMES.

      *> --- Sprite patch buffer (64 KB for one sprite lump) ---
       01 WS-SP-PATCH-BUF         PIC X(65536).

      *> --- Dead-slot reclamation (SP-RECLAIM-SLOT): long horde
      *>     and respawn sessions reuse the oldest finished corpse
      *>     instead of silently failing to spawn once the slot
      *>     table fills ---
       01 WS-SP-RECLAIM           PIC 9(3).
       01 WS-SP-REC-I             PIC 9(3).

      *> --- Solid-decoration collision temps ---
       01 WS-SP-BLK-I             PIC 9(3).
       01 WS-SP-BLK-K             PIC 9(3).
       01 WS-SP-BLK-X             PIC S9(5)V9(4).
       01 WS-SP-BLK-Y             PIC S9(5)V9(4).
       01 WS-SP-BLK-DX            PIC S9(5)V9(4).
