               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.

      *>   Monthly ledger archives the maintenance run moves old
      *>   rows out to
           SELECT OPTIONAL LGARC-FILE ASSIGN TO WS-LM-ARC-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LM-ARC-STATUS.

      *>   Results master -- one record per map, skill and player,
      *>   posted from every ledger row; the report and the best-run
      *>   promotion read it by key
           SELECT OPTIONAL RESMAST-FILE ASSIGN TO WS-RM-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RM-STATUS.

      *>   Replay/demo recording and playback -- captures a bug
      *>   reproduction once and replays it for the team instead
      *>   of re-describing the steps
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ED-GRID-STATUS.

      *>   ...and the same layout as a loadable PWAD map
           SELECT EDITWAD-FILE ASSIGN TO WS-ED-FILENAME-WAD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ED-WAD-STATUS.

      *>   Externalized player-facing strings -- a translation or a
      *>   terminology change is a text-file edit, not a recompile
           SELECT STRINGS-FILE ASSIGN TO WS-STR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HM-ROUTE-STATUS.

      *>   Always-on last-run tee and its per-map promotion
      *>   target -- the self-maintaining ghost practice loop
           SELECT LASTRUN-FILE ASSIGN TO WS-LR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

      *>   Campaign definition and progress -- play a 32-map
      *>   megawad as a campaign without recompiling the table
           SELECT CAMPAIGN-FILE ASSIGN TO WS-CMP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.

      *>   Player master file -- who is at the bench, so results,
      *>   stats, careers and bests stop merging into one tester
           SELECT OPTIONAL PLAYER-FILE ASSIGN TO WS-PLR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLR-STATUS.

      *>   Per-weapon shot/hit/damage/kill lines, appended with
      *>   the level results for offline aggregation
           SELECT OPTIONAL WPSTATS-FILE ASSIGN TO WS-WPS-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WPS-STATUS.

      *>   Unattended batch driver: the job-step control file in,
      *>   the consolidated run report out
           SELECT BATCHCTL-FILE ASSIGN TO WS-BAT-CTL-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAT-CTL-STATUS.

           SELECT BATCHRPT-FILE ASSIGN TO WS-BAT-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAT-RPT-STATUS.

      *>   Demo regression suite: the manifest of demos and their
      *>   expected end states in, the per-demo report out, and
      *>   the end state each replay session leaves behind
           SELECT DEMOMFT-FILE ASSIGN TO WS-DS-MFT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-MFT-STATUS.

           SELECT DEMORPT-FILE ASSIGN TO WS-DS-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-RPT-STATUS.

           SELECT OPTIONAL DEMOEND-FILE ASSIGN TO WS-DS-END-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DS-END-STATUS.

      *>   Golden-frame compare report
           SELECT GFRPT-FILE ASSIGN TO WS-GF-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GF-RPT-STATUS.

      *>   Ledger / weapon-stats kill reconciliation report
           SELECT RCNRPT-FILE ASSIGN TO WS-RCN-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCN-RPT-STATUS.

      *>   Journal timeline report
           SELECT JRNRPT-FILE ASSIGN TO WS-JR-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JR-RPT-STATUS.

      *>   Map coverage: the list of dump and heatmap files in,
      *>   the report out
           SELECT COVLST-FILE ASSIGN TO WS-CV-LST-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CV-LST-STATUS.

           SELECT CVRPT-FILE ASSIGN TO WS-CV-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CV-RPT-STATUS.

      *>   Config pre-flight check report
           SELECT CFGRPT-FILE ASSIGN TO WS-CC-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CC-RPT-STATUS.

      *>   WAD-wide map audit report
           SELECT MAUDRPT-FILE ASSIGN TO WS-MA-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MA-RPT-STATUS.

      *>   Ammo / monster health balance report
           SELECT BALRPT-FILE ASSIGN TO WS-BAL-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-RPT-STATUS.

      *>   Patch WAD override and conflict report
           SELECT PWADRPT-FILE ASSIGN TO WS-PW-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PW-RPT-STATUS.

      *>   WAD asset export manifest
           SELECT XPMAN-FILE ASSIGN TO WS-XP-MAN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XP-MAN-STATUS.

      *>   Screenshot sidecar: one line beside each shot's image
           SELECT SHOTTXT-FILE ASSIGN TO WS-SS-TXT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SS-TXT-STATUS.

      *>   Two-player session recording -- both marines' key
      *>   streams per tic and the state checksums -- and, on
      *>   playback, the other peer's recording to compare against
           SELECT NETREC-FILE ASSIGN TO WS-NET-REC-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NET-REC-STATUS.
           SELECT NETPEER-FILE ASSIGN TO WS-NET-PEER-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NET-PEER-STATUS.

      *>   Deathmatch match rules, and the results file each
      *>   finished match appends its record to
           SELECT DMRULES-FILE ASSIGN TO WS-MR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.
           SELECT OPTIONAL DMRES-FILE ASSIGN TO WS-MR-RES-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MR-RES-STATUS.

      *>   Bot personality profiles -- aim, reaction, weapon and
      *>   temperament per named bot, picked through DOOM_BOTS
           SELECT BOTPROF-FILE ASSIGN TO WS-BOT-PR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOT-PR-STATUS.

      *>   Horde wave sets -- authored waves, spots, breathers and
      *>   shop prices for events, without a rebuild
           SELECT WAVES-FILE ASSIGN TO WS-HORDE-SET-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HORDE-SET-STATUS.

      *>   Per-map scripted triggers -- ambushes and events for test
      *>   scenarios on stock maps, without editing the WAD
           SELECT TRIGGERS-FILE ASSIGN TO WS-TRG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.

      *>   Achievements -- the goals, and each player's unlocks
      *>   with their dates
           SELECT ACHDEF-FILE ASSIGN TO WS-ACH-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT OPTIONAL ACHIEVE-FILE
               ASSIGN TO WS-ACH-REC-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-REC-STATUS.

      *>   Daily challenge -- each player's counted run of the day,
      *>   and the day's and week's rankings
           SELECT OPTIONAL DLYRES-FILE ASSIGN TO WS-DLY-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLY-STATUS.
           SELECT DLYRPT-FILE ASSIGN TO WS-DLY-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLY-RPT-STATUS.

      *>   Speedrun splits -- per map, per player: the PB route and
      *>   every point's best segment
           SELECT SPLITS-FILE ASSIGN TO WS-SPL-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.

      *>   Multi-bench merge -- the bench list, the merged ledger
      *>   and weapon stats, the control report, and the sort work
      *>   files
           SELECT MGCTL-FILE ASSIGN TO WS-MG-CFG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MG-CFG-STATUS.
           SELECT MERGED-FILE ASSIGN TO WS-MG-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MG-OUT-STATUS.
           SELECT MERGEDWP-FILE ASSIGN TO WS-MG-WP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MG-WP-STATUS.
           SELECT MGRPT-FILE ASSIGN TO WS-MG-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MG-RPT-STATUS.
           SELECT MGSORT-FILE ASSIGN TO WS-MG-SORT-FILENAME.
           SELECT MGWSORT-FILE ASSIGN TO WS-MG-WSORT-FILENAME.

      *>   Live game-status feed -- written under a work name, then
      *>   renamed over the file the overlays read
           SELECT STATUS-FILE ASSIGN TO WS-STF-TMP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STF-STATUS.

      *>   Session audit log -- appended as a byte stream, read
      *>   back here by the usage report
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO WS-AUD-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT AUDRPT-FILE ASSIGN TO WS-AUD-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-RPT-STATUS.

      *>   Kiosk operator settings -- same optional-file convention
      *>   as keybinds.cfg
           SELECT KIOSK-FILE ASSIGN TO WS-KSK-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KSK-STATUS.

      *>   Save-file inspection report
           SELECT SVIRPT-FILE ASSIGN TO WS-SVI-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVI-RPT-STATUS.

      *>   Threat telemetry, appended beside each ledger row, and
      *>   the report over it
           SELECT OPTIONAL THREAT-FILE ASSIGN TO WS-THR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THR-STATUS.

           SELECT THRRPT-FILE ASSIGN TO WS-THR-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THR-RPT-STATUS.

      *>   Demo viewer bookmarks, appended one per press
           SELECT OPTIONAL DVNOTES-FILE ASSIGN TO WS-DV-NOTES-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DV-NOTES-STATUS.

      *>   DEHACKED patch named by DOOM_DEH, and what was made of it
           SELECT DEH-FILE ASSIGN TO WS-DH-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT DHRPT-FILE ASSIGN TO WS-DH-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-RPT-STATUS.

      *>   Automap notes, appended one per marker, and the
      *>   worklist report sorted from them
           SELECT OPTIONAL ANNOT-FILE ASSIGN TO WS-AN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AN-STATUS.
           SELECT ANNRPT-FILE ASSIGN TO WS-AN-RPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AN-RPT-STATUS.
           SELECT ANSORT-FILE ASSIGN TO WS-AN-SORT-FILENAME.

      *>   Practice log: one record per player and practice
      *>   segment, rewritten as each attempt ends
           SELECT OPTIONAL PRACTICE-FILE ASSIGN TO WS-PRC-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.

      *>   Flight recorder: the last seconds of input, flushed on
      *>   death so every death ships its own reproduction
           SELECT LASTDEATH-FILE ASSIGN TO WS-FR-FILENAME
           05 SV-KEY-YELLOW      PIC 9.
           05 SV-KEY-RED         PIC 9.
           05 SV-SP-COUNT        PIC 9(3).
           05 SV-SP-SAVE OCCURS 400 TIMES.
              10 SV-SP-X         PIC S9(5)V9(4).
              10 SV-SP-Y         PIC S9(5)V9(4).
              10 SV-SP-STATE     PIC 9.
           05 BR-PAD-MY          PIC S9(9) COMP-5.
           05 BR-PAD-TURN        PIC S9(9) COMP-5.

      *>   One campaign map per line: lump name, par seconds, and
      *>   the map's music, sky and action-music lumps
       FD  CAMPAIGN-FILE.
           05 OB-TYPE            PIC X(7).
           05 OB-VALUE           PIC 9(5).

      *>   One career per player; the single record written before
      *>   the trailing player ID reads back as GUEST's
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 PR-SESSIONS        PIC 9(5).
           05 PR-DEATHS          PIC 9(5).
           05 PR-SECONDS         PIC 9(9).
           05 PR-SHOTS           PIC 9(7) OCCURS 8 TIMES.
           05 PR-PLAYER          PIC X(8).

      *>   The player master: one line per tester who signs in
       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           05 PL-ID              PIC X(8).
           05 PL-NAME            PIC X(24).
           05 PL-CREATED         PIC 9(8).
           05 PL-LAST-PLAYED     PIC 9(8).
           05 PL-SESSIONS        PIC 9(5).

       FD  WPSTATS-FILE.
       01  WPSTATS-RECORD.
           05 WP-DAMAGE          PIC 9(7).
           05 WP-KILLS           PIC 9(4).
           05 WP-DATE            PIC 9(8).
           05 WP-PLAYER          PIC X(8).
           05 WP-FLAG            PIC X.
           05 WP-AIM             PIC X.

      *>   One batch control line: a job step (name, parameter) or
      *>   a WAD/map pair the map-bound steps run against
       FD  BATCHCTL-FILE.
       01  BATCHCTL-RECORD.
           05 BC-KIND            PIC X(4).
           05 FILLER             PIC X.
           05 BC-STEP            PIC X(14).
           05 FILLER             PIC X.
           05 BC-PARM            PIC X(32).
           05 FILLER             PIC X(28).
       01  BATCHCTL-MAP-RECORD.
           05 FILLER             PIC X(5).
           05 BC-WAD             PIC X(32).
           05 FILLER             PIC X.
           05 BC-MAP             PIC X(8).
           05 FILLER             PIC X(34).

       FD  BATCHRPT-FILE.
       01  BATCHRPT-RECORD       PIC X(100).

      *>   One suite manifest line: the demo, the map it starts on
      *>   (blank = the usual first map), and the map, health,
      *>   kills and level-exit tic it must end with (exit tic 0 =
      *>   the demo never leaves a level)
       FD  DEMOMFT-FILE.
       01  DEMOMFT-RECORD.
           05 DM-DEMO            PIC X(32).
           05 FILLER             PIC X.
           05 DM-START-MAP       PIC X(8).
           05 FILLER             PIC X.
           05 DM-MAP             PIC X(8).
           05 FILLER             PIC X.
           05 DM-HEALTH          PIC X(3).
           05 FILLER             PIC X.
           05 DM-KILLS           PIC X(5).
           05 FILLER             PIC X.
           05 DM-TIC             PIC X(7).
           05 FILLER             PIC X(12).

       FD  DEMORPT-FILE.
       01  DEMORPT-RECORD        PIC X(100).

      *>   Where a replay finished: the map it was on, health,
      *>   kills over the whole demo, the tic of its last level
      *>   exit, and whether it desynced on the way
       FD  DEMOEND-FILE.
       01  DEMOEND-RECORD.
           05 DE-MAP             PIC X(8).
           05 FILLER             PIC X.
           05 DE-HEALTH          PIC 9(3).
           05 FILLER             PIC X.
           05 DE-KILLS           PIC 9(5).
           05 FILLER             PIC X.
           05 DE-EXIT-TIC        PIC 9(7).
           05 FILLER             PIC X.
           05 DE-DESYNC          PIC 9.

       FD  GFRPT-FILE.
       01  GFRPT-RECORD          PIC X(100).

       FD  RCNRPT-FILE.
       01  RCNRPT-RECORD         PIC X(100).

       FD  JRNRPT-FILE.
       01  JRNRPT-RECORD         PIC X(100).

      *>   One coverage list line: MAP, GRID or HEAT and a name
       FD  COVLST-FILE.
       01  COVLST-RECORD.
           05 CL-KIND            PIC X(4).
           05 FILLER             PIC X.
           05 CL-NAME            PIC X(32).
           05 FILLER             PIC X(43).

       FD  CVRPT-FILE.
       01  CVRPT-RECORD          PIC X(100).

       FD  CFGRPT-FILE.
       01  CFGRPT-RECORD         PIC X(100).

       FD  MAUDRPT-FILE.
       01  MAUDRPT-RECORD        PIC X(100).

       FD  BALRPT-FILE.
       01  BALRPT-RECORD         PIC X(100).

       FD  PWADRPT-FILE.
       01  PWADRPT-RECORD        PIC X(100).

       FD  XPMAN-FILE.
       01  XPMAN-RECORD          PIC X(100).

       FD  SHOTTXT-FILE.
       01  SHOTTXT-RECORD        PIC X(100).

      *>   A session recording: a header record (kind 0: the
      *>   recording peer's role and the session type), then per
      *>   tic the host's keys (kind 1) and the joiner's (kind 2),
      *>   with a checksum record (kind = the demo sentinel) ahead
      *>   of every WS-DEMO-CK-INTERVAL'th tic
       FD  NETREC-FILE.
       01  NETREC-RECORD.
           05 NR-KIND            PIC S9(9) COMP-5.
           05 NR-KEY             PIC S9(9) COMP-5 OCCURS 21 TIMES.

       FD  NETPEER-FILE.
       01  NETPEER-RECORD.
           05 NP-KIND            PIC S9(9) COMP-5.
           05 NP-KEY             PIC S9(9) COMP-5 OCCURS 21 TIMES.

      *>   One rule per line: FRAGLIMIT nnn, TIMELIMIT nnn
      *>   (minutes), WEAPONSSTAY Y/N, or MAP <lump> -- the MAP
      *>   lines, in order, are the rotation
       FD  DMRULES-FILE.
       01  DMRULES-RECORD.
           05 MR-KEY             PIC X(12).
           05 FILLER             PIC X.
           05 MR-VALUE           PIC X(8).
           05 FILLER             PIC X(59).
       01  DMRULES-NUM-RECORD.
           05 FILLER             PIC X(13).
           05 MR-NUM             PIC 9(3).
           05 FILLER             PIC X(64).

      *>   One finished match: when and where, why it ended, how
      *>   long it ran, this machine's role and player, the rules,
      *>   the winner, then a name/frags/deaths entry per player
      *>   slot (this marine, the opponent, bots 1-4; unused slots
      *>   blank)
       FD  DMRES-FILE.
       01  DMRES-RECORD.
           05 RS-DATE            PIC 9(8).
           05 RS-TIME            PIC 9(6).
           05 RS-MAP             PIC X(8).
           05 RS-END             PIC X.
           05 RS-SECONDS         PIC 9(5).
           05 RS-ROLE            PIC 9.
           05 RS-PLAYER          PIC X(8).
           05 RS-FRAG-LIMIT      PIC 9(3).
           05 RS-TIME-LIMIT      PIC 9(3).
           05 RS-WINNER          PIC X(8).
           05 RS-ENTRY OCCURS 6 TIMES.
              10 RS-NAME         PIC X(8).
              10 RS-FRAGS        PIC S9(3) SIGN LEADING SEPARATE.
              10 RS-DEATHS       PIC 9(3).

      *>   One bot profile per line: name, aim error (percent of
      *>   shots that miss), reaction delay in tics, preferred
      *>   weapon slot 1-7, pickup bias 0-99, and the health below
      *>   which it backs off -- all zero-padded digits after the
      *>   name
       FD  BOTPROF-FILE.
       01  BOTPROF-RECORD.
           05 BP-NAME            PIC X(8).
           05 BP-AIM             PIC 9(2).
           05 BP-REACT           PIC 9(3).
           05 BP-WEAPON          PIC 9.
           05 BP-PICKUP          PIC 9(2).
           05 BP-RETREAT         PIC 9(3).

      *>   One rule per line, keyword in columns 1-12: NAME <set>,
      *>   SPOT xxx.x yyy.y, WAVE bbb ppp <spots>, MONSTER ttttt
      *>   nnn -- numbers zero-padded, spot coordinates with an
      *>   implied decimal (0355 = 35.5)
       FD  WAVES-FILE.
       01  WAVES-RECORD.
           05 WV-KEY             PIC X(12).
           05 FILLER             PIC X.
           05 WV-NAME            PIC X(8).
           05 FILLER             PIC X(59).
       01  WAVES-WAVE-RECORD.
           05 FILLER             PIC X(13).
           05 WV-BREATHER        PIC 9(3).
           05 FILLER             PIC X.
           05 WV-PRICE           PIC 9(3).
           05 FILLER             PIC X.
           05 WV-SPOTS           PIC X(9).
           05 FILLER             PIC X(50).
       01  WAVES-MONSTER-RECORD.
           05 FILLER             PIC X(13).
           05 WV-TYPE            PIC 9(5).
           05 FILLER             PIC X.
           05 WV-COUNT           PIC 9(3).
           05 FILLER             PIC X(58).
       01  WAVES-SPOT-RECORD.
           05 FILLER             PIC X(13).
           05 WV-SPOT-X          PIC 9(3)V9.
           05 FILLER             PIC X.
           05 WV-SPOT-Y          PIC 9(3)V9.
           05 FILLER             PIC X(58).

      *>   One trigger per line: condition in columns 1-5 with up to
      *>   four 3-digit numbers, action in columns 23-27 with its
      *>   numbers or text from column 29
       FD  TRIGGERS-FILE.
       01  TRIGGERS-RECORD.
           05 TF-COND            PIC X(5).
           05 FILLER             PIC X.
           05 TF-ARG OCCURS 4 TIMES.
              10 TF-A            PIC 9(3).
              10 FILLER          PIC X.
           05 TF-ACTION          PIC X(5).
           05 FILLER             PIC X.
           05 TF-TEXT            PIC X(40).
           05 FILLER             PIC X(12).
       01  TRIGGERS-SPAWN-RECORD.
           05 FILLER             PIC X(28).
           05 TF-TYPE            PIC 9(5).
           05 FILLER             PIC X.
           05 TF-X               PIC 9(3)V9.
           05 FILLER             PIC X.
           05 TF-Y               PIC 9(3)V9.
           05 FILLER             PIC X(37).
       01  TRIGGERS-DOOR-RECORD.
           05 FILLER             PIC X(28).
           05 TF-TAG             PIC 9(3).
           05 FILLER             PIC X.
           05 TF-DOOR-ACT        PIC 9.
           05 FILLER             PIC X(47).
       01  TRIGGERS-SOUND-RECORD.
           05 FILLER             PIC X(28).
           05 TF-SFX             PIC 9(3).
           05 FILLER             PIC X(49).

      *>   One goal per line: ID, kind keyword, value, shown name
       FD  ACHDEF-FILE.
       01  ACHDEF-RECORD.
           05 AD-ID              PIC X(12).
           05 FILLER             PIC X.
           05 AD-KIND            PIC X(10).
           05 FILLER             PIC X.
           05 AD-VALUE           PIC 9(5).
           05 FILLER             PIC X.
           05 AD-NAME            PIC X(26).
           05 FILLER             PIC X(24).

      *>   U = goal AC-ID unlocked on AC-DATE; P = map AC-MAP
      *>   finished under its par
       FD  ACHIEVE-FILE.
       01  ACHIEVE-RECORD.
           05 AC-PLAYER          PIC X(8).
           05 AC-RTYPE           PIC X.
           05 AC-ID              PIC X(12).
           05 AC-MAP             PIC X(8).
           05 AC-DATE            PIC 9(8).

      *>   One row per player per day: the first finish of that
      *>   day's seeded arena
       FD  DLYRES-FILE.
       01  DLYRES-RECORD.
           05 DY-DATE            PIC 9(8).
           05 DY-PLAYER          PIC X(8).
           05 DY-SEED            PIC 9(5).
           05 DY-SKILL           PIC 9.
           05 DY-TIME            PIC 9(5).
           05 DY-KILLS           PIC 9(3).
           05 DY-KILL-TOTAL      PIC 9(3).
           05 DY-SCORE           PIC 9(5).

       FD  DLYRPT-FILE.
       01  DLYRPT-RECORD         PIC X(80).

      *>   One split point per line: its name, place on the PB
      *>   route (0 = off it), PB time and best segment, in tenths
       FD  SPLITS-FILE.
       01  SPLITS-RECORD.
           05 SP-ID              PIC X(12).
           05 SP-ORDER           PIC 9(2).
           05 SP-PB              PIC 9(6).
           05 SP-SEG             PIC 9(6).

      *>   One bench per line: its ID, ledger and weapon-stats file
       FD  MGCTL-FILE.
       01  MGCTL-RECORD.
           05 MG-BENCH           PIC X(8).
           05 FILLER             PIC X.
           05 MG-LEDGER          PIC X(32).
           05 FILLER             PIC X.
           05 MG-WPSTATS         PIC X(32).
           05 FILLER             PIC X(6).

      *>   A ledger row in the current layout, then its bench
       FD  MERGED-FILE.
       01  MERGED-RECORD.
           05 MO-ROW             PIC X(74).
           05 MO-BENCH           PIC X(8).

      *>   A weapon-stats row, then its bench
       FD  MERGEDWP-FILE.
       01  MERGEDWP-RECORD.
           05 MX-ROW             PIC X(48).
           05 MX-BENCH           PIC X(8).

       FD  MGRPT-FILE.
       01  MGRPT-RECORD          PIC X(80).

      *>   The one status record: copy number and when, what is up,
      *>   who is playing, how they stand, the tallies and clocks
       FD  STATUS-FILE.
       01  STATUS-RECORD.
           05 ST-SEQ             PIC 9(7).
           05 FILLER             PIC X.
           05 ST-DATE            PIC 9(8).
           05 ST-TIME            PIC 9(8).
           05 FILLER             PIC X.
           05 ST-GAME-STATE      PIC 9.
           05 FILLER             PIC X.
           05 ST-MAP             PIC X(8).
           05 ST-SKILL           PIC 9.
           05 FILLER             PIC X.
           05 ST-MODE            PIC X(10).
           05 FILLER             PIC X.
           05 ST-PLAYER          PIC X(8).
           05 ST-PLAYER-NAME     PIC X(24).
           05 FILLER             PIC X.
           05 ST-HEALTH          PIC 9(3).
           05 ST-ARMOR           PIC 9(3).
           05 ST-BULLETS         PIC 9(3).
           05 ST-SHELLS          PIC 9(3).
           05 ST-CELLS           PIC 9(3).
           05 FILLER             PIC X.
           05 ST-KILLS           PIC 9(3).
           05 ST-KILL-TOTAL      PIC 9(3).
           05 ST-ITEMS           PIC 9(3).
           05 ST-ITEM-TOTAL      PIC 9(3).
           05 ST-SECRETS         PIC 9(3).
           05 ST-SECRET-TOTAL    PIC 9(3).
           05 FILLER             PIC X.
           05 ST-LEVEL-TIME      PIC 9(6).
           05 ST-PLAY-TIME       PIC 9(6).

      *>   One audit record: start (S) or end (E), keyed by the
      *>   session's start stamp -- laid out as WS-AUD-REC
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 SL-KIND            PIC X.
           05 SL-SES-DATE        PIC 9(8).
           05 SL-SES-TIME        PIC 9(8).
           05 SL-REC-DATE        PIC 9(8).
           05 SL-REC-TIME        PIC 9(8).
           05 SL-SECONDS         PIC 9(7).
           05 SL-HOW             PIC X(8).
           05 SL-RC              PIC 9(3).
           05 SL-PLAYER          PIC X(8).
           05 SL-WAD             PIC X(40).
           05 SL-PWAD            PIC X(40).
           05 SL-MAP-COUNT       PIC 9(3).
           05 SL-MAPS            PIC X(72).
           05 SL-SWITCHES        PIC X(100).
           05 FILLER             PIC X(6).

       FD  AUDRPT-FILE.
       01  AUDRPT-RECORD         PIC X(80).

      *>   The kiosk settings record -- see kiosk-data.cpy
       FD  KIOSK-FILE.
       01  KIOSK-RECORD.
           05 KC-ON              PIC 9.
           05 KC-MINUTES         PIC 9(3).
           05 KC-DEATHS          PIC 9(2).
           05 KC-EXIT-KEY        PIC 9(2) OCCURS 8 TIMES.

       FD  SVIRPT-FILE.
       01  SVIRPT-RECORD         PIC X(100).

      *>   One source's share of one attempt -- see threat-data.cpy.
      *>   TH-FIRST marks an attempt's first row; TH-ALIVE-TICS is
      *>   the monster type's summed time alive in tics
       FD  THREAT-FILE.
       01  THREAT-RECORD.
           05 TH-MAP-NAME        PIC X(8).
           05 TH-SKILL           PIC 9.
           05 TH-DATE            PIC 9(8).
           05 TH-PLAYER          PIC X(8).
           05 TH-RTYPE           PIC X.
           05 TH-FLAG            PIC X.
           05 TH-FIRST           PIC 9.
           05 TH-SOURCE          PIC 9(5).
           05 TH-HITS            PIC 9(5).
           05 TH-DAMAGE          PIC 9(6).
           05 TH-PROJ-DMG        PIC 9(6).
           05 TH-ABSORBED        PIC 9(6).
           05 TH-KILLS           PIC 9(3).
           05 TH-LIVES           PIC 9(4).
           05 TH-DIED            PIC 9(4).
           05 TH-INFIGHT         PIC 9(4).
           05 TH-ALIVE-TICS      PIC 9(9).

       FD  THRRPT-FILE.
       01  THRRPT-RECORD         PIC X(100).

      *>   Recording, tic, map and tics into the level, then the
      *>   marine's x, y, angle and health in fixed columns
       FD  DVNOTES-FILE.
       01  DVNOTES-RECORD        PIC X(100).

       FD  DEH-FILE.
       01  DEH-RECORD            PIC X(256).

       FD  DHRPT-FILE.
       01  DHRPT-RECORD          PIC X(100).

      *>   One note: WAD and map it belongs to, marker number, grid
      *>   position (what the radar redraws) and map units (what
      *>   the designer looks up), date, who wrote it, the note
       FD  ANNOT-FILE.
       01  ANNOT-RECORD.
           05 AN-WAD             PIC X(40).
           05 AN-MAP             PIC X(8).
           05 AN-NUM             PIC 9(3).
           05 AN-X               PIC 9(3)V99.
           05 AN-Y               PIC 9(3)V99.
           05 AN-MAP-X           PIC S9(5) SIGN LEADING SEPARATE.
           05 AN-MAP-Y           PIC S9(5) SIGN LEADING SEPARATE.
           05 AN-DATE            PIC 9(8).
           05 AN-PLAYER          PIC X(8).
           05 AN-TEXT            PIC X(60).

       FD  ANNRPT-FILE.
       01  ANNRPT-RECORD         PIC X(132).

       SD  ANSORT-FILE.
       01  ANSORT-RECORD.
           05 AS-WAD             PIC X(40).
           05 AS-MAP             PIC X(8).
           05 AS-NUM             PIC 9(3).
           05 AS-X               PIC 9(3)V99.
           05 AS-Y               PIC 9(3)V99.
           05 AS-MAP-X           PIC S9(5) SIGN LEADING SEPARATE.
           05 AS-MAP-Y           PIC S9(5) SIGN LEADING SEPARATE.
           05 AS-DATE            PIC 9(8).
           05 AS-PLAYER          PIC X(8).
           05 AS-TEXT            PIC X(60).

      *>   One practice segment: whose, where it starts and what
      *>   ends it (the key), then its attempts, clears, best time
      *>   in tics and the damage taken on that clear, all the
      *>   damage taken across its attempts, and when last played
       FD  PRACTICE-FILE.
       01  PRACTICE-RECORD.
           05 PT-PLAYER          PIC X(8).
           05 PT-MAP             PIC X(8).
           05 PT-START-ROW       PIC 9(3).
           05 PT-START-COL       PIC 9(3).
           05 PT-KIND            PIC X.
           05 PT-TGT-ROW         PIC 9(3).
           05 PT-TGT-COL         PIC 9(3).
           05 PT-TGT-SECT        PIC 9(3).
           05 PT-TGT-SECS        PIC 9(4).
           05 PT-ATTEMPTS        PIC 9(5).
           05 PT-CLEARS          PIC 9(5).
           05 PT-BEST-TICS       PIC 9(7).
           05 PT-BEST-DAMAGE     PIC 9(5).
           05 PT-TOTAL-DAMAGE    PIC 9(7).
           05 PT-DATE            PIC 9(8).
           05 FILLER             PIC X(7).

      *>   Sort work: date, the whole row (so duplicates land side
      *>   by side), then the bench's place in the control file
       SD  MGSORT-FILE.
       01  MGSORT-RECORD.
           05 MS-DATE            PIC 9(8).
           05 MS-ROW             PIC X(74).
           05 MS-SRC             PIC 9(2).

       SD  MGWSORT-FILE.
       01  MGWSORT-RECORD.
           05 MW-DATE            PIC 9(8).
           05 MW-ROW             PIC X(48).
           05 MW-SRC             PIC 9(2).

       FD  LASTDEATH-FILE.
       01  LASTDEATH-RECORD.
           05 EG-FLOOR           PIC S9(3) SIGN LEADING SEPARATE.
           05 EG-CEIL            PIC S9(3) SIGN LEADING SEPARATE.

      *>   The exported PWAD as a raw byte stream, 16 bytes a
      *>   record -- EDITOR-WRITE-PWAD pads header and lumps to 16
       FD  EDITWAD-FILE.
       01  EDITWAD-RECORD        PIC X(16).

      *>   One monster type per line: thing type, base damage, move
      *>   speed (implied 4 decimals), alert distance, pain chance,
      *>   score value -- all zero-padded digits
           05 TN-DODGE           PIC 9(3).
      *>       Dodge aggressiveness 0-99; trails the original
      *>       layout, so older files leave it space-filled
           05 TN-HEALTH          PIC 9(3).
      *>       Starting health 1-999 before skill scaling; trails
      *>       the dodge column, blank or 000 keeps the built-in

       FD  GRIDDUMP-FILE.
       01  GRIDDUMP-RECORD       PIC X(40).
      *>   One row per run: completions (C) as always, plus death
      *>   (D) and abandoned (A) rows with the killer from the
      *>   death log -- the failures are half the tuning data.
      *>   Rows written before the trailing type/killer fields,
      *>   the player ID or the wave set are shorter;
      *>   DOOM_LEDGER_MAINT=1 converts them to this layout.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LG-MAP-NAME        PIC X(8).
           05 LG-DATE            PIC 9(8).
           05 LG-RTYPE           PIC X.
           05 LG-KILLER          PIC 9(5).
           05 LG-PLAYER          PIC X(8).
           05 LG-WAVESET         PIC X(8).
      *>       Horde rows: the wave set played (blank = compiled
      *>       waves, and every other kind of row)
           05 LG-FLAG            PIC X.
      *>       How the attempt was assisted (see runflag-data.cpy);
      *>       blank = a clean run
           05 LG-ADAPT           PIC X(2).
      *>       Adaptive difficulty step the attempt was played at
      *>       (-2 to +2, see adaptive-data.cpy); blank = the skill
      *>       as picked
           05 LG-AIM             PIC X.
      *>       Aim assistance used (see aimassist-data.cpy); blank
      *>       = none

      *>   Archived ledger rows, in the current layout
       FD  LGARC-FILE.
       01  LGARC-RECORD          PIC X(74).

      *>   Results master record; best time 99999 = never completed
       FD  RESMAST-FILE.
       01  RESMAST-RECORD.
           05 RM-KEY.
              10 RM-MAP          PIC X(8).
              10 RM-SKILL        PIC 9.
              10 RM-PLAYER       PIC X(8).
           05 RM-BEST-TIME       PIC 9(5).
           05 RM-BEST-SCORE      PIC 9(5).
           05 RM-ATTEMPTS        PIC 9(5).
           05 RM-DEATHS          PIC 9(5).
           05 RM-COMPLETIONS     PIC 9(5).
           05 RM-LAST-DATE       PIC 9(8).

       FD  GAMMA-FILE.
       01  GAMMA-RECORD.
           05 SET-PAD-DEADZONE   PIC 9(5).
           05 SET-PAD-SENS       PIC 9V9(4).
           05 SET-PAD-SWAP       PIC 9.
           05 SET-CVD-MODE       PIC 9.
           05 SET-AIM-ASSIST     PIC 9.

       FD  KEYBINDS-FILE.
       01  KEYBINDS-RECORD.
           05 KB-SPECTATOR       PIC 9(2).
           05 KB-WEAPON5         PIC 9(2).
           05 KB-WEAPON6         PIC 9(2).
           05 KB-SCREENSHOT      PIC 9(2).
           05 KB-ANNOTATE        PIC 9(2).

       WORKING-STORAGE SECTION.

      *>   (unbound by default; see keybinds.cfg) 20=debug timing
      *>   overlay (unbound by default; see keybinds.cfg) 21=spectator
      *>   fly-through camera (unbound by default; see keybinds.cfg)
      *>   The screenshot action has no default slot either
       01 WS-KEYS.
          05 WS-KEY             PIC S9(9) COMP-5
                                OCCURS 21 TIMES.
       01 WS-DEMO-ENV          PIC X(8).
       01 WS-DEMO-FILENAME     PIC X(32) VALUE "demo.rec".
       01 WS-DEMO-STATUS       PIC XX.
      *>   DOOM_DEMO_FILE names a recording other than demo.rec
       01 WS-DEMO-FILE-ENV     PIC X(32).

      *> --- Demo desync detection: every WS-DEMO-CK-INTERVAL'th
      *>     tic the recorder embeds a record whose first key slot
       01 WS-DEMO-CK-INTERVAL  PIC 9(3) VALUE 035.
       01 WS-DEMO-CK-SENTINEL  PIC S9(9) COMP-5 VALUE -77777777.
       01 WS-DEMO-CK-SUM       PIC S9(9) COMP-5.
       01 WS-DEMO-DESYNC       PIC 9 VALUE 0.
      *>   1 once a playback has stopped on a desync -- the session
      *>   then ends with return code 4, so an unattended run can
      *>   tell a drifted demo from one that played out
       01 WS-DEMO-CK-WORK      PIC S9(18) COMP-5.
       01 WS-DEMO-CK-I         PIC 9(3).
       01 WS-DEMO-GOT-KEYS     PIC 9.
      *> --- Crushing-ceiling data ---
           COPY "crushers-data.cpy".

      *> --- Floor/ceiling mover data ---
           COPY "planes-data.cpy".

      *> --- Boom generalized linedef data ---
           COPY "genline-data.cpy".

      *> --- Enemy AI data ---
           COPY "enemies-data.cpy".

      *> --- Performance-tuning instrumentation data ---
           COPY "profile-data.cpy".

      *> --- Two-player lockstep session data ---
           COPY "netplay-data.cpy".

      *> --- Computer-controlled deathmatch bot data ---
      *> --- Persistent career profile data ---
           COPY "career-data.cpy".

      *> --- Player master file data ---
           COPY "player-data.cpy".

      *> --- Unattended batch driver data ---
           COPY "batch-data.cpy".

      *> --- Demo regression suite data ---
           COPY "demosuite-data.cpy".

      *> --- Golden-frame compare data ---
           COPY "goldframe-data.cpy".

      *> --- Ledger maintenance data ---
           COPY "ledgmaint-data.cpy".

      *> --- Results master data ---
           COPY "resmast-data.cpy".

      *> --- Ledger / weapon-stats reconciliation data ---
           COPY "recon-data.cpy".

      *> --- Journal timeline report data ---
           COPY "jrnrpt-data.cpy".

      *> --- Map coverage report data ---
           COPY "coverage-data.cpy".

      *> --- Config pre-flight check data ---
           COPY "cfgchk-data.cpy".

      *> --- WAD-wide map audit data ---
           COPY "mapaudit-data.cpy".

      *> --- Ammo / monster health balance data ---
           COPY "balance-data.cpy".

      *> --- Patch WAD report data ---
           COPY "pwadrpt-data.cpy".

      *> --- WAD asset export data ---
           COPY "export-data.cpy".

      *> --- Screenshot key data ---
           COPY "screenshot-data.cpy".

      *> --- Timed target drill data ---
           COPY "drill-data.cpy".

      *> --- Seeded item/monster shuffle data ---
           COPY "shuffle-data.cpy".

      *> --- Deathmatch match rules data ---
           COPY "dmrules-data.cpy".

      *> --- Per-map scripted trigger data ---
           COPY "triggers-data.cpy".

      *> --- Achievements data ---
           COPY "achieve-data.cpy".

      *> --- Daily challenge data ---
           COPY "daily-data.cpy".

      *> --- Speedrun split data ---
           COPY "splits-data.cpy".

      *> --- Multi-bench ledger merge data ---
           COPY "merge-data.cpy".

      *> --- Live game-status feed data ---
           COPY "status-data.cpy".

      *> --- Spreadsheet extract data ---
           COPY "extract-data.cpy".

      *> --- Session audit data ---
           COPY "audit-data.cpy".

      *> --- Kiosk mode data ---
           COPY "kiosk-data.cpy".

      *> --- Crash support bundle data ---
           COPY "crashpack-data.cpy".

      *> --- Save-file inspector data ---
           COPY "saveinsp-data.cpy".

      *> --- Assisted-run flag data ---
           COPY "runflag-data.cpy".

      *> --- Adaptive difficulty data ---
           COPY "adaptive-data.cpy".

      *> --- Monster AI overlay data ---
           COPY "aiview-data.cpy".

      *> --- Threat telemetry data ---
           COPY "threat-data.cpy".

      *> --- Demo viewer data ---
           COPY "demoview-data.cpy".

      *> --- Colour-vision data ---
           COPY "cvd-data.cpy".

      *> --- Aim assistance data ---
           COPY "aimassist-data.cpy".

      *> --- BLOCKMAP/REJECT data ---
           COPY "blockmap-data.cpy".

      *> --- DEHACKED patch data ---
           COPY "dehacked-data.cpy".

      *> --- Automap notes data ---
           COPY "annot-data.cpy".

      *> --- Hall-of-fame screen data ---
           COPY "hof-data.cpy".

      *> --- Practice segment data ---
           COPY "practice-data.cpy".

       PROCEDURE DIVISION.
       DECLARATIVES.
      *> ============================================================
               SAVE-FILE KEYBINDS-FILE SETTINGS-FILE GAMMA-FILE
               LEDGER-FILE DEMO-FILE GHOST-FILE SCRIPT-FILE
               MONSTERS-FILE GRIDDUMP-FILE SELFTEST-WAD-FILE
               EDITMAP-FILE EDITGRID-FILE EDITWAD-FILE
               JOURNAL-FILE
               HEATMAP-FILE ROUTE-FILE LASTRUN-FILE BESTRUN-FILE
               RESMAST-FILE LASTDEATH-FILE STRINGS-FILE
               CAMPAIGN-FILE CAMPPOS-FILE OBJECTIVES-FILE
               PROFILE-FILE WPSTATS-FILE PLAYER-FILE
               BATCHCTL-FILE BATCHRPT-FILE DEMOMFT-FILE
               DEMORPT-FILE DEMOEND-FILE GFRPT-FILE LGARC-FILE
               RCNRPT-FILE JRNRPT-FILE COVLST-FILE CVRPT-FILE
               CFGRPT-FILE MAUDRPT-FILE BALRPT-FILE
               PWADRPT-FILE XPMAN-FILE SHOTTXT-FILE
               NETREC-FILE NETPEER-FILE DMRULES-FILE DMRES-FILE
               BOTPROF-FILE WAVES-FILE TRIGGERS-FILE
               ACHDEF-FILE ACHIEVE-FILE DLYRES-FILE DLYRPT-FILE
               SPLITS-FILE MGCTL-FILE MERGED-FILE MERGEDWP-FILE
               MGRPT-FILE STATUS-FILE AUDIT-FILE AUDRPT-FILE
               KIOSK-FILE SVIRPT-FILE THREAT-FILE THRRPT-FILE
               DVNOTES-FILE DEH-FILE DHRPT-FILE ANNOT-FILE
               ANNRPT-FILE PRACTICE-FILE.
       FILE-ERROR-HANDLER.
      *>   Find which file's status turned bad -- first hit wins
           MOVE SPACES TO WS-CRASH-FILE
               WHEN WS-CAR-STATUS(1:1) = "9"
                   MOVE "PROFILE-FILE" TO WS-CRASH-FILE
                   MOVE WS-CAR-STATUS TO WS-CRASH-ST
               WHEN WS-PLR-STATUS(1:1) = "3"
                   AND WS-PLR-STATUS NOT = "35"
               WHEN WS-PLR-STATUS(1:1) = "4"
               WHEN WS-PLR-STATUS(1:1) = "9"
                   MOVE "PLAYER-FILE" TO WS-CRASH-FILE
                   MOVE WS-PLR-STATUS TO WS-CRASH-ST
               WHEN WS-BAT-RPT-STATUS(1:1) = "3"
                   AND WS-BAT-RPT-STATUS NOT = "35"
               WHEN WS-BAT-RPT-STATUS(1:1) = "4"
               WHEN WS-BAT-RPT-STATUS(1:1) = "9"
                   MOVE "BATCHRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-BAT-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-BAT-CTL-STATUS(1:1) = "9"
                   MOVE "BATCHCTL-FILE" TO WS-CRASH-FILE
                   MOVE WS-BAT-CTL-STATUS TO WS-CRASH-ST
               WHEN WS-DS-RPT-STATUS(1:1) = "3"
                   AND WS-DS-RPT-STATUS NOT = "35"
               WHEN WS-DS-RPT-STATUS(1:1) = "4"
               WHEN WS-DS-RPT-STATUS(1:1) = "9"
                   MOVE "DEMORPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-DS-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-DS-MFT-STATUS(1:1) = "9"
                   MOVE "DEMOMFT-FILE" TO WS-CRASH-FILE
                   MOVE WS-DS-MFT-STATUS TO WS-CRASH-ST
               WHEN WS-DS-END-STATUS(1:1) = "3"
                   AND WS-DS-END-STATUS NOT = "35"
               WHEN WS-DS-END-STATUS(1:1) = "4"
               WHEN WS-DS-END-STATUS(1:1) = "9"
                   MOVE "DEMOEND-FILE" TO WS-CRASH-FILE
                   MOVE WS-DS-END-STATUS TO WS-CRASH-ST
               WHEN WS-GF-RPT-STATUS(1:1) = "3"
                   AND WS-GF-RPT-STATUS NOT = "35"
               WHEN WS-GF-RPT-STATUS(1:1) = "4"
               WHEN WS-GF-RPT-STATUS(1:1) = "9"
                   MOVE "GFRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-GF-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-RCN-RPT-STATUS(1:1) = "3"
                   AND WS-RCN-RPT-STATUS NOT = "35"
               WHEN WS-RCN-RPT-STATUS(1:1) = "4"
               WHEN WS-RCN-RPT-STATUS(1:1) = "9"
                   MOVE "RCNRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-RCN-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-JR-RPT-STATUS(1:1) = "3"
                   AND WS-JR-RPT-STATUS NOT = "35"
               WHEN WS-JR-RPT-STATUS(1:1) = "4"
               WHEN WS-JR-RPT-STATUS(1:1) = "9"
                   MOVE "JRNRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-JR-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-CV-RPT-STATUS(1:1) = "3"
                   AND WS-CV-RPT-STATUS NOT = "35"
               WHEN WS-CV-RPT-STATUS(1:1) = "4"
               WHEN WS-CV-RPT-STATUS(1:1) = "9"
                   MOVE "CVRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-CV-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-CV-LST-STATUS(1:1) = "9"
                   MOVE "COVLST-FILE" TO WS-CRASH-FILE
                   MOVE WS-CV-LST-STATUS TO WS-CRASH-ST
               WHEN WS-CC-RPT-STATUS(1:1) = "3"
                   AND WS-CC-RPT-STATUS NOT = "35"
               WHEN WS-CC-RPT-STATUS(1:1) = "4"
               WHEN WS-CC-RPT-STATUS(1:1) = "9"
                   MOVE "CFGRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-CC-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-MA-RPT-STATUS(1:1) = "3"
                   AND WS-MA-RPT-STATUS NOT = "35"
               WHEN WS-MA-RPT-STATUS(1:1) = "4"
               WHEN WS-MA-RPT-STATUS(1:1) = "9"
                   MOVE "MAUDRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-MA-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-BAL-RPT-STATUS(1:1) = "3"
                   AND WS-BAL-RPT-STATUS NOT = "35"
               WHEN WS-BAL-RPT-STATUS(1:1) = "4"
               WHEN WS-BAL-RPT-STATUS(1:1) = "9"
                   MOVE "BALRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-BAL-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-PW-RPT-STATUS(1:1) = "3"
                   AND WS-PW-RPT-STATUS NOT = "35"
               WHEN WS-PW-RPT-STATUS(1:1) = "4"
               WHEN WS-PW-RPT-STATUS(1:1) = "9"
                   MOVE "PWADRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-PW-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-XP-MAN-STATUS(1:1) = "3"
                   AND WS-XP-MAN-STATUS NOT = "35"
               WHEN WS-XP-MAN-STATUS(1:1) = "4"
               WHEN WS-XP-MAN-STATUS(1:1) = "9"
                   MOVE "XPMAN-FILE" TO WS-CRASH-FILE
                   MOVE WS-XP-MAN-STATUS TO WS-CRASH-ST
               WHEN WS-NET-REC-STATUS(1:1) = "3"
                   AND WS-NET-REC-STATUS NOT = "35"
               WHEN WS-NET-REC-STATUS(1:1) = "4"
               WHEN WS-NET-REC-STATUS(1:1) = "9"
                   MOVE "NETREC-FILE" TO WS-CRASH-FILE
                   MOVE WS-NET-REC-STATUS TO WS-CRASH-ST
               WHEN WS-NET-PEER-STATUS(1:1) = "3"
                   AND WS-NET-PEER-STATUS NOT = "35"
               WHEN WS-NET-PEER-STATUS(1:1) = "4"
               WHEN WS-NET-PEER-STATUS(1:1) = "9"
                   MOVE "NETPEER-FILE" TO WS-CRASH-FILE
                   MOVE WS-NET-PEER-STATUS TO WS-CRASH-ST
               WHEN WS-MR-STATUS(1:1) = "3"
                   AND WS-MR-STATUS NOT = "35"
               WHEN WS-MR-STATUS(1:1) = "4"
               WHEN WS-MR-STATUS(1:1) = "9"
                   MOVE "DMRULES-FILE" TO WS-CRASH-FILE
                   MOVE WS-MR-STATUS TO WS-CRASH-ST
               WHEN WS-MR-RES-STATUS(1:1) = "3"
                   AND WS-MR-RES-STATUS NOT = "35"
               WHEN WS-MR-RES-STATUS(1:1) = "4"
               WHEN WS-MR-RES-STATUS(1:1) = "9"
                   MOVE "DMRES-FILE" TO WS-CRASH-FILE
                   MOVE WS-MR-RES-STATUS TO WS-CRASH-ST
               WHEN WS-BOT-PR-STATUS(1:1) = "3"
                   AND WS-BOT-PR-STATUS NOT = "35"
               WHEN WS-BOT-PR-STATUS(1:1) = "4"
               WHEN WS-BOT-PR-STATUS(1:1) = "9"
                   MOVE "BOTPROF-FILE" TO WS-CRASH-FILE
                   MOVE WS-BOT-PR-STATUS TO WS-CRASH-ST
               WHEN WS-HORDE-SET-STATUS(1:1) = "3"
                   AND WS-HORDE-SET-STATUS NOT = "35"
               WHEN WS-HORDE-SET-STATUS(1:1) = "4"
               WHEN WS-HORDE-SET-STATUS(1:1) = "9"
                   MOVE "WAVES-FILE" TO WS-CRASH-FILE
                   MOVE WS-HORDE-SET-STATUS TO WS-CRASH-ST
               WHEN WS-TRG-STATUS(1:1) = "3"
                   AND WS-TRG-STATUS NOT = "35"
               WHEN WS-TRG-STATUS(1:1) = "4"
               WHEN WS-TRG-STATUS(1:1) = "9"
                   MOVE "TRIGGERS-FILE" TO WS-CRASH-FILE
                   MOVE WS-TRG-STATUS TO WS-CRASH-ST
               WHEN WS-ACH-STATUS(1:1) = "3"
                   AND WS-ACH-STATUS NOT = "35"
               WHEN WS-ACH-STATUS(1:1) = "4"
               WHEN WS-ACH-STATUS(1:1) = "9"
                   MOVE "ACHDEF-FILE" TO WS-CRASH-FILE
                   MOVE WS-ACH-STATUS TO WS-CRASH-ST
               WHEN WS-ACH-REC-STATUS(1:1) = "3"
                   AND WS-ACH-REC-STATUS NOT = "35"
               WHEN WS-ACH-REC-STATUS(1:1) = "4"
               WHEN WS-ACH-REC-STATUS(1:1) = "9"
                   MOVE "ACHIEVE-FILE" TO WS-CRASH-FILE
                   MOVE WS-ACH-REC-STATUS TO WS-CRASH-ST
               WHEN WS-DLY-STATUS(1:1) = "3"
                   AND WS-DLY-STATUS NOT = "35"
               WHEN WS-DLY-STATUS(1:1) = "4"
               WHEN WS-DLY-STATUS(1:1) = "9"
                   MOVE "DLYRES-FILE" TO WS-CRASH-FILE
                   MOVE WS-DLY-STATUS TO WS-CRASH-ST
               WHEN WS-DLY-RPT-STATUS(1:1) = "3"
                   AND WS-DLY-RPT-STATUS NOT = "35"
               WHEN WS-DLY-RPT-STATUS(1:1) = "4"
               WHEN WS-DLY-RPT-STATUS(1:1) = "9"
                   MOVE "DLYRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-DLY-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-SPL-STATUS(1:1) = "3"
                   AND WS-SPL-STATUS NOT = "35"
               WHEN WS-SPL-STATUS(1:1) = "4"
               WHEN WS-SPL-STATUS(1:1) = "9"
                   MOVE "SPLITS-FILE" TO WS-CRASH-FILE
                   MOVE WS-SPL-STATUS TO WS-CRASH-ST
               WHEN WS-MG-CFG-STATUS(1:1) = "3"
                   AND WS-MG-CFG-STATUS NOT = "35"
               WHEN WS-MG-CFG-STATUS(1:1) = "4"
               WHEN WS-MG-CFG-STATUS(1:1) = "9"
                   MOVE "MGCTL-FILE" TO WS-CRASH-FILE
                   MOVE WS-MG-CFG-STATUS TO WS-CRASH-ST
               WHEN WS-MG-OUT-STATUS(1:1) = "3"
                   AND WS-MG-OUT-STATUS NOT = "35"
               WHEN WS-MG-OUT-STATUS(1:1) = "4"
               WHEN WS-MG-OUT-STATUS(1:1) = "9"
                   MOVE "MERGED-FILE" TO WS-CRASH-FILE
                   MOVE WS-MG-OUT-STATUS TO WS-CRASH-ST
               WHEN WS-MG-WP-STATUS(1:1) = "3"
                   AND WS-MG-WP-STATUS NOT = "35"
               WHEN WS-MG-WP-STATUS(1:1) = "4"
               WHEN WS-MG-WP-STATUS(1:1) = "9"
                   MOVE "MERGEDWP-FILE" TO WS-CRASH-FILE
                   MOVE WS-MG-WP-STATUS TO WS-CRASH-ST
               WHEN WS-MG-RPT-STATUS(1:1) = "3"
                   AND WS-MG-RPT-STATUS NOT = "35"
               WHEN WS-MG-RPT-STATUS(1:1) = "4"
               WHEN WS-MG-RPT-STATUS(1:1) = "9"
                   MOVE "MGRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-MG-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-STF-STATUS(1:1) = "3"
                   AND WS-STF-STATUS NOT = "35"
               WHEN WS-STF-STATUS(1:1) = "4"
               WHEN WS-STF-STATUS(1:1) = "9"
                   MOVE "STATUS-FILE" TO WS-CRASH-FILE
                   MOVE WS-STF-STATUS TO WS-CRASH-ST
               WHEN WS-AUD-STATUS(1:1) = "3"
                   AND WS-AUD-STATUS NOT = "35"
               WHEN WS-AUD-STATUS(1:1) = "4"
               WHEN WS-AUD-STATUS(1:1) = "9"
                   MOVE "AUDIT-FILE" TO WS-CRASH-FILE
                   MOVE WS-AUD-STATUS TO WS-CRASH-ST
               WHEN WS-AUD-RPT-STATUS(1:1) = "3"
                   AND WS-AUD-RPT-STATUS NOT = "35"
               WHEN WS-AUD-RPT-STATUS(1:1) = "4"
               WHEN WS-AUD-RPT-STATUS(1:1) = "9"
                   MOVE "AUDRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-AUD-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-KSK-STATUS(1:1) = "9"
                   MOVE "KIOSK-FILE" TO WS-CRASH-FILE
                   MOVE WS-KSK-STATUS TO WS-CRASH-ST
               WHEN WS-SVI-RPT-STATUS(1:1) = "3"
                   AND WS-SVI-RPT-STATUS NOT = "35"
               WHEN WS-SVI-RPT-STATUS(1:1) = "4"
               WHEN WS-SVI-RPT-STATUS(1:1) = "9"
                   MOVE "SVIRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-SVI-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-THR-STATUS(1:1) = "3"
                   AND WS-THR-STATUS NOT = "35"
               WHEN WS-THR-STATUS(1:1) = "4"
               WHEN WS-THR-STATUS(1:1) = "9"
                   MOVE "THREAT-FILE" TO WS-CRASH-FILE
                   MOVE WS-THR-STATUS TO WS-CRASH-ST
               WHEN WS-THR-RPT-STATUS(1:1) = "3"
                   AND WS-THR-RPT-STATUS NOT = "35"
               WHEN WS-THR-RPT-STATUS(1:1) = "4"
               WHEN WS-THR-RPT-STATUS(1:1) = "9"
                   MOVE "THRRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-THR-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-DV-NOTES-STATUS(1:1) = "3"
                   AND WS-DV-NOTES-STATUS NOT = "35"
               WHEN WS-DV-NOTES-STATUS(1:1) = "4"
               WHEN WS-DV-NOTES-STATUS(1:1) = "9"
                   MOVE "DVNOTES-FILE" TO WS-CRASH-FILE
                   MOVE WS-DV-NOTES-STATUS TO WS-CRASH-ST
               WHEN WS-DH-RPT-STATUS(1:1) = "3"
                   AND WS-DH-RPT-STATUS NOT = "35"
               WHEN WS-DH-RPT-STATUS(1:1) = "4"
               WHEN WS-DH-RPT-STATUS(1:1) = "9"
                   MOVE "DHRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-DH-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-AN-STATUS(1:1) = "3"
                   AND WS-AN-STATUS NOT = "35"
               WHEN WS-AN-STATUS(1:1) = "4"
               WHEN WS-AN-STATUS(1:1) = "9"
                   MOVE "ANNOT-FILE" TO WS-CRASH-FILE
                   MOVE WS-AN-STATUS TO WS-CRASH-ST
               WHEN WS-AN-RPT-STATUS(1:1) = "3"
                   AND WS-AN-RPT-STATUS NOT = "35"
               WHEN WS-AN-RPT-STATUS(1:1) = "4"
               WHEN WS-AN-RPT-STATUS(1:1) = "9"
                   MOVE "ANNRPT-FILE" TO WS-CRASH-FILE
                   MOVE WS-AN-RPT-STATUS TO WS-CRASH-ST
               WHEN WS-PRC-STATUS(1:1) = "3"
                   AND WS-PRC-STATUS NOT = "35"
               WHEN WS-PRC-STATUS(1:1) = "4"
               WHEN WS-PRC-STATUS(1:1) = "9"
                   MOVE "PRACTICE-FILE" TO WS-CRASH-FILE
                   MOVE WS-PRC-STATUS TO WS-CRASH-ST
               WHEN WS-LM-ARC-STATUS(1:1) = "3"
                   AND WS-LM-ARC-STATUS NOT = "35"
               WHEN WS-LM-ARC-STATUS(1:1) = "4"
               WHEN WS-LM-ARC-STATUS(1:1) = "9"
                   MOVE "LGARC-FILE" TO WS-CRASH-FILE
                   MOVE WS-LM-ARC-STATUS TO WS-CRASH-ST
               WHEN WS-RM-STATUS(1:1) = "3"
                   AND WS-RM-STATUS NOT = "35"
               WHEN WS-RM-STATUS(1:1) = "4"
               WHEN WS-RM-STATUS(1:1) = "9"
                   MOVE "RESMAST-FILE" TO WS-CRASH-FILE
                   MOVE WS-RM-STATUS TO WS-CRASH-ST
               WHEN WS-WPS-STATUS(1:1) = "3"
                   AND WS-WPS-STATUS NOT = "35"
               WHEN WS-WPS-STATUS(1:1) = "4"
               WHEN WS-STR-STATUS(1:1) = "9"
                   MOVE "STRINGS-FILE" TO WS-CRASH-FILE
                   MOVE WS-STR-STATUS TO WS-CRASH-ST
               WHEN WS-DH-STATUS(1:1) = "9"
                   MOVE "DEH-FILE" TO WS-CRASH-FILE
                   MOVE WS-DH-STATUS TO WS-CRASH-ST
               WHEN WS-CMP-STATUS(1:1) = "9"
                   MOVE "CAMPAIGN-FILE" TO WS-CRASH-FILE
                   MOVE WS-CMP-STATUS TO WS-CRASH-ST
                   WS-CRASH-FILENAME
           END-IF

      *>   Everything support will ask for, gathered into a dated
      *>   folder while it is all still here, and the crash added
      *>   to the history
           PERFORM CRASH-BUNDLE

      *>   The session's end record, appended the same byte-stream
      *>   way
           IF WS-AUD-ENDED = 0
               MOVE 1 TO WS-AUD-ENDED
               MOVE "E" TO WS-AUD-KIND
               MOVE "CRASH" TO WS-AUD-HOW
               MOVE 9 TO WS-AUD-RC
               MOVE WS-PLR-ID TO WS-AUD-PLAYER
               ACCEPT WS-AUD-REC-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUD-CLOCK FROM TIME
               MOVE WS-AUD-CLOCK-N TO WS-AUD-REC-TIME
               COMPUTE WS-AUD-ELAPSED =
                   (FUNCTION INTEGER-OF-DATE(WS-AUD-REC-DATE)
                       - WS-AUD-START-DAYS) * 86400
                   + WS-AUD-CLK-HH * 3600 + WS-AUD-CLK-MM * 60
                   + WS-AUD-CLK-SS - WS-AUD-START-SECS
               IF WS-AUD-ELAPSED < 0
                   MOVE 0 TO WS-AUD-ELAPSED
               END-IF
               MOVE WS-AUD-ELAPSED TO WS-AUD-SECONDS
               CALL "CBL_CHECK_FILE_EXIST" USING WS-AUD-FILENAME
                   WS-AUD-DETAILS
               IF RETURN-CODE = 0
                   MOVE WS-AUD-FILE-SIZE TO WS-AUD-OFS
                   CALL "CBL_OPEN_FILE" USING WS-AUD-FILENAME
                       3 0 0 WS-AUD-HANDLE
               ELSE
                   MOVE 0 TO WS-AUD-OFS
                   CALL "CBL_CREATE_FILE" USING WS-AUD-FILENAME
                       2 0 0 WS-AUD-HANDLE
               END-IF
               IF RETURN-CODE = 0
                   CALL "CBL_WRITE_FILE" USING WS-AUD-HANDLE
                       WS-AUD-OFS WS-AUD-LEN 0 WS-AUD-REC
                   CALL "CBL_CLOSE_FILE" USING WS-AUD-HANDLE
               END-IF
           END-IF

      *>   Put the terminal back whatever state the console left
      *>   it in, close the display, and exit distinctly
           CALL "SYSTEM" USING WS-CONSOLE-STTY-SANE
           END-IF
           MOVE 9 TO RETURN-CODE
           STOP RUN.

      *> ============================================================
      *> Crash support bundle procedures
      *> ============================================================
           COPY "crashpack-proc.cpy".
       END DECLARATIVES.

       MAIN-LINE SECTION.
       MAIN-PROGRAM.
      *>   Every session is logged, utility runs included
           PERFORM AUDIT-SESSION-START

      *>   DOOM_BATCH=1: run the job steps in batch.ctl as separate
      *>   headless sessions and exit with the worst step's code --
      *>   checked first, so none of this session's own switches
      *>   open anything
           MOVE SPACES TO WS-BAT-ENV
           ACCEPT WS-BAT-ENV FROM ENVIRONMENT "DOOM_BATCH"
           IF WS-BAT-ENV(1:1) = "1"
               PERFORM RUN-BATCH-DRIVER
               MOVE WS-BAT-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_DEMO_SUITE=1: replay every demo in demosuite.mft and
      *>   judge where each one ends up, then exit with the suite's
      *>   code
           MOVE SPACES TO WS-DS-ENV
           ACCEPT WS-DS-ENV FROM ENVIRONMENT "DOOM_DEMO_SUITE"
           IF WS-DS-ENV(1:1) = "1"
               PERFORM RUN-DEMO-SUITE
               MOVE WS-DS-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_FRAME_COMPARE=1: check the headless frame dumps
      *>   against the approved golden set (at the resolution they
      *>   were captured at) and exit with the compare's code
           MOVE SPACES TO WS-GF-ENV
           ACCEPT WS-GF-ENV FROM ENVIRONMENT "DOOM_FRAME_COMPARE"
           IF WS-GF-ENV(1:1) = "1"
               PERFORM INIT-RESOLUTION
               PERFORM RUN-FRAME-COMPARE
               MOVE WS-GF-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   Check for headless frame-dump mode (regression testing
      *>   with no live SDL display)
           PERFORM INIT-HEADLESS-MODE
      *>   Check for timedemo benchmark mode
           PERFORM INIT-TIMEDEMO

      *>   A playback watched at the desk gets the demo viewer
           PERFORM INIT-DEMO-VIEWER

      *>   Check for ghost replay mode
           PERFORM INIT-GHOST-MODE

      *>   Check for a two-player deathmatch or co-op session
           PERFORM INIT-NET-MODE

      *>   Check for computer-controlled deathmatch bots
           PERFORM INIT-BOT-MODE

      *>   A deathmatch (netplay that isn't co-op, or bots) reads
      *>   its match rules: limits, weapons-stay, the map rotation
           PERFORM LOAD-DM-RULES

      *>   Check for the gameplay event journal
           PERFORM INIT-JOURNAL-MODE

           ACCEPT WS-LG-REPORT-ENV FROM ENVIRONMENT "DOOM_REPORT"
           IF WS-LG-REPORT-ENV(1:1) = "1"
               PERFORM RUN-LEDGER-REPORT
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_LEDGER_MAINT=1: convert, archive and purge the
      *>   ledger, print the control totals and exit
           MOVE SPACES TO WS-LM-ENV
           ACCEPT WS-LM-ENV FROM ENVIRONMENT "DOOM_LEDGER_MAINT"
           IF WS-LM-ENV(1:1) = "1"
               PERFORM RUN-LEDGER-MAINT
               MOVE WS-LM-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_RESULTS_POST=1: rebuild the results master from the
      *>   whole ledger and exit
           MOVE SPACES TO WS-RM-ENV
           ACCEPT WS-RM-ENV FROM ENVIRONMENT "DOOM_RESULTS_POST"
           IF WS-RM-ENV(1:1) = "1"
               PERFORM RUN-RESULTS-POST
               MOVE WS-RM-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_RECONCILE=1: check the ledger's kills against the
      *>   weapon stats, report the exceptions and exit
           MOVE SPACES TO WS-RCN-ENV
           ACCEPT WS-RCN-ENV FROM ENVIRONMENT "DOOM_RECONCILE"
           IF WS-RCN-ENV(1:1) = "1"
               PERFORM RUN-RECONCILE
               MOVE WS-RCN-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_JOURNAL_REPORT=1: summarize the event journal per
      *>   session and map and exit
           MOVE SPACES TO WS-JR-ENV
           ACCEPT WS-JR-ENV FROM ENVIRONMENT "DOOM_JOURNAL_REPORT"
           IF WS-JR-ENV(1:1) = "1"
               PERFORM RUN-JOURNAL-REPORT
               MOVE WS-JR-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_COVERAGE=1: lay the listed heatmaps over the grid
      *>   dump, report what nobody reached and exit
           MOVE SPACES TO WS-CV-ENV
           ACCEPT WS-CV-ENV FROM ENVIRONMENT "DOOM_COVERAGE"
           IF WS-CV-ENV(1:1) = "1"
               PERFORM RUN-COVERAGE
               MOVE WS-CV-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_CONFIG_CHECK=1: read every config file, report each
      *>   line the loaders would skip or misread and exit
           MOVE SPACES TO WS-CC-ENV
           ACCEPT WS-CC-ENV FROM ENVIRONMENT "DOOM_CONFIG_CHECK"
           IF WS-CC-ENV(1:1) = "1"
               PERFORM RUN-CONFIG-CHECK
               MOVE WS-CC-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_MAP_AUDIT=1: convert every map in the WAD, report
      *>   its gameplay defects and exit
           MOVE SPACES TO WS-MA-ENV
           ACCEPT WS-MA-ENV FROM ENVIRONMENT "DOOM_MAP_AUDIT"
           IF WS-MA-ENV(1:1) = "1"
               PERFORM RUN-MAP-AUDIT
               MOVE WS-MA-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_BALANCE=1: set every map's ammo against its monster
      *>   health, skill by skill, and exit
           MOVE SPACES TO WS-BAL-ENV
           ACCEPT WS-BAL-ENV FROM ENVIRONMENT "DOOM_BALANCE"
           IF WS-BAL-ENV(1:1) = "1"
               PERFORM RUN-BALANCE
               MOVE WS-BAL-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_PWAD_REPORT=1: list what DOOM_PWAD replaces or adds
      *>   over the base WAD, flag the risky overrides and exit
           MOVE SPACES TO WS-PW-ENV
           ACCEPT WS-PW-ENV FROM ENVIRONMENT "DOOM_PWAD_REPORT"
           IF WS-PW-ENV(1:1) = "1"
               PERFORM RUN-PWAD-REPORT
               MOVE WS-PW-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_EXPORT_ASSETS=1: write the WAD's textures, flats,
      *>   sprites, font glyphs and sounds as PPM and WAV files with
      *>   a manifest, and exit
           MOVE SPACES TO WS-XP-ENV
           ACCEPT WS-XP-ENV FROM ENVIRONMENT "DOOM_EXPORT_ASSETS"
           IF WS-XP-ENV(1:1) = "1"
               PERFORM RUN-ASSET-EXPORT
               MOVE WS-XP-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_MERGE=1: merge the benches' ledgers and weapon
      *>   stats, print the control totals and exit
           MOVE SPACES TO WS-MG-ENV
           ACCEPT WS-MG-ENV FROM ENVIRONMENT "DOOM_MERGE"
           IF WS-MG-ENV(1:1) = "1"
               PERFORM RUN-LEDGER-MERGE
               MOVE WS-MG-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_DAILY_REPORT=1: rank the day's and the week's daily
      *>   challenge runs and exit
           MOVE SPACES TO WS-DLY-ENV
           ACCEPT WS-DLY-ENV FROM ENVIRONMENT "DOOM_DAILY_REPORT"
           IF WS-DLY-ENV(1:1) = "1"
               PERFORM RUN-DAILY-REPORT
               MOVE WS-DLY-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_EXTRACT=1: write the ledger, weapon stats and
      *>   careers as comma-delimited files and exit
           MOVE SPACES TO WS-XT-ENV
           ACCEPT WS-XT-ENV FROM ENVIRONMENT "DOOM_EXTRACT"
           IF WS-XT-ENV(1:1) = "1"
               PERFORM RUN-EXTRACT
               MOVE WS-XT-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_AUDIT_REPORT=1: a month's bench usage from the
      *>   session audit log, then exit
           MOVE SPACES TO WS-AUD-RPT-ENV
           ACCEPT WS-AUD-RPT-ENV FROM ENVIRONMENT "DOOM_AUDIT_REPORT"
           IF WS-AUD-RPT-ENV(1:1) = "1"
               PERFORM RUN-AUDIT-REPORT
               MOVE WS-AUD-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_SAVE_INSPECT=1: dump and judge the checkpoint and
      *>   its .bak (DOOM_SAVE_REPAIR=1 rebuilds a bad checkpoint
      *>   from a good .bak), then exit
           MOVE SPACES TO WS-SVI-ENV
           ACCEPT WS-SVI-ENV FROM ENVIRONMENT "DOOM_SAVE_INSPECT"
           IF WS-SVI-ENV(1:1) = "1"
               PERFORM RUN-SAVE-INSPECT
               MOVE WS-SVI-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_THREAT_REPORT=1: what hurts the players on each
      *>   map, from the threat telemetry, then exit
           MOVE SPACES TO WS-THR-ENV
           ACCEPT WS-THR-ENV FROM ENVIRONMENT "DOOM_THREAT_REPORT"
           IF WS-THR-ENV(1:1) = "1"
               PERFORM RUN-THREAT-REPORT
               MOVE WS-THR-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   DOOM_ANNOT_REPORT=1: every automap note, WAD by WAD and
      *>   map by map, as the designers' worklist, then exit
           MOVE SPACES TO WS-AN-ENV
           ACCEPT WS-AN-ENV FROM ENVIRONMENT "DOOM_ANNOT_REPORT"
           IF WS-AN-ENV(1:1) = "1"
               PERFORM RUN-ANNOT-REPORT
               MOVE WS-AN-WORST TO RETURN-CODE
               PERFORM AUDIT-SESSION-END
               STOP RUN
           END-IF

      *>   None of the utility modes took it: a session of play
           PERFORM AUDIT-PLAY-BEGIN

      *>   Load configurable key bindings (falls back to defaults
      *>   when keybinds.cfg is absent)
           PERFORM LOAD-KEYBINDS
      *>   Pull any externalized message strings
           PERFORM LOAD-STRINGS

      *>   The achievement goals, before any career brings its
      *>   unlocks
           PERFORM LOAD-ACHIEVEMENTS

      *>   Read the player roster, then pick up the selected
      *>   player's career (the session counts at sign-in)
           PERFORM PLAYER-LOAD-ROSTER
           PERFORM CAREER-LOAD

      *>   Arm the optional startup console script
      *>   Check for the seeded shuffle randomizer
           PERFORM INIT-SHUFFLE-MODE

      *>   Check for adaptive difficulty
           PERFORM INIT-ADAPTIVE-MODE

      *>   Pick the internal render resolution before the window
      *>   opens
           PERFORM INIT-RESOLUTION
           PERFORM OPEN-WAD
           PERFORM READ-WAD-DIRECTORY

      *>   A DEHACKED lump or DOOM_DEH file retunes monsters,
      *>   weapons, ammo and messages before anything spawns
           PERFORM LOAD-DEHACKED

      *>   Palette and WAD text font come up ahead of the map
      *>   picker, so its prompt can spell out real lump names
           MOVE 5 TO WS-LP-PCT
           PERFORM INIT-DOORS
           PERFORM INIT-PICKUPS

      *>   Put back anything the floor/ceiling movers moved
           PERFORM INIT-PLANES

      *>   Initialize lifts/moving floors
           PERFORM INIT-LIFTS

      *>   Initialize weapons (load pistol sprite)
           PERFORM INIT-WEAPONS

      *>   The operator's kiosk settings, before the first title
      *>   the visitors see
           PERFORM KIOSK-INIT

      *>   Show title screen (wait for SPACE)
           MOVE WS-SKILL-LEVEL TO WS-TITLE-SKILL-IN
           PERFORM SHOW-TITLE-SCREEN
      *>   scenario after the world was first built, and W/S may
      *>   have changed the skill -- reconcile the world with both
           PERFORM APPLY-TITLE-CHOICES
           PERFORM KIOSK-VISIT-BEGIN

      *>   Run the startup console script against the fresh level
           PERFORM RUN-STARTUP-SCRIPT
               PERFORM GHOST-SPAWN
           END-IF

      *>   A two-player session places both marines on the map's
      *>   deathmatch starts, or in co-op its player 1/2 starts
           PERFORM NET-SPAWN-PLAYERS

      *>   No explicit ghost? The map's stored best run races
      *>   Bots spawn on the same deathmatch starts
           PERFORM BOT-SPAWN-ALL

      *>   Under match rules, the frag table opens with the map
           PERFORM DM-START-MATCH

      *>   The status feed for the overlay screens starts with play
           PERFORM STATUS-FEED-INIT

      *>   === MAIN GAME LOOP ===
           PERFORM UNTIL WS-RUNNING = 0

               PERFORM UPDATE-PALETTE-TINT
               PERFORM COMPUTE-CAMERA-SHAKE

      *>       A demo viewer's chase/free camera stands in for the
      *>       marine's eyes while the world is drawn
               PERFORM DV-CAMERA-IN

      *>       Clear framebuffer
               PERFORM CLEAR-FRAMEBUFFER

               PERFORM CAST-ALL-RAYS
               PERFORM PROF-MARK-WALLS

      *>       Colour-vision letters on keyed doors, under sprites
               PERFORM CVD-DRAW-DOOR-MARKS

      *>       Render sprites (depth-sorted, after walls)
               PERFORM RENDER-ALL-SPRITES
               PERFORM PROF-MARK-SPRITES
      *>       weapon
               PERFORM RENDER-GHOST

      *>       Remote session marine, same layer as the ghost
               PERFORM RENDER-NET-PLAYER

      *>       Bot marines, same layer again
               PERFORM RENDER-BOTS

      *>       The recorded marine as the outside camera sees him,
      *>       then his own view back for everything drawn from here
               PERFORM DV-DRAW-MARINE
               PERFORM DV-CAMERA-OUT

      *>       Bottom-of-frame color wash while wading in liquid
               PERFORM DRAW-LIQUID-TINT

      *>       Render weapon and crosshair (over 3D, under HUD)
               PERFORM UPDATE-WEAPON-BOB
               IF WS-DV-CAM = 0
                   PERFORM RENDER-WEAPON
                   PERFORM RENDER-CROSSHAIR
                   PERFORM DRAW-HIT-MARKER
               END-IF

      *>       Render HUD (status bar, on top of everything)
               PERFORM RENDER-HUD
      *>       current cell, same toggle as the overlay above
               PERFORM DRAW-SECTOR-INFO

      *>       Demo viewer's tic counter and transport state
               PERFORM DV-DRAW-OVERLAY

      *>       Display frame via SDL (headless mode has no display;
      *>       it dumps the framebuffer to a file once instead)
               IF WS-HEADLESS-MODE = 1

      *>               Merge gamepad sticks/buttons the same way
                       PERFORM READ-GAMEPAD-INPUT

      *>               Screenshot of the frame just presented
                       PERFORM CHECK-SCREENSHOT-KEY
                   ELSE
      *>               The demo viewer's transport keys, read apart
      *>               from the recording's
                       PERFORM DV-READ-CONTROLS
                   END-IF

      *>           Check quit
      *>           Console is open: read cheat commands instead of
      *>           running gameplay for this frame
                   PERFORM READ-CONSOLE-LINE
               ELSE
               IF WS-AN-TYPING = 1
      *>           An automap note is being typed: gameplay holds
      *>           until it is filed or dropped
                   PERFORM AN-READ-NOTE
               ELSE
                   IF WS-GAME-STATE = 3
      *>               Player is dead: freeze gameplay and show the
      *>               Fixed-rate simulation: run as many whole
      *>               35 Hz tics as the wall clock owes this frame
                       PERFORM SIM-COUNT-TICS
                       PERFORM DV-PACE-TICS
                       IF WS-TIC-COUNT > 0
                           PERFORM GAME-SIM-TIC
                               WS-TIC-COUNT TIMES
                   END-IF
                   END-IF
               END-IF
               END-IF

      *>       Close out the frame reading for the debug overlay and
      *>       total-play-time counter, whatever branch above ran
               PERFORM PROF-FRAME-END

      *>       Refresh the status feed once the second has ticked
               PERFORM STATUS-FEED-TICK

      *>       On a kiosk, a visit that is over (or quit) goes back
      *>       to the title rather than out of the loop
               PERFORM KIOSK-FRAME-CHECK

           END-PERFORM

      *>   Cleanup -- a run walked away from mid-level is a result
               MOVE "A" TO WS-LG-RTYPE-W
               PERFORM WRITE-LEDGER-FAILURE
           END-IF
      *>   and so is a match left before any limit was reached
           PERFORM DM-ABANDON-MATCH
           PERFORM STATUS-FEED-END
           CALL "wad_close"
           IF WS-HEADLESS-MODE = 0
               CALL "sdl_quit"
      *>   console happened to be open would otherwise leave the
      *>   terminal in raw/no-echo mode after STOP RUN, since that is
      *>   only ever restored by the console's own close paths
           IF WS-CONSOLE-MODE = 1 OR WS-AN-TYPING = 1
               CALL "SYSTEM" USING WS-CONSOLE-STTY-SANE
           END-IF
           IF WS-DEMO-MODE = 1 OR WS-DEMO-MODE = 2
               CLOSE DEMO-FILE
           END-IF
           PERFORM NET-REC-CLOSE
      *>   A replay the suite launched leaves its end state behind
           IF WS-DEMO-MODE = 2
               AND WS-DS-END-FILENAME NOT = SPACES
               PERFORM DS-WRITE-END-STATE
           END-IF
           IF WS-JN-ON = 1
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-LR-OPEN = 1
               CLOSE LASTRUN-FILE
           END-IF
      *>   Practice still on gives its session seconds back
      *>   before the career numbers go back to disk
           PERFORM PRC-STOP
      *>   The session's career numbers go back to disk
           PERFORM CAREER-SAVE
           IF WS-GH-ON > 0
           IF WS-TD-ON = 1
               PERFORM TIMEDEMO-REPORT
           END-IF
      *>   A clean end is return code 0 whatever the last native
      *>   call left behind; a desynced playback is 4
           IF WS-DEMO-DESYNC = 1
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM AUDIT-SESSION-END
           STOP RUN.

      *> ============================================================
               EXIT PARAGRAPH
           END-IF

      *>   A tic is being played on whatever map is current now
           MOVE 0 TO WS-DS-JUST-EXITED

      *>   Bank this tic's analog motion once, for both recorders
           MOVE WS-MOUSE-DX-TIC TO WS-TIC-MOUSE-DX
           MOVE 0 TO WS-MOUSE-DX-TIC

           IF WS-DEMO-MODE = 2
               PERFORM DV-TAKE-MARK
               PERFORM READ-DEMO-TICK
               IF WS-RUNNING = 0 OR WS-DEMO-MODE NOT = 2
                   EXIT PARAGRAPH

      *>   And the rolling flight-recorder ring
           PERFORM RECORD-FLIGHT-TICK
           ADD 1 TO WS-SS-TIC

      *>   A two-player session swaps this tic's keys with the peer
      *>   before anything simulates, so both machines hold both
      *>   players' input for the tic they are about to run
           PERFORM NET-EXCHANGE-TICK

      *>               Chain the sprites into their blocks for
      *>               this tic's collision tests
                       PERFORM BM-LINK-THINGS

      *>               Process movement
                       PERFORM PROCESS-MOVEMENT

                       IF WS-GAME-STATE NOT = 3
                           PERFORM PROCESS-FIRE

      *>                   Ranged-monster projectiles in flight,
      *>                   tested against where the monsters now are
                           PERFORM BM-LINK-THINGS
                           PERFORM UPDATE-PROJECTILES

      *>                   Age out impact puffs/blood bursts
                           PERFORM UPDATE-FX

      *>                   Door/pickup mechanics -- doors frozen
      *>                   while flying around in spectator mode.
      *>                   The position checks bracketed by
      *>                   NET-COOP-CHECK-BEFORE/-AFTER run for the
      *>                   co-op partner's marine too.
                           IF WS-SPECTATOR-ON = 0
                               MOVE 1 TO WS-NET-CHECK
                               PERFORM NET-COOP-CHECK-BEFORE
                               PERFORM CHECK-USE-KEY
                               PERFORM NET-COOP-CHECK-AFTER
                               PERFORM UPDATE-DOORS
                           END-IF
                           MOVE 2 TO WS-NET-CHECK
                           PERFORM NET-COOP-CHECK-BEFORE
                           PERFORM CHECK-PICKUPS
                           PERFORM NET-COOP-CHECK-AFTER
                           PERFORM UPDATE-PICKUP-RESPAWN

      *>                   Timed power-up effect countdowns
      *>                   Teleporter lines and remote walk-over
      *>                   trigger lines
                           IF WS-SPECTATOR-ON = 0
                               MOVE 3 TO WS-NET-CHECK
                               PERFORM NET-COOP-CHECK-BEFORE
                               PERFORM CHECK-TELEPORT
                               PERFORM CHECK-WALKOVER-TRIGGERS
                               PERFORM NET-COOP-CHECK-AFTER
                           END-IF

      *>                   The map's own scripted triggers
                           PERFORM CHECK-MAP-TRIGGERS

      *>                   Lift/moving-floor mechanics
                           MOVE 4 TO WS-NET-CHECK
                           PERFORM NET-COOP-CHECK-BEFORE
                           PERFORM CHECK-LIFT-TRIGGER
                           PERFORM NET-COOP-CHECK-AFTER
                           PERFORM UPDATE-LIFTS

      *>                   Crushing-ceiling mechanics
                           IF WS-SPECTATOR-ON = 0
                               MOVE 6 TO WS-NET-CHECK
                               PERFORM NET-COOP-CHECK-BEFORE
                               PERFORM CHECK-CRUSHER-TRIGGER
                               PERFORM NET-COOP-CHECK-AFTER
                           END-IF
                           PERFORM UPDATE-CRUSHERS

      *>                   Floor/ceiling movers
                           PERFORM UPDATE-PLANES

      *>                   Animated flats (lava/water/nukage)
                           PERFORM UPDATE-FLAT-ANIM

      *>                   Music follows the fight's intensity
                           PERFORM UPDATE-COMBAT-MUSIC

      *>                   Practice segment: the attempt clock
      *>                   and its end condition
                           PERFORM PRC-TICK

      *>                   Save/restore checkpoint
                           PERFORM CHECK-SAVE-KEYS

      *>                   Automap toggle
                           PERFORM CHECK-AUTOMAP-KEY

      *>                   Numbered note marker at the player's
      *>                   spot, for level review
                           PERFORM CHECK-ANNOTATE-KEY

      *>                   Debug timing-overlay toggle
                           PERFORM CHECK-DEBUG-KEY

      *>                   toggle, for routine level review
                           PERFORM CHECK-SPECTATOR-KEY

      *>                   Check for level exit -- in co-op
      *>                   either marine's exit ends it for both
                           MOVE 5 TO WS-NET-CHECK
                           PERFORM NET-COOP-CHECK-BEFORE
                           PERFORM CHECK-LEVEL-EXIT

      *>                   Check for secret sectors found
                           PERFORM CHECK-SECRETS
                           PERFORM NET-COOP-CHECK-AFTER

      *>                   Match rules: the clock, the frag and time
      *>                   limits, and the exit as the end of a match
                           PERFORM DM-CHECK-LIMITS

      *>                   Level won: show the intermission summary,
      *>                   then advance to the next map -- a match
      *>                   shows its scoreboard and moves on through
      *>                   the rotation instead
                           IF WS-GAME-STATE = 2
                               IF WS-MR-ON = 1
                                   PERFORM DM-END-MATCH
                               ELSE
                                   PERFORM DS-NOTE-LEVEL-EXIT
                                   PERFORM SHOW-INTERMISSION-SCREEN
                                   PERFORM ADVANCE-LEVEL
                               END-IF
                           END-IF
                       END-IF
           .
      *> tick in place of CALL "sdl_input", so a captured human
      *> session can be replayed bit-for-bit without a live
      *> controller attached. Recording wins if both are set.
      *> DOOM_DEMO_FILE overrides the file name for either, and
      *> DOOM_DEMO_END has a playback write where it finished (see
      *> demosuite-proc.cpy).
      *> ============================================================
       INIT-DEMO-MODE.
           MOVE SPACES TO WS-DEMO-FILE-ENV
           ACCEPT WS-DEMO-FILE-ENV FROM ENVIRONMENT "DOOM_DEMO_FILE"
           IF WS-DEMO-FILE-ENV NOT = SPACES
               MOVE WS-DEMO-FILE-ENV TO WS-DEMO-FILENAME
           END-IF

      *>   DOOM_DEMO_END: where a playback leaves its end state
           MOVE SPACES TO WS-DS-END-FILENAME
           ACCEPT WS-DS-END-FILENAME FROM ENVIRONMENT "DOOM_DEMO_END"

           MOVE SPACES TO WS-DEMO-ENV
           ACCEPT WS-DEMO-ENV FROM ENVIRONMENT "DOOM_DEMO_RECORD"
           IF WS-DEMO-ENV(1:1) = "1"
      *> ============================================================
      *> BUILD-SCENARIO-MAP: Build the world for the currently
      *> selected scenario -- the picked WAD map (0), the practice
      *> range (1), or the range armed as the horde arena (2), the
      *> target drill (3), the generated arena (4) or the daily
      *> challenge's arena (5).
      *> ============================================================
       BUILD-SCENARIO-MAP.
           MOVE 0 TO WS-HORDE-ON
           MOVE 0 TO WS-DRL-ON
           MOVE 0 TO WS-DLY-ON
           IF WS-SCENARIO = 5
      *>       Daily challenge: the generated arena on today's seed
               PERFORM DAILY-SETUP
               PERFORM GEN-ARENA
               PERFORM DAILY-ANNOUNCE
               PERFORM PLAY-MAP-MUSIC
               MOVE WS-SCENARIO TO WS-SCENARIO-BUILT
               EXIT PARAGRAPH
           END-IF
           IF WS-SCENARIO = 4
      *>       Procedural arena: a fresh seeded layout
               PERFORM GEN-ARENA
           PERFORM EN-INIT-AI
           PERFORM INIT-DOORS
           PERFORM INIT-PICKUPS
           PERFORM INIT-PLANES
           PERFORM INIT-LIFTS
           PERFORM INIT-CRUSHERS
           PERFORM INIT-WEAPONS
      *> stats -- through INIT-SPRITES, not EN-INIT-AI alone, since
      *> the skill scaling works on base health, which only a sprite
      *> re-init restores. Snapshot WS-TITLE-SKILL-IN before every
      *> SHOW-TITLE-SCREEN so the skill change is detectable. The
      *> player showing on the title is signed in first.
      *> ============================================================
       APPLY-TITLE-CHOICES.
           PERFORM PLAYER-COMMIT-SIGN-IN
           IF WS-SCENARIO NOT = WS-SCENARIO-BUILT
               PERFORM REBUILD-SCENARIO
           ELSE
      *>               Embedded checksum: verify, then keep reading
      *>               for the tic's actual key record
                       PERFORM COMPUTE-DEMO-CHECKSUM
      *>               After a demo viewer rewind the replay is only
      *>               close (the hit rolls don't wind back): say so
      *>               once and play on
                       IF DR-KEY(2) NOT = WS-DEMO-CK-SUM
                           AND WS-DV-REWOUND = 1
                           DISPLAY "WARN: demo drifts from the"
                               " recording after the rewind, tic "
                               WS-DEMO-TIC-NUM
                           MOVE 2 TO WS-DV-REWOUND
                       END-IF
                       IF DR-KEY(2) NOT = WS-DEMO-CK-SUM
                           AND WS-DV-REWOUND = 0
                           DISPLAY "ERROR: demo desync at tic "
                               WS-DEMO-TIC-NUM
                               " (recorded " DR-KEY(2)
                           IF WS-ATTRACT-MODE = 1
                               PERFORM END-ATTRACT-CYCLE
                           ELSE
                               MOVE 1 TO WS-DEMO-DESYNC
                               MOVE 0 TO WS-RUNNING
                           END-IF
                           EXIT PARAGRAPH
      *> ============================================================
      *> START-ATTRACT-CYCLE: The title screen sat idle long enough
      *> -- put the bundled attract.rec into playback and drop into
      *> the game loop. A missing file disables the demo for the
      *> session rather than re-probing every timeout; the hall of
      *> fame then has every idle turn to itself.
      *> ============================================================
       START-ATTRACT-CYCLE.
           MOVE WS-ATTRACT-FILENAME TO WS-DEMO-FILENAME
           PERFORM SHOW-TITLE-SCREEN
      *>   Same post-title reconciliation as startup
           PERFORM APPLY-TITLE-CHOICES
           PERFORM KIOSK-VISIT-BEGIN
           .

      *> ============================================================
      *> ============================================================
           COPY "crushers-proc.cpy".

      *> ============================================================
      *> Floor/ceiling mover procedures
      *> ============================================================
           COPY "planes-proc.cpy".

      *> ============================================================
      *> Boom generalized linedef procedures
      *> ============================================================
           COPY "genline-proc.cpy".

      *> ============================================================
      *> HUD procedures
      *> ============================================================
           COPY "horde-proc.cpy".

      *> ============================================================
      *> Two-player lockstep session procedures
      *> ============================================================
           COPY "netplay-proc.cpy".

      *> Seeded item/monster shuffle procedures
      *> ============================================================
           COPY "shuffle-proc.cpy".

      *> ============================================================
      *> Player master file and sign-in procedures
      *> ============================================================
           COPY "player-proc.cpy".

      *> ============================================================
      *> Unattended batch driver procedures
      *> ============================================================
           COPY "batch-proc.cpy".

      *> ============================================================
      *> Demo regression suite procedures
      *> ============================================================
           COPY "demosuite-proc.cpy".

      *> ============================================================
      *> Golden-frame compare procedures
      *> ============================================================
           COPY "goldframe-proc.cpy".

      *> ============================================================
      *> Ledger maintenance procedures
      *> ============================================================
           COPY "ledgmaint-proc.cpy".

      *> ============================================================
      *> Results master procedures
      *> ============================================================
           COPY "resmast-proc.cpy".

      *> ============================================================
      *> Ledger / weapon-stats reconciliation procedures
      *> ============================================================
           COPY "recon-proc.cpy".

      *> ============================================================
      *> Journal timeline report procedures
      *> ============================================================
           COPY "jrnrpt-proc.cpy".

      *> ============================================================
      *> Map coverage report procedures
      *> ============================================================
           COPY "coverage-proc.cpy".

      *> ============================================================
      *> Config pre-flight check procedures
      *> ============================================================
           COPY "cfgchk-proc.cpy".

      *> ============================================================
      *> WAD-wide map audit procedures
      *> ============================================================
           COPY "mapaudit-proc.cpy".

      *> ============================================================
      *> Ammo / monster health balance procedures
      *> ============================================================
           COPY "balance-proc.cpy".

      *> ============================================================
      *> Patch WAD override and conflict report procedures
      *> ============================================================
           COPY "pwadrpt-proc.cpy".

      *> ============================================================
      *> WAD asset export procedures
      *> ============================================================
           COPY "export-proc.cpy".

      *> ============================================================
      *> Screenshot key procedures
      *> ============================================================
           COPY "screenshot-proc.cpy".

      *> ============================================================
      *> Deathmatch match rules, scoreboard and rotation procedures
      *> ============================================================
           COPY "dmrules-proc.cpy".

      *> ============================================================
      *> Per-map scripted trigger procedures
      *> ============================================================
           COPY "triggers-proc.cpy".

      *> ============================================================
      *> Achievements procedures
      *> ============================================================
           COPY "achieve-proc.cpy".

      *> ============================================================
      *> Daily challenge procedures
      *> ============================================================
           COPY "daily-proc.cpy".

      *> ============================================================
      *> Speedrun split timer procedures
      *> ============================================================
           COPY "splits-proc.cpy".

      *> ============================================================
      *> Multi-bench ledger merge procedures
      *> ============================================================
           COPY "merge-proc.cpy".

      *> ============================================================
      *> Live game-status feed procedures
      *> ============================================================
           COPY "status-proc.cpy".

      *> ============================================================
      *> Spreadsheet extract procedures
      *> ============================================================
           COPY "extract-proc.cpy".

      *> ============================================================
      *> Session audit log procedures
      *> ============================================================
           COPY "audit-proc.cpy".

      *> ============================================================
      *> Kiosk mode procedures
      *> ============================================================
           COPY "kiosk-proc.cpy".

      *> ============================================================
      *> Save-file inspector procedures
      *> ============================================================
           COPY "saveinsp-proc.cpy".

      *> ============================================================
      *> Assisted-run flag procedures
      *> ============================================================
           COPY "runflag-proc.cpy".

      *> ============================================================
      *> Adaptive difficulty procedures
      *> ============================================================
           COPY "adaptive-proc.cpy".

      *> ============================================================
      *> Monster AI overlay procedures
      *> ============================================================
           COPY "aiview-proc.cpy".

      *> ============================================================
      *> Threat telemetry procedures
      *> ============================================================
           COPY "threat-proc.cpy".

      *> ============================================================
      *> Demo viewer procedures
      *> ============================================================
           COPY "demoview-proc.cpy".

      *> ============================================================
      *> Colour-vision procedures
      *> ============================================================
           COPY "cvd-proc.cpy".

      *> ============================================================
      *> Aim assistance procedures
      *> ============================================================
           COPY "aimassist-proc.cpy".

      *> ============================================================
      *> BLOCKMAP/REJECT procedures
      *> ============================================================
           COPY "blockmap-proc.cpy".

      *> ============================================================
      *> DEHACKED patch procedures
      *> ============================================================
           COPY "dehacked-proc.cpy".

      *> ============================================================
      *> Automap note procedures
      *> ============================================================
           COPY "annot-proc.cpy".

      *> ============================================================
      *> Hall-of-fame screen procedures
      *> ============================================================
           COPY "hof-proc.cpy".

      *> ============================================================
      *> Practice segment procedures
      *> ============================================================
           COPY "practice-proc.cpy".
