      *> ============================================================
      *> journal-proc.cpy -- Gameplay event journal
      *> INIT-JOURNAL-MODE: DOOM_JOURNAL=1 opens events.log for
      *>   append, marks the session's start, and keeps it open for
      *>   the session (closed by the MAIN-PROGRAM cleanup).
      *> JOURNAL-EVENT: stamp WS-JN-TEXT with the play clock and
      *>   append it. A quiet no-op while the journal is off, so
      *>   event sites can call it unconditionally.
               MOVE 1 TO WS-JN-ON
               DISPLAY "Event journal enabled -- appending to "
                   WS-JN-FILENAME
      *>       Mark where this session's lines begin
               ACCEPT WS-JN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JN-CLOCK FROM TIME
               MOVE SPACES TO WS-JN-TEXT
               STRING "SESSION START " DELIMITED BY SIZE
                   WS-JN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JN-CLOCK(1:6) DELIMITED BY SIZE
                   INTO WS-JN-TEXT
               END-STRING
               PERFORM JOURNAL-EVENT
           ELSE
               DISPLAY "WARN: could not open " WS-JN-FILENAME
                   " for append, status=" WS-JN-STATUS
