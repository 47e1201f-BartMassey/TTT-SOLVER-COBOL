      *    The run that wrote this response (see audit.cpy's
      *    aud-run-id).
           05 resp-run-id PIC X(16).
           05 FILLER PIC X VALUE SPACE.
      *    Session-integrity flag: a K-series code (see sesschk.cbl)
      *    when a v2 drop does not honestly continue its game's
      *    session, blank otherwise.  A suspect drop is still answered;
      *    resp-reason says what was wrong with it.
           05 resp-suspect-code PIC X(4).
