      *    One suspect kiosk drop: a v2 drop that SessCheck found did
      *    not honestly continue its game's session, written by
      *    TTTKCOMP to TTTKSUSP for the kiosk vendor (SUSPECT output
      *    type in TTTDIST).  The game is held out of the compliance
      *    figures from this drop on.
       01 ksusp-rec.
           05 ksusp-terminal-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ksusp-game-id PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 ksusp-cycle-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *        K-series code and reason (see sesschk.cbl).
           05 ksusp-suspect-code PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 ksusp-reason PIC X(40).
           05 FILLER PIC X VALUE SPACE.
      *        What the game had on record -- its terminal and the
      *        number of moves logged -- against the moves this drop
      *        logged.
           05 ksusp-prior-terminal-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ksusp-session-moves PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 ksusp-drop-moves PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 ksusp-run-id PIC X(16).
