      *    One actual game result sent back by a source or the kiosk
      *    vendor on TTTGRES: how the game we solved a position for
      *    really ended.  Matched to the solve on TTTHMAST by GAME-ID
      *    and DATE-PLAYED (the master's primary key) by TTTACCY.
       01 gres-rec.
           05 gres-game-id PIC X(10).
           05 gres-date-played PIC 9(8).
      *        Who won: "X", "O", or "D" for a drawn game.  Stated by
      *        side rather than as WIN/LOSS so the sender does not
      *        have to know which side was on move when we solved it.
           05 gres-final-result PIC X.
               88 gres-x-won VALUE "X".
               88 gres-o-won VALUE "O".
               88 gres-drawn VALUE "D".
      *        Moves (plies) played in the whole game, both sides.
           05 gres-final-move-count PIC 9(2).
      *        The sender -- the source system, or the kiosk vendor.
           05 gres-sender-id PIC X(8).
           05 FILLER PIC X(11).
