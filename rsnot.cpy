      *    One restatement notice: a recorded answer that the current
      *    solver build would now give differently, written by
      *    TTTRSTMT to TTTRSNOT and tagged with the source it was
      *    solved for so TTTDIST can route each notice to that
      *    source's owner (RESTATE output type).  The recorded side
      *    is the answer as journaled; the restated side is the
      *    current build's proven answer for the same position.
       01 rsnot-rec.
           05 rsnot-source-system-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rsnot-game-id PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rsnot-date-played PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *        One flag per kind of change, "Y" or "N": the outcome
      *        (WIN/LOSS/DRAW), the equal-best set (the recorded move
      *        is no longer proven as good as the best), and the
      *        recommended move (a different primary move, the
      *        recorded one still among the equal-best).
           05 rsnot-outcome-chg PIC X.
           05 rsnot-best-set-chg PIC X.
           05 rsnot-move-chg PIC X.
           05 FILLER PIC X VALUE SPACE.
      *        As recorded.
           05 rsnot-rec-move-row PIC 9.
           05 rsnot-rec-move-col PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 rsnot-rec-outcome PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      *        Kiosk difficulty level the recorded move was served at
      *        (0 on batch records), and "B" when the recorded answer
      *        was budget-bounded rather than proven.
           05 rsnot-rec-served-level PIC 9.
           05 rsnot-rec-bounded PIC X.
           05 FILLER PIC X VALUE SPACE.
      *        As restated: the recommended move, the outcome and
      *        plies to the forced result (0 for a draw), and the
      *        full equal-best set in scan order, the recommended
      *        move first (count 0 for a position already over).
           05 rsnot-new-move-row PIC 9.
           05 rsnot-new-move-col PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 rsnot-new-outcome PIC X(4).
           05 rsnot-new-distance PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 rsnot-new-best-count PIC 9.
           05 rsnot-new-best-move OCCURS 9 TIMES.
               10 rsnot-new-best-row PIC 9.
               10 rsnot-new-best-col PIC 9.
           05 FILLER PIC X VALUE SPACE.
      *        The run that journaled the recorded answer, and the
      *        restatement run that found the change.
           05 rsnot-orig-run-id PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 rsnot-run-id PIC X(16).
