      *    One answer on the outbound results return file TTTRRET:
      *    the solved recommendation for one accepted position, cut
      *    by TTT in HDR...TRL batches per sending source (the
      *    feedctl.cpy convention, same as TTTFACK) so a batch source
      *    can load our answers straight back into its own systems.
      *    Same fixed length as the feedctl control records; the
      *    "RES   " tag keeps a data record from ever reading as a
      *    header or trailer.  Each batch's trailer count equals the
      *    accepted count on that source's TTTFACK CNT record.
       01 rret-rec.
           05 rret-id PIC X(6).
      *        "RES   " on a results record.
           05 rret-game-id PIC X(10).
           05 rret-date-played PIC 9(8).
      *        Recommended move, row and column 1-3 (0,0 for a
      *        position already over).
           05 rret-move-row PIC 9.
           05 rret-move-col PIC 9.
      *        The equal-best set: every move proven as good as the
      *        recommended one, row/column pairs in scan order, the
      *        recommended move first.  Count 0 for terminal
      *        positions and imperfect-play records.
           05 rret-best-count PIC 9.
           05 rret-best-move OCCURS 9 TIMES.
               10 rret-best-row PIC 9.
               10 rret-best-col PIC 9.
      *        Outcome for the side on move -- WIN, LOSS, or DRAW --
      *        and the plies to the forced result (0 for a draw).
           05 rret-outcome PIC X(4).
           05 rret-distance PIC 9.
      *        "B" when the node budget bounded this answer (best
      *        found so far, not proven).
           05 rret-bounded PIC X.
           05 rret-run-id PIC X(16).
           05 FILLER PIC X(3).
