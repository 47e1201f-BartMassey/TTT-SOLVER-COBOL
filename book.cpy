      *    One record of the offline answer book TTTBOOK publishes for
      *    the kiosk vendor to serve from during an outage: a header
      *    ("H") stamped with the solver build the answers came from,
      *    one detail ("D") per reachable position per game variant,
      *    and a trailer ("T") of control totals.  The answer fields
      *    follow resp.cpy's conventions -- move row/col, the sign of
      *    the value, and the WIN-IN-n/LOSS-IN-n/DRAW literal.
       01 book-rec.
           05 book-rec-type PIC X.
               88 book-header VALUE "H".
               88 book-detail VALUE "D".
               88 book-trailer VALUE "T".
           05 FILLER PIC X.
           05 book-position.
      *            "S" standard or "M" misere.
               10 book-variant PIC X.
               10 FILLER PIC X.
               10 book-on-move PIC S9 SIGN IS LEADING SEPARATE.
               10 FILLER PIC X.
      *            Row-major, 0 empty, 1 X, 2 O (hist.cpy's board).
               10 book-board PIC X(9).
               10 FILLER PIC X.
      *            The recommended move (0,0 when the game is over).
               10 book-move-row PIC 9.
               10 FILLER PIC X.
               10 book-move-col PIC 9.
               10 FILLER PIC X.
               10 book-value PIC S9 SIGN IS LEADING SEPARATE.
               10 FILLER PIC X.
               10 book-outcome PIC X(9).
               10 FILLER PIC X.
      *            Every equally-best move in row-major order, the
      *            recommended move first (count 0 when over).
               10 book-best-count PIC 9.
               10 book-best-move OCCURS 9 TIMES.
                   15 book-best-row PIC 9.
                   15 book-best-col PIC 9.
               10 FILLER PIC X(19).
      *        Header: the TTTCACHE build-version stamp the book was
      *        generated under, the cycle date it was cut, and the
      *        run that cut it.  The vendor keeps serving a book
      *        until one with a later header arrives.
           05 book-header-data REDEFINES book-position.
               10 book-hdr-version PIC X(8).
               10 FILLER PIC X.
               10 book-hdr-date PIC 9(8).
               10 FILLER PIC X.
               10 book-hdr-run-id PIC X(16).
               10 FILLER PIC X(36).
      *        Trailer: detail records in the book, by variant and by
      *        outcome, and the version again so a truncated or
      *        spliced file does not balance.
           05 book-trailer-data REDEFINES book-position.
               10 book-trl-record-count PIC 9(6).
               10 FILLER PIC X.
               10 book-trl-standard-count PIC 9(6).
               10 FILLER PIC X.
               10 book-trl-misere-count PIC 9(6).
               10 FILLER PIC X.
               10 book-trl-win-count PIC 9(6).
               10 FILLER PIC X.
               10 book-trl-loss-count PIC 9(6).
               10 FILLER PIC X.
               10 book-trl-draw-count PIC 9(6).
               10 FILLER PIC X.
               10 book-trl-version PIC X(8).
               10 FILLER PIC X(20).
