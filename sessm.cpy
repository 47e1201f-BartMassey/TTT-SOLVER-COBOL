           05 sessm-diverged-count PIC 9(4).
           05 sessm-cost-total PIC 9(4).
           05 sessm-last-date PIC 9(8).
      *        The move log as of the last accepted drop -- what the
      *        session has on record, so the next drop's log can be
      *        held to it (SessCheck).  A later log must start with
      *        these same moves.
           05 sessm-log-count PIC 9.
           05 sessm-move-log OCCURS 9 TIMES.
               10 sessm-log-row PIC 9.
               10 sessm-log-col PIC 9.
               10 sessm-log-side PIC S9.
      *        Session integrity: "Y" once any drop of the game failed
      *        SessCheck's continuity checks, with the first failure's
      *        K-series code and cycle date.  A suspect session is held
      *        out of the compliance figures from then on.  Sessions
      *        recorded before the log and the flag existed (48-byte
      *        records) are carried over once by TTTSESCV.
           05 sessm-suspect-sw PIC X.
               88 sessm-suspect VALUE "Y".
           05 sessm-suspect-code PIC X(4).
           05 sessm-suspect-date PIC 9(8).
