      *    One partition run's control file (TTTPCTPn), written by TTT
      *    under PARM PARTITION=n.  The run empties it when it opens
      *    its files and writes it only once its control totals have
      *    been taken, so an empty or missing file is a partition that
      *    did not finish -- TTTPCONS will not consolidate without it.
      *
      *    Three record types:
      *      P  the partition's control totals (one, first)
      *      S  per source: received, accepted and rejected, the
      *         counts its TTTFACK acknowledgment reports
      *      R  per source and reject reason code: the count
      *
      *    A restarted partition's source counts still cover the whole
      *    partition: the records its RESTART= key skips are validated
      *    again (not solved) for the tallies.
       01 pctl-rec.
           05 pctl-rec-type PIC X.
               88 pctl-totals VALUE "P".
               88 pctl-source VALUE "S".
               88 pctl-reason VALUE "R".
           05 FILLER PIC X VALUE SPACE.
           05 pctl-partition PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 pctl-data PIC X(116).
           05 pctl-totals-data REDEFINES pctl-data.
               10 pctl-cycle-date PIC 9(8).
               10 FILLER PIC X.
               10 pctl-run-id PIC X(16).
               10 FILLER PIC X.
      *            Records read since the partition began (a restart
      *            adds back the records its key skipped), validated,
      *            and the outcome and reject tallies.
               10 pctl-input-count PIC 9(6).
               10 FILLER PIC X.
               10 pctl-output-count PIC 9(6).
               10 FILLER PIC X.
               10 pctl-win-count PIC 9(6).
               10 FILLER PIC X.
               10 pctl-draw-count PIC 9(6).
               10 FILLER PIC X.
               10 pctl-loss-count PIC 9(6).
               10 FILLER PIC X.
               10 pctl-reject-count PIC 9(6).
               10 FILLER PIC X.
      *            This run's own search effort (a restart's covers
      *            only its own tail, as on TTTRPT).
               10 pctl-node-count PIC 9(9).
               10 FILLER PIC X.
               10 pctl-sym-hit-count PIC 9(6).
               10 FILLER PIC X.
               10 pctl-budget-hit-count PIC 9(6).
               10 FILLER PIC X.
               10 pctl-balanced PIC X(3).
               10 FILLER PIC X.
      *            "R" when the partition was finished by a restart.
               10 pctl-restarted PIC X.
      *            "Y" when the source table overflowed and some
      *            sources' counts are missing below.
               10 pctl-ack-overflow PIC X.
               10 FILLER PIC X(18).
           05 pctl-source-data REDEFINES pctl-data.
               10 pctl-src-id PIC X(8).
               10 FILLER PIC X.
               10 pctl-src-received PIC 9(9).
               10 FILLER PIC X.
               10 pctl-src-accepted PIC 9(9).
               10 FILLER PIC X.
               10 pctl-src-rejected PIC 9(9).
               10 FILLER PIC X(78).
           05 pctl-reason-data REDEFINES pctl-data.
               10 pctl-rsn-src-id PIC X(8).
               10 FILLER PIC X.
               10 pctl-rsn-code PIC X(4).
               10 FILLER PIC X.
               10 pctl-rsn-count PIC 9(9).
               10 FILLER PIC X(93).
