      *    The feed edit's control record, TTTEDCTL: one record, cut by
      *    TTTEDIT beside the TTTIN it writes and replaced with it on
      *    every edit run -- the cycle, and how many records the edit
      *    passed to TTTIN (accepted batch records within quota plus
      *    batches released from hold).  TTTPSPLT balances the
      *    partitions it cuts from TTTIN to this count, and TTTPCONS
      *    balances the partitioned solve back to it, so the count
      *    the edit accepted is proved all the way through.
       01 edctl-rec.
           05 edctl-cycle-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 edctl-tttin-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
      *        hhmmss the edit run finished, for the console.
           05 edctl-run-time PIC 9(6).
           05 FILLER PIC X(15) VALUE SPACES.
