      *    The partition map TTTPMAP, written by TTTPSPLT when it cuts
      *    the cycle's TTTIN into partitions by source, and read by
      *    TTTPCONS to consolidate the partitioned solve.  A source's
      *    records all go to one partition, so every per-source total
      *    downstream (TTTFACK, TTTRRET) comes from one partition run.
      *
      *    Three record types, in this order:
      *      H  one header   the cycle, partition count, the edit's
      *                      TTTIN count (TTTEDCTL) and the records
      *                      actually split
      *      P  per partition  its record and source counts
      *      S  per source     the partition it went to, its records
       01 pmap-rec.
           05 pmap-rec-type PIC X.
               88 pmap-header VALUE "H".
               88 pmap-partition VALUE "P".
               88 pmap-source VALUE "S".
           05 FILLER PIC X VALUE SPACE.
           05 pmap-data PIC X(48).
           05 pmap-header-data REDEFINES pmap-data.
               10 pmap-cycle-date PIC 9(8).
               10 FILLER PIC X.
               10 pmap-partitions PIC 9.
               10 FILLER PIC X.
               10 pmap-edit-count PIC 9(9).
               10 FILLER PIC X.
               10 pmap-split-count PIC 9(9).
               10 FILLER PIC X.
      *            The split run's run-id (audit.cpy's aud-run-id).
               10 pmap-run-id PIC X(16).
               10 FILLER PIC X.
           05 pmap-partition-data REDEFINES pmap-data.
               10 pmap-part-no PIC 9.
               10 FILLER PIC X.
               10 pmap-part-sources PIC 9(4).
               10 FILLER PIC X.
               10 pmap-part-count PIC 9(9).
               10 FILLER PIC X(32).
           05 pmap-source-data REDEFINES pmap-data.
               10 pmap-src-id PIC X(8).
               10 FILLER PIC X.
               10 pmap-src-partition PIC 9.
               10 FILLER PIC X.
               10 pmap-src-count PIC 9(9).
               10 FILLER PIC X(28).
