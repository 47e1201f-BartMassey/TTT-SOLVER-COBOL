      *    Retention purge log (TTTPRGLG): one record per source and
      *    file for every TTTPURGE run that destroyed anything, kept
      *    for good -- the certificate's counts in a form a program
      *    can read.  TTTHCHK reads it to tell a record destroyed
      *    under retention from one that went missing: a history
      *    master key, or an archive range, that a TTTHMAST or
      *    TTTARCHV entry covers for that source is explained.
       01 prglg-rec.
           05 prglg-run-id PIC X(16).
           05 FILLER PIC X VALUE SPACE.
      *        The cycle date the purge ran under.
           05 prglg-purge-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 prglg-source PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        TTTHMAST, TTTARCHV, TTTSESM or TTTRJMST.
           05 prglg-file PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        Records dated before the cutoff were due; the oldest
      *        and newest date actually destroyed bracket the range.
           05 prglg-cutoff-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 prglg-date-lo PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 prglg-date-hi PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 prglg-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
      *        The MAINTAIN operator who signed the purge off.
           05 prglg-signoff PIC X(8).
           05 FILLER PIC X(11) VALUE SPACES.
