      *    One position on the puzzle master TTTPZMST, keyed on its
      *    canonical key -- on-move digit, board-size digit, the
      *    smallest of the board's 8 symmetric images, and the
      *    variant letter (TTTSYM's key layout) -- so a rotation or
      *    reflection of an issued puzzle is the same master record.
      *    Maintained by TTTPUZL; a position is not issued again until
      *    the configured repeat window has passed since its last
      *    issue.
       01 pzm-rec.
           05 pzm-canon-key PIC X(12).
           05 pzm-theme PIC X(9).
           05 pzm-difficulty PIC 9.
           05 pzm-first-issued PIC 9(8).
           05 pzm-last-issued PIC 9(8).
           05 pzm-issue-count PIC 9(4).
           05 pzm-last-run-id PIC X(16).
