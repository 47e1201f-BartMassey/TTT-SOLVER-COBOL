           05 hmast-served-value PIC S99 SIGN IS LEADING SEPARATE.
      *    The run that journaled this solve, as loaded.
           05 hmast-run-id PIC X(16).
      *    Correction state, set only by TTTCORR (see corrj.cpy for
      *    the journal that explains it): blank as journaled, "A"
      *    amended, "V" voided, "M" moved -- the date-played was
      *    corrected and the solve now lives under the key dated
      *    hmast-corr-ref-date; on the amended record that a move
      *    created, hmast-corr-ref-date is the date it moved from.
      *    TTTHLOAD never replaces a corrected record.  A master
      *    loaded before these fields existed (163-byte records) is
      *    carried over once by TTTHMSCV.
           05 hmast-corr-status PIC X.
               88 hmast-as-journaled VALUE SPACE.
               88 hmast-amended VALUE "A".
               88 hmast-voided VALUE "V".
               88 hmast-moved VALUE "M".
           05 hmast-corr-date PIC 9(8).
           05 hmast-corr-reason PIC X(4).
           05 hmast-corr-ref-date PIC 9(8).
