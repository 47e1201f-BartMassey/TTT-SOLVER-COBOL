      *    One puzzle for the kiosk "find the best move" feature,
      *    written by TTTPUZL to TTTPUZZ for the vendor.  Themes:
      *
      *        ONLY-WIN   exactly one move keeps the win
      *        WIN-IN-N   several moves win, only the solution set
      *                   wins at the stated depth
      *        SAVE-DRAW  exactly one move saves the draw, every
      *                   other move loses
      *
      *    Difficulty runs 1 (easy) to 3 (hard).  Board, on-move,
      *    and the outcome literal follow hist.cpy and resp.cpy.
       01 puzz-rec.
           05 puzz-issue-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 puzz-seq PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 puzz-theme PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 puzz-difficulty PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 puzz-variant PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 puzz-on-move PIC S9 SIGN IS LEADING SEPARATE.
           05 FILLER PIC X VALUE SPACE.
           05 puzz-board PIC X(9).
           05 FILLER PIC X VALUE SPACE.
      *        WIN-IN-n or DRAW: what correct play achieves, with the
      *        depth the puzzle states.
           05 puzz-outcome PIC X(9).
           05 FILLER PIC X VALUE SPACE.
      *        Every move accepted as the answer, row-major.
           05 puzz-solution-count PIC 9.
           05 puzz-solution OCCURS 9 TIMES.
               10 puzz-solution-row PIC 9.
               10 puzz-solution-col PIC 9.
           05 FILLER PIC X VALUE SPACE.
      *        The solution line: the principal variation from the
      *        position, first solution move first, to the end of
      *        the game.
           05 puzz-line-length PIC 9.
           05 puzz-line OCCURS 9 TIMES.
               10 puzz-line-row PIC 9.
               10 puzz-line-col PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 puzz-canon-key PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 puzz-run-id PIC X(16).
