       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTLBEX.

      ******************************************************************
      *  Labeled training-data export for the analytics group's
      *  move-ranking models.  TTTRPT only ever shows our recommended
      *  move and its ties (they were scraping PV= off it); this job
      *  scores EVERY legal move of each position with the solver's
      *  exact value and writes one pipe-delimited record per position
      *  to TTTLBX, so nobody outside this system has to run a solver:
      *
      *      D|board|on-move|variant|size|ply|class|value|v11|...|v33
      *
      *  board and on-move follow hist.cpy (row-major, 0 empty, 1 X,
      *  2 O; +1 X to move, -1 O), size is the effective board-size,
      *  ply is the number of pieces on the board, value is the
      *  position's distance-encoded value for the player on move (+9
      *  is WIN-IN-1, -8 LOSS-IN-2, 0 a draw -- hist-served-value's
      *  encoding) and class is its WIN/DRAW/LOSS.  v11 through v33
      *  are the nine cells row-major, each the distance-encoded value
      *  of playing there (the same do/undo full-width fold BestMoves
      *  applies); an occupied cell, or one outside the effective
      *  grid, is an empty field.  One trailer follows:
      *
      *      T|records|wins|draws|losses|read|duplicates|sampled-out|
      *        skipped
      *
      *  Positions are deduplicated on TTTSYM's canonical key.  A 3x3
      *  position is exported in its canonical orientation -- the
      *  smallest of its 8 symmetric images (symmap.cpy) -- with the
      *  cell values scored on that image, so a rotation of a position
      *  already written is counted as a duplicate, never re-labeled.
      *  Smaller grids are keyed un-reduced, the same caution TTTSYM
      *  uses; records logged before hist-board-size existed are read
      *  as 3x3, as TTTRPLAY rebuilds them.
      *
      *  PARM (fixed positions, TTTGEN-style):
      *
      *      SOURCE=HIST   the positions in TTTHIST (the default)
      *      SOURCE=FULL   the full solved space: every reachable,
      *                    unfinished 3x3 position, both variants
      *      ,SAMPLE=nnnnn optional stratified sample -- at most
      *                    nnnnn positions per ply and outcome class,
      *                    first come first kept; 0 or omitted
      *                    exports every position
      *
      *  Unreadable or finished positions are skipped and counted.  As
      *  TTTWEXT does, the finished extract is read back and its
      *  trailer re-balanced against the records on file; a break
      *  returns 16 and must not be sent.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-hist ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT ttt-lbx ASSIGN TO "TTTLBX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-lbx-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-hist
           RECORDING MODE IS F.
       COPY hist.

       FD  ttt-lbx
           RECORDING MODE IS F.
       01 lbx-line PIC X(100).

       WORKING-STORAGE SECTION.
       COPY state.
       COPY symmap.

       01 ws-hist-status PIC XX VALUE SPACES.
       01 ws-lbx-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-hist VALUE "Y".
       01 ws-lbx-eof-sw PIC X VALUE "N".
           88 end-of-lbx VALUE "Y".
       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-source PIC X(4) VALUE "HIST".
       01 ws-sample-quota PIC 9(5) VALUE 0.

      *    Full-space enumeration, as TTTBOOK: board number 0-19682
      *    read as nine base-3 digits, row-major, the last cell lowest.
       01 ws-variant-tbl-lit PIC X(2) VALUE "SM".
       01 ws-variant-idx PIC 9 COMP.
       01 ws-board-no PIC 9(5) COMP.
       01 ws-board-work PIC 9(5) COMP.
       01 ws-cell-digit PIC 9 COMP.
       01 ws-x-count PIC 9 COMP.
       01 ws-o-count PIC 9 COMP.

       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 cell-idx PIC 99 COMP.
       01 sym-idx PIC 9 COMP.
       01 pos-idx PIC 9 COMP.
       01 src-idx PIC 9 COMP.
       01 ws-board-disp PIC X(9).
       01 ws-sym-board PIC X(9).
       01 ws-best-board PIC X(9).
       01 ws-on-move-ch PIC X.
       01 ws-size-ch PIC 9.
       01 ws-canon-key PIC X(12).

       01 ws-terminal-value PIC S9 COMP.
       01 ws-valid-sw PIC X.
       01 ws-reject-reason PIC X(40).
       01 ws-reject-code PIC X(4).

      *    Canonical keys already exported (or sampled out) this run.
      *    Every 3x3 position of both variants reduces to well under
      *    this many keys.
       01 ws-seen-capacity PIC 9(5) COMP VALUE 12000.
       01 ws-seen-tbl.
           05 ws-seen-key PIC X(12) OCCURS 12000 TIMES.
       01 ws-seen-count PIC 9(5) COMP VALUE 0.
       01 ws-seen-full-sw PIC X VALUE "N".
       01 seen-idx PIC 9(5) COMP.
       01 ws-found-sw PIC X.

      *    Positions kept so far per stratum: ply 0-8 by outcome
      *    class (1 WIN, 2 DRAW, 3 LOSS).
       01 ws-stratum-tbl.
           05 ws-stratum-ply OCCURS 9 TIMES.
               10 ws-stratum-kept PIC 9(5) COMP OCCURS 3 TIMES.
       01 ws-ply PIC 9 COMP.
       01 ws-class-no PIC 9 COMP.
       01 ws-class-lit PIC X(4).

       01 ws-cell-tbl.
           05 ws-cell-entry OCCURS 9 TIMES.
               10 ws-cell-value PIC S99 COMP.
               10 ws-cell-open-sw PIC X.
       01 ws-position-value PIC S99 COMP.
       01 ws-try-value PIC S99 COMP.
       01 ws-alpha PIC S99 COMP.
       01 ws-beta PIC S99 COMP.
       01 ws-child-row PIC 9 COMP.
       01 ws-child-col PIC 9 COMP.
       01 ws-child-node-count PIC 9(9) COMP.
      *    Grouped so the solver CALLs below pass one unambiguous
      *    group-level argument instead of two bare OCCURS items, the
      *    same as every other solver caller.
       01 ws-pv-arg-group.
           05 ws-pv-row PIC 9 COMP OCCURS 9 TIMES.
           05 ws-pv-col PIC 9 COMP OCCURS 9 TIMES.
       01 ws-pv-length PIC 9 COMP.

       01 ws-lbx-ptr PIC 9(4) COMP.
       01 disp-on-move PIC S9 SIGN IS LEADING SEPARATE.
       01 disp-value PIC S9 SIGN IS LEADING SEPARATE.
       01 disp-ply PIC 9.

       01 ws-read-count PIC 9(9) VALUE 0.
       01 ws-extract-count PIC 9(9) VALUE 0.
       01 ws-win-count PIC 9(6) VALUE 0.
       01 ws-draw-count PIC 9(6) VALUE 0.
       01 ws-loss-count PIC 9(6) VALUE 0.
       01 ws-duplicate-count PIC 9(9) VALUE 0.
       01 ws-sampled-out-count PIC 9(9) VALUE 0.
       01 ws-skipped-count PIC 9(9) VALUE 0.

      *    Read-back verification counters.
       01 ws-verify-count PIC 9(9) VALUE 0.
       01 ws-trailer-seen-sw PIC X VALUE "N".
       01 ws-trl-records PIC 9(9) VALUE 0.
       01 ws-balanced-lit PIC X(3) VALUE "YES".
       01 ws-return-code PIC 99 VALUE 0.

       01 ws-cache-found-sw PIC X.
       01 ws-cache-result PIC S99 COMP.
       01 ws-cache-move-row PIC 9 COMP.
       01 ws-cache-move-col PIC 9 COMP.

       01 ws-audit-job-name PIC X(8) VALUE "TTTLBEX".
       01 ws-audit-input-source PIC X(20) VALUE "TTTHIST".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail (and on every output
      *    record this run writes, where the record carries one).
       01 ws-run-id PIC X(16) VALUE SPACES.
      *    Echo of the run options in effect, carried onto the audit
      *    record (see audit.cpy's aud-options); spaces for jobs that
      *    read no options.
       01 ws-options-echo PIC X(60) VALUE SPACES.
      *    The signed-on operator (console transactions only; batch
      *    runs audit with spaces here).
       01 ws-operator-id PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-PARSE-PARM
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES
           INITIALIZE ws-stratum-tbl

           IF ws-source = "FULL" THEN
               PERFORM VARYING ws-variant-idx FROM 1 BY 1
                   UNTIL ws-variant-idx > 2
                   PERFORM VARYING ws-board-no FROM 0 BY 1
                       UNTIL ws-board-no > 19682
                       PERFORM 1100-DECODE-BOARD
                   END-PERFORM
               END-PERFORM
           ELSE
               PERFORM 1000-READ-NEXT
               PERFORM UNTIL end-of-hist
                   PERFORM 1200-LOAD-HIST-POSITION
                   PERFORM 1000-READ-NEXT
               END-PERFORM
               CLOSE ttt-hist
           END-IF

           PERFORM 0800-WRITE-TRAILER
           CLOSE ttt-lbx
           PERFORM 0850-VERIFY-EXTRACT
           CALL "TransCache" USING
             BY REFERENCE state
             BY CONTENT "C"
             BY REFERENCE ws-cache-found-sw
             BY REFERENCE ws-cache-result
             BY REFERENCE ws-cache-move-row
             BY REFERENCE ws-cache-move-col
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    Keywords sit at fixed positions; SAMPLE may be omitted.  A
      *    malformed tag or count leaves the default rather than
      *    guessing at free-form input.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:7) = "SOURCE=" THEN
               MOVE ws-parm(8:4) TO ws-source
               IF ws-parm(12:8) = ",SAMPLE=" THEN
                   IF ws-parm(20:5) IS NUMERIC THEN
                       MOVE ws-parm(20:5) TO ws-sample-quota
                   ELSE
                       DISPLAY "TTTLBEX: SAMPLE " ws-parm(20:5)
                           " NOT NUMERIC -- EXPORTING ALL"
                   END-IF
               END-IF
           END-IF
           IF ws-source NOT = "HIST" AND ws-source NOT = "FULL" THEN
               DISPLAY "TTTLBEX: SOURCE " ws-source
                   " NOT HIST OR FULL -- USING HIST"
               MOVE "HIST" TO ws-source
           END-IF
           IF ws-source = "FULL" THEN
               MOVE "GENERATED" TO ws-audit-input-source
           END-IF
           STRING "SOURCE=" ws-source " SAMPLE=" ws-sample-quota
               DELIMITED BY SIZE INTO ws-options-echo.

      *    A begin event on the audit trail before any input is
      *    touched, same convention as the other solver jobs.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TL" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "BEGIN"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       0100-OPEN-FILES.
           IF ws-source = "HIST" THEN
               OPEN INPUT ttt-hist
               IF ws-hist-status NOT = "00" THEN
                   DISPLAY "TTTLBEX: unable to open TTTHIST, status "
                       ws-hist-status
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ttt-lbx
           IF ws-lbx-status NOT = "00" THEN
               DISPLAY "TTTLBEX: unable to open TTTLBX, status "
                   ws-lbx-status
               IF ws-source = "HIST" THEN
                   CLOSE ttt-hist
               END-IF
               STOP RUN
           END-IF.

       1000-READ-NEXT.
           READ ttt-hist
               AT END SET end-of-hist TO TRUE
           END-READ.

      *    One board number of the full space.  Only positions a game
      *    from the empty board (X first) can reach are exported, so
      *    the piece counts must be in turn; GameValue weeds out the
      *    finished ones.
       1100-DECODE-BOARD.
           INITIALIZE state
           MOVE 3 TO board-size
           MOVE ws-variant-tbl-lit(ws-variant-idx:1) TO game-variant
           MOVE 0 TO ws-x-count ws-o-count
           MOVE ws-board-no TO ws-board-work
           PERFORM VARYING cell-idx FROM 9 BY -1 UNTIL cell-idx < 1
               DIVIDE ws-board-work BY 3 GIVING ws-board-work
                   REMAINDER ws-cell-digit
               COMPUTE r = (cell-idx - 1) / 3 + 1
               COMPUTE c = cell-idx - (r - 1) * 3
               EVALUATE ws-cell-digit
                   WHEN 0
                       MOVE 0 TO b-elem(r, c)
                   WHEN 1
                       MOVE 1 TO b-elem(r, c)
                       ADD 1 TO ws-x-count
                   WHEN OTHER
                       MOVE -1 TO b-elem(r, c)
                       ADD 1 TO ws-o-count
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN ws-x-count = ws-o-count
                   MOVE 1 TO on-move
               WHEN ws-x-count = ws-o-count + 1
                   MOVE -1 TO on-move
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO ws-read-count
           CALL "GameValue" USING
             BY REFERENCE state
             BY REFERENCE ws-terminal-value
           IF ws-terminal-value NOT = -2 THEN
               ADD 1 TO ws-skipped-count
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-EXPORT-POSITION.

      *    One journaled position, decoded the way TTTRPLAY rebuilds
      *    it (board-size 0 is a pre-size record, solved as 3x3).  A
      *    board with a cell that is not 0, 1 or 2, a position the
      *    gate would not accept, or one already over has no moves to
      *    label.
       1200-LOAD-HIST-POSITION.
           ADD 1 TO ws-read-count
           MOVE "Y" TO ws-valid-sw
           INITIALIZE state
           MOVE hist-on-move TO on-move
           MOVE hist-board-size TO board-size
           IF board-size = 0 THEN
               MOVE 3 TO board-size
           END-IF
           IF hist-variant = "M" THEN
               MOVE "M" TO game-variant
           ELSE
               MOVE "S" TO game-variant
           END-IF
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   COMPUTE cell-idx = (r - 1) * 3 + c
                   EVALUATE hist-board(cell-idx:1)
                       WHEN "1"
                           MOVE 1 TO b-elem(r, c)
                       WHEN "2"
                           MOVE -1 TO b-elem(r, c)
                       WHEN "0"
                           MOVE 0 TO b-elem(r, c)
                       WHEN OTHER
                           MOVE "N" TO ws-valid-sw
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           IF ws-valid-sw = "N" THEN
               ADD 1 TO ws-skipped-count
               EXIT PARAGRAPH
           END-IF
           CALL "ValidateState" USING
             BY REFERENCE state
             BY REFERENCE ws-valid-sw
             BY REFERENCE ws-reject-reason
             BY REFERENCE ws-reject-code
           IF ws-valid-sw NOT = "Y" THEN
               ADD 1 TO ws-skipped-count
               EXIT PARAGRAPH
           END-IF
           CALL "GameValue" USING
             BY REFERENCE state
             BY REFERENCE ws-terminal-value
           IF ws-terminal-value NOT = -2 THEN
               ADD 1 TO ws-skipped-count
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-EXPORT-POSITION.

       2000-EXPORT-POSITION.
           PERFORM 2100-CANONICALIZE
           PERFORM 2200-CHECK-DUPLICATE
           IF ws-found-sw = "Y" THEN
               ADD 1 TO ws-duplicate-count
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-SCORE-MOVES
           EVALUATE TRUE
               WHEN ws-position-value > 0
                   MOVE 1 TO ws-class-no
                   MOVE "WIN " TO ws-class-lit
               WHEN ws-position-value = 0
                   MOVE 2 TO ws-class-no
                   MOVE "DRAW" TO ws-class-lit
               WHEN OTHER
                   MOVE 3 TO ws-class-no
                   MOVE "LOSS" TO ws-class-lit
           END-EVALUATE
           IF ws-sample-quota > 0 THEN
               IF ws-stratum-kept(ws-ply + 1, ws-class-no)
                       >= ws-sample-quota THEN
                   ADD 1 TO ws-sampled-out-count
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO ws-stratum-kept(ws-ply + 1, ws-class-no)
           PERFORM 2400-WRITE-DETAIL.

      *    TTTSYM's key: on-move digit, board-size digit, board, and
      *    variant letter, the board reduced to the smallest of its 8
      *    images only on a true 3x3 grid.  The state is rebuilt from
      *    the canonical image so the moves are scored as exported.
       2100-CANONICALIZE.
           MOVE 0 TO ws-ply
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   COMPUTE cell-idx = (r - 1) * 3 + c
                   EVALUATE b-elem(r, c)
                       WHEN 1
                           MOVE "1" TO ws-board-disp(cell-idx:1)
                           ADD 1 TO ws-ply
                       WHEN -1
                           MOVE "2" TO ws-board-disp(cell-idx:1)
                           ADD 1 TO ws-ply
                       WHEN OTHER
                           MOVE "0" TO ws-board-disp(cell-idx:1)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM

           MOVE ws-board-disp TO ws-best-board
           IF board-size = 3 THEN
               PERFORM VARYING sym-idx FROM 2 BY 1 UNTIL sym-idx > 8
                   PERFORM VARYING pos-idx FROM 1 BY 1 UNTIL pos-idx > 9
                       MOVE sym-map(sym-idx, pos-idx) TO src-idx
                       MOVE ws-board-disp(src-idx:1)
                           TO ws-sym-board(pos-idx:1)
                   END-PERFORM
                   IF ws-sym-board < ws-best-board THEN
                       MOVE ws-sym-board TO ws-best-board
                   END-IF
               END-PERFORM
           END-IF
           IF ws-best-board NOT = ws-board-disp THEN
               MOVE ws-best-board TO ws-board-disp
               PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
                   PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                       COMPUTE cell-idx = (r - 1) * 3 + c
                       EVALUATE ws-board-disp(cell-idx:1)
                           WHEN "1"
                               MOVE 1 TO b-elem(r, c)
                           WHEN "2"
                               MOVE -1 TO b-elem(r, c)
                           WHEN OTHER
                               MOVE 0 TO b-elem(r, c)
                       END-EVALUATE
                   END-PERFORM
               END-PERFORM
           END-IF

           IF on-move = 1 THEN
               MOVE "1" TO ws-on-move-ch
           ELSE
               MOVE "2" TO ws-on-move-ch
           END-IF
           MOVE board-size TO ws-size-ch
           MOVE SPACES TO ws-canon-key
           STRING ws-on-move-ch ws-size-ch ws-board-disp game-variant
               DELIMITED BY SIZE INTO ws-canon-key.

      *    A key seen before is a duplicate; a new one is remembered
      *    whether or not the sample then keeps it.  Should the table
      *    ever fill, later positions are exported undeduplicated and
      *    the summary says so.
       2200-CHECK-DUPLICATE.
           MOVE "N" TO ws-found-sw
           PERFORM VARYING seen-idx FROM 1 BY 1
               UNTIL seen-idx > ws-seen-count OR ws-found-sw = "Y"
               IF ws-seen-key(seen-idx) = ws-canon-key THEN
                   MOVE "Y" TO ws-found-sw
               END-IF
           END-PERFORM
           IF ws-found-sw = "N" THEN
               IF ws-seen-count < ws-seen-capacity THEN
                   ADD 1 TO ws-seen-count
                   MOVE ws-canon-key TO ws-seen-key(ws-seen-count)
               ELSE
                   MOVE "Y" TO ws-seen-full-sw
               END-IF
           END-IF.

      *    Every open cell of the effective grid, valued exactly for
      *    the player on move: do, solve the child full-width, undo,
      *    negate and decay one ply.  The position's value is the best
      *    of them.
       2300-SCORE-MOVES.
           MOVE -10 TO ws-position-value
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   COMPUTE cell-idx = (r - 1) * 3 + c
                   MOVE 0 TO ws-cell-value(cell-idx)
                   MOVE "N" TO ws-cell-open-sw(cell-idx)
                   IF r NOT > board-size AND c NOT > board-size
                           AND b-elem(r, c) = 0 THEN
                       MOVE "Y" TO ws-cell-open-sw(cell-idx)
                       PERFORM 2350-SCORE-ONE-MOVE
                       MOVE ws-try-value TO ws-cell-value(cell-idx)
                       IF ws-try-value > ws-position-value THEN
                           MOVE ws-try-value TO ws-position-value
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       2350-SCORE-ONE-MOVE.
           MOVE on-move TO b-elem(r, c)
           COMPUTE on-move = -on-move
           MOVE -10 TO ws-alpha
           MOVE 10 TO ws-beta
           MOVE 0 TO ws-child-node-count
           CALL "NegaMax" USING
             BY REFERENCE state
             BY REFERENCE ws-try-value
             BY REFERENCE ws-child-row
             BY REFERENCE ws-child-col
             BY REFERENCE ws-alpha
             BY REFERENCE ws-beta
             BY REFERENCE ws-child-node-count
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
           COMPUTE on-move = -on-move
           MOVE 0 TO b-elem(r, c)

           COMPUTE ws-try-value = -ws-try-value
           IF ws-try-value > 0 THEN
               SUBTRACT 1 FROM ws-try-value
           END-IF
           IF ws-try-value < 0 THEN
               ADD 1 TO ws-try-value
           END-IF.

       2400-WRITE-DETAIL.
           ADD 1 TO ws-extract-count
           EVALUATE ws-class-no
               WHEN 1
                   ADD 1 TO ws-win-count
               WHEN 2
                   ADD 1 TO ws-draw-count
               WHEN OTHER
                   ADD 1 TO ws-loss-count
           END-EVALUATE
           MOVE on-move TO disp-on-move
           MOVE ws-position-value TO disp-value
           MOVE ws-ply TO disp-ply
           MOVE SPACES TO lbx-line
           MOVE 1 TO ws-lbx-ptr
           STRING "D|" ws-board-disp
               "|" disp-on-move
               "|" game-variant
               "|" ws-size-ch
               "|" disp-ply
               "|" ws-class-lit
               "|" disp-value
               DELIMITED BY SIZE INTO lbx-line
               WITH POINTER ws-lbx-ptr
           PERFORM VARYING cell-idx FROM 1 BY 1 UNTIL cell-idx > 9
               IF ws-cell-open-sw(cell-idx) = "Y" THEN
                   MOVE ws-cell-value(cell-idx) TO disp-value
                   STRING "|" disp-value
                       DELIMITED BY SIZE INTO lbx-line
                       WITH POINTER ws-lbx-ptr
               ELSE
                   STRING "|"
                       DELIMITED BY SIZE INTO lbx-line
                       WITH POINTER ws-lbx-ptr
               END-IF
           END-PERFORM
           WRITE lbx-line.

       0800-WRITE-TRAILER.
           MOVE SPACES TO lbx-line
           STRING "T|" ws-extract-count
               "|" ws-win-count
               "|" ws-draw-count
               "|" ws-loss-count
               "|" ws-read-count
               "|" ws-duplicate-count
               "|" ws-sampled-out-count
               "|" ws-skipped-count
               DELIMITED BY SIZE INTO lbx-line
           WRITE lbx-line.

      *    Read the finished extract back and balance the trailer
      *    against the data records actually on file, as TTTWEXT
      *    does, so a short write can never ship.
       0850-VERIFY-EXTRACT.
           OPEN INPUT ttt-lbx
           IF ws-lbx-status NOT = "00" THEN
               DISPLAY "TTTLBEX: unable to reopen TTTLBX, status "
                   ws-lbx-status
               MOVE "NO " TO ws-balanced-lit
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-lbx
               READ ttt-lbx
                   AT END
                       SET end-of-lbx TO TRUE
                   NOT AT END
                       IF lbx-line(1:2) = "T|" THEN
                           MOVE "Y" TO ws-trailer-seen-sw
                           MOVE lbx-line(3:9) TO ws-trl-records
                       ELSE
                           ADD 1 TO ws-verify-count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-lbx

           IF ws-trailer-seen-sw = "N"
                   OR ws-trl-records NOT = ws-verify-count
                   OR ws-verify-count NOT = ws-extract-count THEN
               MOVE "NO " TO ws-balanced-lit
           END-IF.

       0900-WRITE-SUMMARY.
           DISPLAY "TTTLBEX: READ=" ws-read-count
               " EXPORTED=" ws-extract-count
               " WINS=" ws-win-count
               " DRAWS=" ws-draw-count
               " LOSSES=" ws-loss-count
           DISPLAY "TTTLBEX: DUPLICATES=" ws-duplicate-count
               " SAMPLED OUT=" ws-sampled-out-count
               " SKIPPED=" ws-skipped-count
               " BALANCED=" ws-balanced-lit
           IF ws-seen-full-sw = "Y" THEN
               DISPLAY "TTTLBEX: KEY TABLE FULL -- LATER POSITIONS "
                   "EXPORTED WITHOUT DEDUPLICATION"
           END-IF
           IF ws-balanced-lit NOT = "YES" THEN
               DISPLAY "TTTLBEX: EXTRACT TRAILER OUT OF BALANCE -- "
                   "DO NOT TRANSMIT"
               MOVE 16 TO ws-return-code
           ELSE
               MOVE 0 TO ws-return-code
           END-IF.

      *    The END event carries the exported count; a trailer that
      *    did not re-balance ends OUT-OF-BAL.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-extract-count TO ws-audit-position-count
           IF ws-return-code = 0 THEN
               MOVE "OK        " TO ws-audit-outcome
           ELSE
               MOVE "OUT-OF-BAL" TO ws-audit-outcome
           END-IF
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       END PROGRAM TTTLBEX.
