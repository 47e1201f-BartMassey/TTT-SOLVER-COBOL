       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTPUZL.

      ******************************************************************
      *  Daily puzzle content for the kiosk "find the best move"
      *  feature.  The positions the vendor wants -- exactly one
      *  winning move, a win at a stated depth, the only move that
      *  saves the draw -- are exactly what the solver's exact move
      *  values already tell us, so this job searches the position
      *  space for them and cuts the day's puzzle file (TTTPUZZ, see
      *  puzz.cpy) for the vendor.
      *
      *  Every position reachable from the empty board with X first,
      *  game not over and at least two moves to choose from, is
      *  taken once per symmetry class: only the position whose board
      *  string is the smallest of its 8 rotations/reflections
      *  (symmap.cpy, TTTSYM's canonical form) is considered, so
      *  mirror images are never issued as separate puzzles.  Each
      *  candidate's moves are all valued exactly (the same do/undo
      *  full-width evaluation TTTNITE's difficulty ladder uses, cache
      *  hits with the preload warm) and BestMoves supplies the
      *  equal-best set and the principal variation that becomes the
      *  solution line.  Themes and difficulty:
      *
      *      ONLY-WIN   won, and one move alone keeps the win --
      *                 difficulty by the depth of the win (1 ply
      *                 easy, 3 medium, 5 or more hard)
      *      WIN-IN-N   won with several winning moves, but only the
      *                 solution set wins at the stated depth --
      *                 difficulty by depth as above
      *      SAVE-DRAW  drawn, and one move alone holds the draw --
      *                 difficulty by how slowly the wrong moves lose
      *                 (all at once easy, within 3 plies medium,
      *                 later hard)
      *
      *  The puzzle master TTTPZMST records every issue by canonical
      *  key; a position issued within the vendor's window (TTTPARM
      *  PUZZLE-REPEAT-DAYS) is held back.  The day's TTTPARM
      *  PUZZLE-COUNT puzzles are then dealt round-robin across the
      *  three themes, in board order within a theme.  Running out of
      *  eligible positions before the count is reached ends the step
      *  with RETURN-CODE 4.  TTTPZRPT lists the puzzles issued and the
      *  candidate counts by theme and difficulty.
      *
      *  PARM VARIANT=M cuts misere puzzles instead (the standard game
      *  is the default), the same convention as TTTPRELD.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-pzmst ASSIGN TO "TTTPZMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pzm-canon-key
               FILE STATUS IS ws-pzmst-status.
           SELECT ttt-puzz ASSIGN TO "TTTPUZZ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-puzz-status.
           SELECT ttt-pzrpt ASSIGN TO "TTTPZRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pzrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-pzmst.
       COPY pzmst.

       FD  ttt-puzz
           RECORDING MODE IS F.
       COPY puzz.

       FD  ttt-pzrpt
           RECORDING MODE IS F.
       01 pzrpt-line PIC X(132).

       WORKING-STORAGE SECTION.
       COPY state.
       COPY parm.
       COPY cycdt.
       COPY symmap.

       01 ws-pzmst-status PIC XX VALUE SPACES.
       01 ws-puzz-status PIC XX VALUE SPACES.
       01 ws-pzrpt-status PIC XX VALUE SPACES.
       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-variant PIC X VALUE "S".
       01 ws-return-code PIC 99 VALUE 0.

      *    Board enumeration, as TTTBOOK: board number 0-19682 read as
      *    nine base-3 digits, row-major, the last cell lowest.
       01 ws-board-no PIC 9(5) COMP.
       01 ws-board-work PIC 9(5) COMP.
       01 ws-cell-digit PIC 9 COMP.
       01 cell-idx PIC S99 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 ws-x-count PIC 9 COMP.
       01 ws-o-count PIC 9 COMP.
       01 ws-line-count PIC 9 COMP.
       01 ws-line-sum PIC S9 COMP.
       01 ws-candidate-sw PIC X.
       01 ws-board-disp PIC X(9).
       01 ws-sym-board PIC X(9).
       01 sym-idx PIC 9 COMP.
       01 pos-idx PIC 9 COMP.
       01 src-idx PIC 9 COMP.
       01 ws-canon-key PIC X(12).
       01 ws-on-move-ch PIC X.

       01 ws-game-value PIC S99 COMP.
       01 ws-move-row PIC 9 COMP.
       01 ws-move-col PIC 9 COMP.
       01 ws-node-count PIC 9(9) COMP.
      *    Grouped so the solver CALLs below pass one unambiguous
      *    group-level argument instead of two bare OCCURS items, the
      *    same as every other solver caller.
       01 ws-pv-arg-group.
           05 ws-pv-row PIC 9 COMP OCCURS 9 TIMES.
           05 ws-pv-col PIC 9 COMP OCCURS 9 TIMES.
       01 ws-pv-length PIC 9 COMP.
       01 ws-tie-arg-group.
           05 ws-tie-row PIC 9 COMP OCCURS 9 TIMES.
           05 ws-tie-col PIC 9 COMP OCCURS 9 TIMES.
       01 ws-tie-count PIC 9 COMP.
       01 ws-child-pv-arg-group.
           05 ws-child-pv-row PIC 9 COMP OCCURS 9 TIMES.
           05 ws-child-pv-col PIC 9 COMP OCCURS 9 TIMES.
       01 ws-child-pv-length PIC 9 COMP.
       01 ws-try-value PIC S99 COMP.
       01 ws-alpha PIC S99 COMP.
       01 ws-beta PIC S99 COMP.
       01 ws-child-row PIC 9 COMP.
       01 ws-child-col PIC 9 COMP.
       01 ws-child-node-count PIC 9(9) COMP.

      *    What the position's moves are worth to the player on move.
       01 ws-win-moves PIC 9 COMP.
       01 ws-draw-moves PIC 9 COMP.
       01 ws-loss-moves PIC 9 COMP.
       01 ws-slowest-loss PIC S99 COMP.
       01 ws-theme-no PIC 9 COMP.
       01 ws-difficulty PIC 9 COMP.
       01 ws-distance PIC 9 COMP.
       01 disp-distance PIC 9.
       01 ws-outcome-disp PIC X(9).

       01 ws-theme-names-lit.
           05 FILLER PIC X(9) VALUE "ONLY-WIN".
           05 FILLER PIC X(9) VALUE "WIN-IN-N".
           05 FILLER PIC X(9) VALUE "SAVE-DRAW".
       01 ws-theme-names REDEFINES ws-theme-names-lit.
           05 ws-theme-name PIC X(9) OCCURS 3 TIMES.

      *    Candidates by theme and difficulty: found, held back by the
      *    repeat window, and issued.
       01 ws-class-tbl.
           05 ws-class-theme OCCURS 3 TIMES.
               10 ws-class-entry OCCURS 3 TIMES.
                   15 ws-class-found PIC 9(5) COMP.
                   15 ws-class-held PIC 9(5) COMP.
                   15 ws-class-issued PIC 9(5) COMP.
       01 theme-idx PIC 9 COMP.
       01 diff-idx PIC 9 COMP.

      *    Eligible candidates in board order, dealt from by theme.
       01 ws-cand-tbl.
           05 ws-cand-entry OCCURS 3000 TIMES.
               10 ws-cand-theme-no PIC 9.
               10 ws-cand-difficulty PIC 9.
               10 ws-cand-on-move PIC S9.
               10 ws-cand-board PIC X(9).
               10 ws-cand-canon-key PIC X(12).
               10 ws-cand-outcome PIC X(9).
               10 ws-cand-sol-count PIC 9.
               10 ws-cand-sol OCCURS 9 TIMES.
                   15 ws-cand-sol-row PIC 9.
                   15 ws-cand-sol-col PIC 9.
               10 ws-cand-line-length PIC 9.
               10 ws-cand-line OCCURS 9 TIMES.
                   15 ws-cand-line-row PIC 9.
                   15 ws-cand-line-col PIC 9.
       01 ws-cand-count PIC 9(4) COMP VALUE 0.
       01 ws-cand-overflow-sw PIC X VALUE "N".
       01 ws-cand-match-sw PIC X.
       01 cand-idx PIC 9(4) COMP.
       01 tie-idx PIC 9 COMP.
       01 pv-idx PIC 9 COMP.

       01 ws-deal-tbl.
           05 ws-deal-next PIC 9(4) COMP OCCURS 3 TIMES.
           05 ws-deal-done-sw PIC X OCCURS 3 TIMES.
       01 ws-themes-left PIC 9 COMP.
       01 ws-issued-count PIC 9(3) VALUE 0.
       01 ws-days-since PIC S9(7) COMP.
       01 ws-eligible-sw PIC X.
       01 ws-pzm-found-sw PIC X.

       01 ws-sol-disp PIC X(45).
       01 ws-sol-ptr PIC 9(4) COMP.
       01 disp-row PIC 9.
       01 disp-col PIC 9.
       01 disp-difficulty PIC 9.
       01 disp-count PIC 9(5).
       01 disp-held PIC 9(5).
       01 disp-issued PIC 9(5).

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       01 ws-cache-found-sw PIC X.
       01 ws-cache-result PIC S99 COMP.
       01 ws-cache-move-row PIC 9 COMP.
       01 ws-cache-move-col PIC 9 COMP.

       01 ws-audit-job-name PIC X(8) VALUE "TTTPUZL".
       01 ws-audit-input-source PIC X(20) VALUE "GENERATED".
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
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           CALL "ParmFile" USING
             BY REFERENCE parm-options
           PERFORM 0050-PARSE-PARM
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING

           INITIALIZE ws-class-tbl
           PERFORM VARYING ws-board-no FROM 0 BY 1
               UNTIL ws-board-no > 19682
               PERFORM 1100-DECODE-BOARD
               PERFORM 1200-CHECK-CANDIDATE
               IF ws-candidate-sw = "Y" THEN
                   PERFORM 1300-CHECK-CANONICAL
               END-IF
               IF ws-candidate-sw = "Y" THEN
                   PERFORM 2000-CLASSIFY-POSITION
               END-IF
           END-PERFORM

           PERFORM 3000-DEAL-PUZZLES
           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           CLOSE ttt-pzmst ttt-puzz ttt-pzrpt
           CALL "TransCache" USING
             BY REFERENCE state
             BY CONTENT "C"
             BY REFERENCE ws-cache-found-sw
             BY REFERENCE ws-cache-result
             BY REFERENCE ws-cache-move-row
             BY REFERENCE ws-cache-move-col
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    PARM format is VARIANT=M (or VARIANT=S, the default).
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:8) = "VARIANT=" AND ws-parm(9:1) = "M" THEN
               MOVE "M" TO ws-variant
           END-IF
           STRING "VARIANT=" ws-variant
               " COUNT=" parm-puzzle-count
               " REPEAT-DAYS=" parm-puzzle-repeat-days
               DELIMITED BY SIZE INTO ws-options-echo.

      *    A begin event on the audit trail before any input is
      *    touched, same convention as the other solver jobs.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TZ" FUNCTION CURRENT-DATE(1:14)
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
           OPEN I-O ttt-pzmst
           IF ws-pzmst-status = "35" THEN
               OPEN OUTPUT ttt-pzmst
               CLOSE ttt-pzmst
               OPEN I-O ttt-pzmst
           END-IF
           IF ws-pzmst-status NOT = "00" THEN
               DISPLAY "TTTPUZL: unable to open TTTPZMST, status "
                   ws-pzmst-status
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-puzz
           IF ws-puzz-status NOT = "00" THEN
               DISPLAY "TTTPUZL: unable to open TTTPUZZ, status "
                   ws-puzz-status
               CLOSE ttt-pzmst
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-pzrpt
           IF ws-pzrpt-status NOT = "00" THEN
               DISPLAY "TTTPUZL: unable to open TTTPZRPT, status "
                   ws-pzrpt-status
               CLOSE ttt-pzmst ttt-puzz
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO pzrpt-line
           STRING "TTT PUZZLE ISSUE REPORT  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               "  " ws-options-echo
               DELIMITED BY SIZE INTO pzrpt-line
           WRITE pzrpt-line
           MOVE ALL "-" TO pzrpt-line
           WRITE pzrpt-line.

       1100-DECODE-BOARD.
           INITIALIZE state
           MOVE 3 TO board-size
           MOVE ws-variant TO game-variant
           MOVE 0 TO ws-x-count ws-o-count
           MOVE ws-board-no TO ws-board-work
           MOVE SPACES TO ws-board-disp
           PERFORM VARYING cell-idx FROM 9 BY -1 UNTIL cell-idx < 1
               DIVIDE ws-board-work BY 3 GIVING ws-board-work
                   REMAINDER ws-cell-digit
               COMPUTE r = (cell-idx - 1) / 3 + 1
               COMPUTE c = cell-idx - (r - 1) * 3
               EVALUATE ws-cell-digit
                   WHEN 0
                       MOVE 0 TO b-elem(r, c)
                       MOVE "0" TO ws-board-disp(cell-idx:1)
                   WHEN 1
                       MOVE 1 TO b-elem(r, c)
                       MOVE "1" TO ws-board-disp(cell-idx:1)
                       ADD 1 TO ws-x-count
                   WHEN OTHER
                       MOVE -1 TO b-elem(r, c)
                       MOVE "2" TO ws-board-disp(cell-idx:1)
                       ADD 1 TO ws-o-count
               END-EVALUATE
           END-PERFORM.

      *    A puzzle position is reachable with X first (piece counts
      *    in turn), not yet over (no line on the board), and leaves
      *    at least two moves to choose between.
       1200-CHECK-CANDIDATE.
           MOVE "N" TO ws-candidate-sw
           EVALUATE TRUE
               WHEN ws-x-count = ws-o-count
                   MOVE 1 TO on-move
               WHEN ws-x-count = ws-o-count + 1
                   MOVE -1 TO on-move
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF ws-x-count + ws-o-count > 7 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-line-count
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               COMPUTE ws-line-sum = b-elem(r, 1) + b-elem(r, 2)
                   + b-elem(r, 3)
               PERFORM 1250-TALLY-LINE
           END-PERFORM
           PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
               COMPUTE ws-line-sum = b-elem(1, c) + b-elem(2, c)
                   + b-elem(3, c)
               PERFORM 1250-TALLY-LINE
           END-PERFORM
           COMPUTE ws-line-sum = b-elem(1, 1) + b-elem(2, 2)
               + b-elem(3, 3)
           PERFORM 1250-TALLY-LINE
           COMPUTE ws-line-sum = b-elem(1, 3) + b-elem(2, 2)
               + b-elem(3, 1)
           PERFORM 1250-TALLY-LINE
           IF ws-line-count = 0 THEN
               MOVE "Y" TO ws-candidate-sw
           END-IF.

       1250-TALLY-LINE.
           IF ws-line-sum = 3 OR ws-line-sum = -3 THEN
               ADD 1 TO ws-line-count
           END-IF.

      *    Only the smallest of the 8 symmetric images goes on; every
      *    other member of the class is a mirror of it.
       1300-CHECK-CANONICAL.
           PERFORM VARYING sym-idx FROM 2 BY 1
               UNTIL sym-idx > 8 OR ws-candidate-sw = "N"
               PERFORM VARYING pos-idx FROM 1 BY 1 UNTIL pos-idx > 9
                   MOVE sym-map(sym-idx, pos-idx) TO src-idx
                   MOVE ws-board-disp(src-idx:1)
                       TO ws-sym-board(pos-idx:1)
               END-PERFORM
               IF ws-sym-board < ws-board-disp THEN
                   MOVE "N" TO ws-candidate-sw
               END-IF
           END-PERFORM
           IF on-move = 1 THEN
               MOVE "1" TO ws-on-move-ch
           ELSE
               MOVE "2" TO ws-on-move-ch
           END-IF
           MOVE SPACES TO ws-canon-key
           STRING ws-on-move-ch "3" ws-board-disp ws-variant
               DELIMITED BY SIZE INTO ws-canon-key.

       2000-CLASSIFY-POSITION.
           MOVE 0 TO ws-node-count
           CALL "BestMoves" USING
             BY REFERENCE state
             BY REFERENCE ws-game-value
             BY REFERENCE ws-move-row
             BY REFERENCE ws-move-col
             BY REFERENCE ws-node-count
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
             BY REFERENCE ws-tie-arg-group
             BY REFERENCE ws-tie-count

           MOVE 0 TO ws-win-moves ws-draw-moves ws-loss-moves
           MOVE -10 TO ws-slowest-loss
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   IF b-elem(r, c) = 0 THEN
                       PERFORM 2100-EVALUATE-MOVE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO ws-theme-no
           EVALUATE TRUE
               WHEN ws-game-value > 0 AND ws-win-moves = 1
                   MOVE 1 TO ws-theme-no
               WHEN ws-game-value > 0 AND ws-tie-count < ws-win-moves
                   MOVE 2 TO ws-theme-no
               WHEN ws-game-value = 0 AND ws-draw-moves = 1
                       AND ws-loss-moves > 0
                   MOVE 3 TO ws-theme-no
           END-EVALUATE
           IF ws-theme-no = 0 THEN
               EXIT PARAGRAPH
           END-IF

           IF ws-theme-no = 3 THEN
               MOVE "DRAW" TO ws-outcome-disp
               COMPUTE ws-distance = 10 + ws-slowest-loss
               EVALUATE TRUE
                   WHEN ws-distance NOT > 1
                       MOVE 1 TO ws-difficulty
                   WHEN ws-distance NOT > 3
                       MOVE 2 TO ws-difficulty
                   WHEN OTHER
                       MOVE 3 TO ws-difficulty
               END-EVALUATE
           ELSE
               COMPUTE ws-distance = 10 - ws-game-value
               MOVE ws-distance TO disp-distance
               MOVE SPACES TO ws-outcome-disp
               STRING "WIN-IN-" disp-distance
                   DELIMITED BY SIZE INTO ws-outcome-disp
               EVALUATE TRUE
                   WHEN ws-distance NOT > 1
                       MOVE 1 TO ws-difficulty
                   WHEN ws-distance NOT > 3
                       MOVE 2 TO ws-difficulty
                   WHEN OTHER
                       MOVE 3 TO ws-difficulty
               END-EVALUATE
           END-IF
           ADD 1 TO ws-class-found(ws-theme-no, ws-difficulty)

           PERFORM 2200-CHECK-REPEAT-WINDOW
           IF ws-eligible-sw = "N" THEN
               ADD 1 TO ws-class-held(ws-theme-no, ws-difficulty)
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-KEEP-CANDIDATE.

      *    Exact value of one move for the player on move: do, solve
      *    the child full-width, undo, negate and decay one ply -- the
      *    same fold BestMoves applies.
       2100-EVALUATE-MOVE.
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
             BY REFERENCE ws-child-pv-arg-group
             BY REFERENCE ws-child-pv-length
           COMPUTE on-move = -on-move
           MOVE 0 TO b-elem(r, c)

           COMPUTE ws-try-value = -ws-try-value
           IF ws-try-value > 0 THEN
               SUBTRACT 1 FROM ws-try-value
           END-IF
           IF ws-try-value < 0 THEN
               ADD 1 TO ws-try-value
           END-IF
           EVALUATE TRUE
               WHEN ws-try-value > 0
                   ADD 1 TO ws-win-moves
               WHEN ws-try-value = 0
                   ADD 1 TO ws-draw-moves
               WHEN OTHER
                   ADD 1 TO ws-loss-moves
                   IF ws-try-value > ws-slowest-loss THEN
                       MOVE ws-try-value TO ws-slowest-loss
                   END-IF
           END-EVALUATE.

      *    Eligible when never issued, or last issued at least the
      *    window's days before this cycle.
       2200-CHECK-REPEAT-WINDOW.
           MOVE "Y" TO ws-eligible-sw
           MOVE ws-canon-key TO pzm-canon-key
           READ ttt-pzmst
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE ws-days-since =
               FUNCTION INTEGER-OF-DATE(cycle-date)
               - FUNCTION INTEGER-OF-DATE(pzm-last-issued)
           IF ws-days-since < parm-puzzle-repeat-days THEN
               MOVE "N" TO ws-eligible-sw
           END-IF.

       2300-KEEP-CANDIDATE.
           IF ws-cand-count >= 3000 THEN
               MOVE "Y" TO ws-cand-overflow-sw
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-cand-count
           MOVE ws-theme-no TO ws-cand-theme-no(ws-cand-count)
           MOVE ws-difficulty TO ws-cand-difficulty(ws-cand-count)
           MOVE on-move TO ws-cand-on-move(ws-cand-count)
           MOVE ws-board-disp TO ws-cand-board(ws-cand-count)
           MOVE ws-canon-key TO ws-cand-canon-key(ws-cand-count)
           MOVE ws-outcome-disp TO ws-cand-outcome(ws-cand-count)
           MOVE ws-tie-count TO ws-cand-sol-count(ws-cand-count)
           MOVE ws-pv-length TO ws-cand-line-length(ws-cand-count)
           PERFORM VARYING tie-idx FROM 1 BY 1 UNTIL tie-idx > 9
               IF tie-idx > ws-tie-count THEN
                   MOVE 0 TO ws-cand-sol-row(ws-cand-count, tie-idx)
                   MOVE 0 TO ws-cand-sol-col(ws-cand-count, tie-idx)
               ELSE
                   MOVE ws-tie-row(tie-idx)
                       TO ws-cand-sol-row(ws-cand-count, tie-idx)
                   MOVE ws-tie-col(tie-idx)
                       TO ws-cand-sol-col(ws-cand-count, tie-idx)
               END-IF
           END-PERFORM
           PERFORM VARYING pv-idx FROM 1 BY 1 UNTIL pv-idx > 9
               IF pv-idx > ws-pv-length THEN
                   MOVE 0 TO ws-cand-line-row(ws-cand-count, pv-idx)
                   MOVE 0 TO ws-cand-line-col(ws-cand-count, pv-idx)
               ELSE
                   MOVE ws-pv-row(pv-idx)
                       TO ws-cand-line-row(ws-cand-count, pv-idx)
                   MOVE ws-pv-col(pv-idx)
                       TO ws-cand-line-col(ws-cand-count, pv-idx)
               END-IF
           END-PERFORM.

      *    Round-robin across the themes until the day's count is
      *    dealt or every theme has run dry.
       3000-DEAL-PUZZLES.
           MOVE 3 TO ws-themes-left
           PERFORM VARYING theme-idx FROM 1 BY 1 UNTIL theme-idx > 3
               MOVE 1 TO ws-deal-next(theme-idx)
               MOVE "N" TO ws-deal-done-sw(theme-idx)
           END-PERFORM
           PERFORM UNTIL ws-issued-count >= parm-puzzle-count
                   OR ws-themes-left = 0
               PERFORM VARYING theme-idx FROM 1 BY 1
                   UNTIL theme-idx > 3
                       OR ws-issued-count >= parm-puzzle-count
                   IF ws-deal-done-sw(theme-idx) = "N" THEN
                       PERFORM 3100-DEAL-FROM-THEME
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-DEAL-FROM-THEME.
           MOVE ws-deal-next(theme-idx) TO cand-idx
           MOVE "N" TO ws-cand-match-sw
           PERFORM UNTIL cand-idx > ws-cand-count
                   OR ws-cand-match-sw = "Y"
               IF ws-cand-theme-no(cand-idx) = theme-idx THEN
                   MOVE "Y" TO ws-cand-match-sw
               ELSE
                   ADD 1 TO cand-idx
               END-IF
           END-PERFORM
           IF cand-idx > ws-cand-count THEN
               MOVE "Y" TO ws-deal-done-sw(theme-idx)
               SUBTRACT 1 FROM ws-themes-left
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-deal-next(theme-idx) = cand-idx + 1
           ADD 1 TO ws-issued-count
           MOVE ws-cand-difficulty(cand-idx) TO diff-idx
           ADD 1 TO ws-class-issued(theme-idx, diff-idx)
           PERFORM 3200-WRITE-PUZZLE
           PERFORM 3300-RECORD-ISSUE
           PERFORM 3400-WRITE-ISSUE-LINE.

       3200-WRITE-PUZZLE.
           MOVE SPACES TO puzz-rec
           MOVE cycle-date TO puzz-issue-date
           MOVE ws-issued-count TO puzz-seq
           MOVE ws-theme-name(theme-idx) TO puzz-theme
           MOVE ws-cand-difficulty(cand-idx) TO puzz-difficulty
           MOVE ws-variant TO puzz-variant
           MOVE ws-cand-on-move(cand-idx) TO puzz-on-move
           MOVE ws-cand-board(cand-idx) TO puzz-board
           MOVE ws-cand-outcome(cand-idx) TO puzz-outcome
           MOVE ws-cand-sol-count(cand-idx) TO puzz-solution-count
           MOVE ws-cand-line-length(cand-idx) TO puzz-line-length
           PERFORM VARYING tie-idx FROM 1 BY 1 UNTIL tie-idx > 9
               MOVE ws-cand-sol-row(cand-idx, tie-idx)
                   TO puzz-solution-row(tie-idx)
               MOVE ws-cand-sol-col(cand-idx, tie-idx)
                   TO puzz-solution-col(tie-idx)
               MOVE ws-cand-line-row(cand-idx, tie-idx)
                   TO puzz-line-row(tie-idx)
               MOVE ws-cand-line-col(cand-idx, tie-idx)
                   TO puzz-line-col(tie-idx)
           END-PERFORM
           MOVE ws-cand-canon-key(cand-idx) TO puzz-canon-key
           MOVE ws-run-id TO puzz-run-id
           WRITE puzz-rec.

       3300-RECORD-ISSUE.
           MOVE ws-cand-canon-key(cand-idx) TO pzm-canon-key
           MOVE "Y" TO ws-pzm-found-sw
           READ ttt-pzmst
               INVALID KEY
                   MOVE "N" TO ws-pzm-found-sw
           END-READ
           IF ws-pzm-found-sw = "N" THEN
               MOVE SPACES TO pzm-rec
               MOVE ws-cand-canon-key(cand-idx) TO pzm-canon-key
               MOVE cycle-date TO pzm-first-issued
               MOVE 0 TO pzm-issue-count
           END-IF
           MOVE ws-theme-name(theme-idx) TO pzm-theme
           MOVE ws-cand-difficulty(cand-idx) TO pzm-difficulty
           MOVE cycle-date TO pzm-last-issued
           ADD 1 TO pzm-issue-count
           MOVE ws-run-id TO pzm-last-run-id
           IF ws-pzm-found-sw = "Y" THEN
               REWRITE pzm-rec
                   INVALID KEY
                       DISPLAY "TTTPUZL: unable to rewrite puzzle "
                           pzm-canon-key ", status " ws-pzmst-status
               END-REWRITE
           ELSE
               WRITE pzm-rec
                   INVALID KEY
                       DISPLAY "TTTPUZL: unable to add puzzle "
                           pzm-canon-key ", status " ws-pzmst-status
               END-WRITE
           END-IF.

       3400-WRITE-ISSUE-LINE.
           MOVE SPACES TO ws-sol-disp
           MOVE 1 TO ws-sol-ptr
           PERFORM VARYING tie-idx FROM 1 BY 1
               UNTIL tie-idx > ws-cand-sol-count(cand-idx)
               MOVE ws-cand-sol-row(cand-idx, tie-idx) TO disp-row
               MOVE ws-cand-sol-col(cand-idx, tie-idx) TO disp-col
               STRING "(" disp-row "," disp-col ")"
                   DELIMITED BY SIZE INTO ws-sol-disp
                   WITH POINTER ws-sol-ptr
           END-PERFORM
           MOVE SPACES TO pzrpt-line
           STRING "PUZZLE " puzz-seq
               " " ws-theme-name(theme-idx)
               " DIFFICULTY=" puzz-difficulty
               " BOARD=" puzz-board
               " ON-MOVE=" puzz-on-move
               " " puzz-outcome
               " SOLUTION=" ws-sol-disp
               DELIMITED BY SIZE INTO pzrpt-line
           WRITE pzrpt-line.

       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO pzrpt-line
           WRITE pzrpt-line
           PERFORM VARYING theme-idx FROM 1 BY 1 UNTIL theme-idx > 3
               PERFORM VARYING diff-idx FROM 1 BY 1 UNTIL diff-idx > 3
                   MOVE ws-class-found(theme-idx, diff-idx)
                       TO disp-count
                   MOVE ws-class-held(theme-idx, diff-idx)
                       TO disp-held
                   MOVE ws-class-issued(theme-idx, diff-idx)
                       TO disp-issued
                   MOVE diff-idx TO disp-difficulty
                   MOVE SPACES TO pzrpt-line
                   STRING "THEME=" ws-theme-name(theme-idx)
                       " DIFFICULTY=" disp-difficulty
                       " CANDIDATES=" disp-count
                       " HELD BY WINDOW=" disp-held
                       " ISSUED=" disp-issued
                       DELIMITED BY SIZE INTO pzrpt-line
                   WRITE pzrpt-line
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO pzrpt-line
           STRING "REQUESTED=" parm-puzzle-count
               " ISSUED=" ws-issued-count
               " REPEAT WINDOW=" parm-puzzle-repeat-days " DAYS"
               DELIMITED BY SIZE INTO pzrpt-line
           WRITE pzrpt-line
           IF ws-issued-count < parm-puzzle-count THEN
               MOVE SPACES TO pzrpt-line
               STRING "ELIGIBLE POSITIONS RAN OUT -- FEWER PUZZLES "
                   "THAN REQUESTED"
                   DELIMITED BY SIZE INTO pzrpt-line
               WRITE pzrpt-line
           END-IF
           IF ws-cand-overflow-sw = "Y" THEN
               MOVE SPACES TO pzrpt-line
               STRING "CANDIDATE TABLE FULL -- LATER BOARDS NOT "
                   "CONSIDERED"
                   DELIMITED BY SIZE INTO pzrpt-line
               WRITE pzrpt-line
           END-IF.

       0950-SET-RETURN-CODE.
           IF ws-issued-count < parm-puzzle-count THEN
               MOVE 4 TO ws-return-code
           END-IF.

       0975-WRITE-AUDIT-LOG.
           MOVE ws-issued-count TO ws-audit-position-count
           IF ws-return-code = 0 THEN
               MOVE "OK        " TO ws-audit-outcome
           ELSE
               MOVE "EXCEPTIONS" TO ws-audit-outcome
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

       END PROGRAM TTTPUZL.
