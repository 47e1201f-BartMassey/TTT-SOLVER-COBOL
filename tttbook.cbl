       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTBOOK.

      ******************************************************************
      *  Weekly offline answer book for the kiosk vendor.  When a
      *  TTTNITE cycle is missed the kiosks have nothing to play from
      *  until the next drop is answered -- but every position a game
      *  can reach is already solved in TTTCACHE by the preload job.
      *  This job publishes that complete answer set as a
      *  vendor-loadable file (TTTBOOK, see book.cpy) the vendor can
      *  serve from locally during an outage and cut over from when
      *  the next book arrives.
      *
      *  Every 3x3 board is enumerated once per game variant and kept
      *  only when a game from the empty board, X first, can reach it
      *  -- piece counts in turn, and at most the side that just moved
      *  holding a line -- 5478 positions per variant, terminal ones
      *  included.  Each is answered through BestMoves (recommended
      *  move, full equal-best set, outcome and distance), which runs
      *  on cache hits when the preload is current.  A position found
      *  missing from the cache is still answered, solved fresh, but
      *  counted: the book then ends with RETURN-CODE 4 as a prompt
      *  to rerun TTTPRELD.
      *
      *  The header carries the build-version stamp off the cache's
      *  VERSION record, so the vendor can tell which solver build a
      *  book reflects; the trailer carries the control totals.  The
      *  stamp is read after TransCache has loaded the cache, so a
      *  stale cache it empties and restamps is caught before the
      *  header is written: the book carries the build that actually
      *  answered, and the change is reported with RETURN-CODE 4.
      *  No TTTCACHE at all ends the step with RETURN-CODE 8 -- run
      *  the preload first.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-cache ASSIGN TO "TTTCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cache-key
               FILE STATUS IS ws-cache-status.
           SELECT ttt-book ASSIGN TO "TTTBOOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-book-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-cache.
       COPY cache.

       FD  ttt-book
           RECORDING MODE IS F.
       COPY book.

       WORKING-STORAGE SECTION.
       COPY state.
       COPY cycdt.

       01 ws-cache-status PIC XX VALUE SPACES.
       01 ws-book-status PIC XX VALUE SPACES.
       01 ws-version-key PIC X(12) VALUE "VERSION     ".
       01 ws-book-version PIC X(8) VALUE SPACES.
       01 ws-end-version PIC X(8) VALUE SPACES.
       01 ws-return-code PIC 99 VALUE 0.

      *    Board enumeration: each board number 0-19682 read as nine
      *    base-3 digits, row-major, the last cell lowest -- so the
      *    book comes out in board-string order.
       01 ws-book-variant PIC X.
       01 ws-board-no PIC 9(5) COMP.
       01 ws-board-work PIC 9(5) COMP.
       01 ws-cell-digit PIC 9 COMP.
       01 cell-idx PIC S99 COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 ws-x-count PIC 9 COMP.
       01 ws-o-count PIC 9 COMP.
       01 ws-x-lines PIC 9 COMP.
       01 ws-o-lines PIC 9 COMP.
       01 ws-line-sum PIC S9 COMP.
       01 ws-reachable-sw PIC X.
       01 ws-board-disp PIC X(9).

       01 ws-game-value PIC S99 COMP.
       01 ws-move-row PIC 9 COMP.
       01 ws-move-col PIC 9 COMP.
       01 ws-node-count PIC 9(9) COMP.
      *    Grouped so the CALL "BestMoves" below passes one
      *    unambiguous group-level argument instead of two bare
      *    OCCURS items, the same as every other solver caller.
       01 ws-pv-arg-group.
           05 ws-pv-row PIC 9 COMP OCCURS 9 TIMES.
           05 ws-pv-col PIC 9 COMP OCCURS 9 TIMES.
       01 ws-pv-length PIC 9 COMP.
       01 ws-tie-arg-group.
           05 ws-tie-row PIC 9 COMP OCCURS 9 TIMES.
           05 ws-tie-col PIC 9 COMP OCCURS 9 TIMES.
       01 ws-tie-count PIC 9 COMP.
       01 tie-idx PIC 9 COMP.
       01 ws-distance PIC 9 COMP.
       01 disp-distance PIC 9.

       01 ws-cache-found-sw PIC X.
       01 ws-cache-result PIC S99 COMP.
       01 ws-cache-move-row PIC 9 COMP.
       01 ws-cache-move-col PIC 9 COMP.

      *    Control totals (the trailer, the console summary, and the
      *    audit count).
       01 ws-record-count PIC 9(6) VALUE 0.
       01 ws-standard-count PIC 9(6) VALUE 0.
       01 ws-misere-count PIC 9(6) VALUE 0.
       01 ws-win-count PIC 9(6) VALUE 0.
       01 ws-loss-count PIC 9(6) VALUE 0.
       01 ws-draw-count PIC 9(6) VALUE 0.
       01 ws-fresh-count PIC 9(6) VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTBOOK".
       01 ws-audit-input-source PIC X(20) VALUE "TTTCACHE".
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
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-READ-CACHE-STAMP
           MOVE ws-end-version TO ws-book-version
      *    The first lookup loads the cache -- and restamps it if it
      *    was built by another solver build -- so the stamp read
      *    after it is the one every answer below comes from.
           INITIALIZE state
           MOVE 1 TO on-move
           MOVE 3 TO board-size
           CALL "TransCache" USING
             BY REFERENCE state
             BY CONTENT "L"
             BY REFERENCE ws-cache-found-sw
             BY REFERENCE ws-cache-result
             BY REFERENCE ws-cache-move-row
             BY REFERENCE ws-cache-move-col
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
           PERFORM 0100-READ-CACHE-STAMP
           IF ws-end-version NOT = ws-book-version THEN
               DISPLAY "TTTBOOK: CACHE STAMP " ws-book-version
                   " WAS STALE -- RESTAMPED " ws-end-version
                   " AND EMPTIED, RERUN TTTPRELD"
               MOVE ws-end-version TO ws-book-version
               MOVE 4 TO ws-return-code
           END-IF
           PERFORM 0150-OPEN-BOOK
           PERFORM 0200-WRITE-HEADER

           MOVE "S" TO ws-book-variant
           PERFORM 1000-BOOK-VARIANT
           MOVE "M" TO ws-book-variant
           PERFORM 1000-BOOK-VARIANT

      *    Anything solved fresh goes back into the cache.
           CALL "TransCache" USING
             BY REFERENCE state
             BY CONTENT "C"
             BY REFERENCE ws-cache-found-sw
             BY REFERENCE ws-cache-result
             BY REFERENCE ws-cache-move-row
             BY REFERENCE ws-cache-move-col
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
           IF ws-fresh-count > 0 THEN
               DISPLAY "TTTBOOK: " ws-fresh-count " POSITIONS NOT IN "
                   "TTTCACHE WERE SOLVED FRESH -- RERUN TTTPRELD"
               MOVE 4 TO ws-return-code
           END-IF

           PERFORM 0900-WRITE-TRAILER
           CLOSE ttt-book
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    A begin event on the audit trail before any input is
      *    touched, same convention as the other solver jobs.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TO" FUNCTION CURRENT-DATE(1:14)
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

      *    The build-version record, read directly and the file
      *    closed again at once -- TransCache holds TTTCACHE for the
      *    body of the run.  A missing record reads as spaces.
       0100-READ-CACHE-STAMP.
           MOVE SPACES TO ws-end-version
           OPEN INPUT ttt-cache
           IF ws-cache-status NOT = "00" THEN
               DISPLAY "TTTBOOK: unable to open TTTCACHE, status "
                   ws-cache-status " -- RUN TTTPRELD FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-version-key TO cache-key
           READ ttt-cache
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE cache-stamp TO ws-end-version
           END-READ
           CLOSE ttt-cache.

       0150-OPEN-BOOK.
           OPEN OUTPUT ttt-book
           IF ws-book-status NOT = "00" THEN
               DISPLAY "TTTBOOK: unable to open TTTBOOK, status "
                   ws-book-status
               STOP RUN
           END-IF.

       0200-WRITE-HEADER.
           MOVE SPACES TO book-rec
           SET book-header TO TRUE
           MOVE ws-book-version TO book-hdr-version
           MOVE cycle-date TO book-hdr-date
           MOVE ws-run-id TO book-hdr-run-id
           WRITE book-rec.

       1000-BOOK-VARIANT.
           PERFORM VARYING ws-board-no FROM 0 BY 1
               UNTIL ws-board-no > 19682
               PERFORM 1100-DECODE-BOARD
               PERFORM 1200-CHECK-REACHABLE
               IF ws-reachable-sw = "Y" THEN
                   PERFORM 2000-BOOK-POSITION
               END-IF
           END-PERFORM.

       1100-DECODE-BOARD.
           INITIALIZE state
           MOVE 3 TO board-size
           MOVE ws-book-variant TO game-variant
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

      *    Reachable from the empty board with X first: X has as many
      *    pieces as O (X to move) or one more (O to move); at most
      *    one side holds a line, and only the side that just moved,
      *    since play stops on the move that completes one.
       1200-CHECK-REACHABLE.
           MOVE "N" TO ws-reachable-sw
           EVALUATE TRUE
               WHEN ws-x-count = ws-o-count
                   MOVE 1 TO on-move
               WHEN ws-x-count = ws-o-count + 1
                   MOVE -1 TO on-move
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO ws-x-lines ws-o-lines
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
           IF ws-x-lines > 0 AND ws-o-lines > 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-x-lines > 0 AND on-move NOT = -1 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-o-lines > 0 AND on-move NOT = 1 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ws-reachable-sw.

       1250-TALLY-LINE.
           EVALUATE ws-line-sum
               WHEN 3
                   ADD 1 TO ws-x-lines
               WHEN -3
                   ADD 1 TO ws-o-lines
           END-EVALUATE.

      *    The cache lookup only asks whether the preload covered the
      *    position; BestMoves then answers it either way.
       2000-BOOK-POSITION.
           CALL "TransCache" USING
             BY REFERENCE state
             BY CONTENT "L"
             BY REFERENCE ws-cache-found-sw
             BY REFERENCE ws-cache-result
             BY REFERENCE ws-cache-move-row
             BY REFERENCE ws-cache-move-col
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
           IF ws-cache-found-sw NOT = "Y" THEN
               ADD 1 TO ws-fresh-count
           END-IF
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

           MOVE SPACES TO book-rec
           SET book-detail TO TRUE
           MOVE ws-book-variant TO book-variant
           MOVE on-move TO book-on-move
           MOVE ws-board-disp TO book-board
           MOVE ws-move-row TO book-move-row
           MOVE ws-move-col TO book-move-col
           PERFORM 2100-SET-OUTCOME
           MOVE ws-tie-count TO book-best-count
           PERFORM VARYING tie-idx FROM 1 BY 1 UNTIL tie-idx > 9
               IF tie-idx > ws-tie-count THEN
                   MOVE 0 TO book-best-row(tie-idx)
                   MOVE 0 TO book-best-col(tie-idx)
               ELSE
                   MOVE ws-tie-row(tie-idx) TO book-best-row(tie-idx)
                   MOVE ws-tie-col(tie-idx) TO book-best-col(tie-idx)
               END-IF
           END-PERFORM
           WRITE book-rec
           ADD 1 TO ws-record-count
           IF ws-book-variant = "M" THEN
               ADD 1 TO ws-misere-count
           ELSE
               ADD 1 TO ws-standard-count
           END-IF.

      *    Same folding of the distance-encoded value as TTTNITE's
      *    response: the sign, and 10 minus the magnitude as the ply
      *    count in the WIN-IN-n/LOSS-IN-n literal.
       2100-SET-OUTCOME.
           EVALUATE TRUE
               WHEN ws-game-value > 0
                   ADD 1 TO ws-win-count
                   MOVE 1 TO book-value
                   COMPUTE ws-distance = 10 - ws-game-value
                   MOVE ws-distance TO disp-distance
                   STRING "WIN-IN-" disp-distance
                       DELIMITED BY SIZE INTO book-outcome
               WHEN ws-game-value < 0
                   ADD 1 TO ws-loss-count
                   MOVE -1 TO book-value
                   COMPUTE ws-distance = 10 + ws-game-value
                   MOVE ws-distance TO disp-distance
                   STRING "LOSS-IN-" disp-distance
                       DELIMITED BY SIZE INTO book-outcome
               WHEN OTHER
                   ADD 1 TO ws-draw-count
                   MOVE 0 TO book-value
                   MOVE "DRAW" TO book-outcome
           END-EVALUATE.

       0900-WRITE-TRAILER.
           MOVE SPACES TO book-rec
           SET book-trailer TO TRUE
           MOVE ws-record-count TO book-trl-record-count
           MOVE ws-standard-count TO book-trl-standard-count
           MOVE ws-misere-count TO book-trl-misere-count
           MOVE ws-win-count TO book-trl-win-count
           MOVE ws-loss-count TO book-trl-loss-count
           MOVE ws-draw-count TO book-trl-draw-count
           MOVE ws-book-version TO book-trl-version
           WRITE book-rec
           DISPLAY "TTTBOOK: VERSION=" ws-book-version
               " POSITIONS=" ws-record-count
               " STANDARD=" ws-standard-count
               " MISERE=" ws-misere-count
           DISPLAY "TTTBOOK: WIN=" ws-win-count
               " LOSS=" ws-loss-count
               " DRAW=" ws-draw-count
               " SOLVED-FRESH=" ws-fresh-count.

       0975-WRITE-AUDIT-LOG.
           MOVE ws-record-count TO ws-audit-position-count
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

       END PROGRAM TTTBOOK.
