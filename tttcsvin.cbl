       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTCSVIN.

      ******************************************************************
      *  Delimited inbound feed adapter.  Some sources can only send
      *  comma- or pipe-delimited rows, not the fixed state record in
      *  HDR/TRL wrappers TTTEDIT edits.  This job runs ahead of
      *  TTTEDIT and converts such a transmission (TTTCSV, rows
      *  padded to 200 bytes by the file transfer) into a proper
      *  TTTINRAW-format transmission on TTTCVRAW, which the feed
      *  step concatenates onto TTTINRAW.  The transmission is one or
      *  more batches, one per sending source:
      *
      *      HDR,yyyymmdd,source-system-id
      *      game-id,date-played,on-move,board,variant,priority,
      *          move-log[,board-size[,blunder-pct]]
      *      ...
      *      TRL,data-row-count
      *
      *  The delimiter is whatever follows HDR on the header row --
      *  "," or "|" -- and holds for the batch.  Data row fields:
      *
      *      on-move      X or 1 for X to move, O or -1 for O
      *      board        9 cells row by row, X, O, or - (or .)
      *      variant      S, M (misere), or empty for standard
      *      priority     H, R, or empty for routine
      *      move-log     row/column/side triples, "11X22O", or empty
      *      board-size   1-3, default 3 when absent or empty
      *      blunder-pct  0-100, default 0 when absent or empty
      *
      *  Spaces around a field are ignored; blank rows are skipped.
      *  Only the format is converted here -- whether the position
      *  itself is legal stays ValidateState's call in TTT.
      *
      *  Every field that fails to convert is listed on TTTCVRPT by
      *  row and column, and the row goes to TTTCVREJ (cvrej.cpy)
      *  under the first failure's C-series reason code instead of
      *  reaching TTTEDIT as garbage.  The rows that do convert are
      *  held until the batch's trailer row balances (its count
      *  covers every data row sent, converted or not); a batch with
      *  a bad header, no trailer, or an unbalanced trailer is held
      *  back whole.  A released batch's trailer counts the records
      *  actually written, so TTTEDIT balances it as usual.
      *  RETURN-CODE 0 clean, 4 some rows rejected, 8 some batch held
      *  back, 12 when nothing converted at all.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-csv ASSIGN TO "TTTCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-csv-status.
           SELECT ttt-cvraw ASSIGN TO "TTTCVRAW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cvraw-status.
           SELECT ttt-cvrej ASSIGN TO "TTTCVREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cvrej-status.
           SELECT ttt-cvrpt ASSIGN TO "TTTCVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cvrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-csv
           RECORDING MODE IS F.
       01 csv-row PIC X(200).

       FD  ttt-cvraw
           RECORDING MODE IS F.
      *    Same record shapes as TTTINRAW itself.
       01 cvraw-rec PIC X(70).
       COPY feedctl.

       FD  ttt-cvrej
           RECORDING MODE IS F.
       COPY cvrej.

       FD  ttt-cvrpt
           RECORDING MODE IS F.
       01 cvrpt-line PIC X(132).

       WORKING-STORAGE SECTION.
       COPY state.
       COPY cycdt.

       01 ws-csv-status PIC XX VALUE SPACES.
       01 ws-cvraw-status PIC XX VALUE SPACES.
       01 ws-cvrej-status PIC XX VALUE SPACES.
       01 ws-cvrpt-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-csv VALUE "Y".

       01 ws-row-no PIC 9(6) VALUE 0.
       01 ws-row-len PIC 9(4) COMP.
       01 ws-delim PIC X VALUE SPACE.

      *    The row split on its delimiter; ws-fld-len is each field's
      *    length once the surrounding spaces are gone.
       01 ws-fld-tbl.
           05 ws-fld PIC X(30) OCCURS 10 TIMES.
       01 ws-fld-len-tbl.
           05 ws-fld-len PIC 9(4) COMP OCCURS 10 TIMES.
       01 ws-fld-count PIC 9(4) COMP.
       01 fld-idx PIC 9(4) COMP.

       01 ws-field-names-lit.
           05 FILLER PIC X(12) VALUE "GAME-ID".
           05 FILLER PIC X(12) VALUE "DATE-PLAYED".
           05 FILLER PIC X(12) VALUE "ON-MOVE".
           05 FILLER PIC X(12) VALUE "BOARD".
           05 FILLER PIC X(12) VALUE "VARIANT".
           05 FILLER PIC X(12) VALUE "PRIORITY".
           05 FILLER PIC X(12) VALUE "MOVE-LOG".
           05 FILLER PIC X(12) VALUE "BOARD-SIZE".
           05 FILLER PIC X(12) VALUE "BLUNDER-PCT".
       01 ws-field-names REDEFINES ws-field-names-lit.
           05 ws-field-name PIC X(12) OCCURS 9 TIMES.

      *    The field failure being reported, and the row's first one
      *    (the one its TTTCVREJ record carries).
       01 ws-err-col PIC 99.
       01 ws-err-code PIC X(4).
       01 ws-err-reason PIC X(40).
       01 ws-row-error-sw PIC X.
       01 ws-first-col PIC 99.
       01 ws-first-code PIC X(4).
       01 ws-first-reason PIC X(40).
       01 ws-bad-field-sw PIC X.

       01 ws-date-work PIC 9(8).
       01 ws-num-work PIC 9(3).
       01 ws-cell-ch PIC X.
       01 ws-cell-idx PIC 9(4) COMP.
       01 ws-log-idx PIC 9(4) COMP.
       01 ws-log-pos PIC 9(4) COMP.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.

       01 ws-in-batch-sw PIC X VALUE "N".
       01 ws-batch-failed-sw PIC X VALUE "N".
           88 batch-failed VALUE "Y".
       01 ws-batch-no PIC 9(4) VALUE 0.
       01 ws-batch-date PIC 9(8) VALUE 0.
       01 ws-batch-source PIC X(8) VALUE SPACES.
       01 ws-batch-row-count PIC 9(9) VALUE 0.
       01 ws-batch-reject-count PIC 9(9) VALUE 0.
       01 ws-trl-count PIC 9(9) VALUE 0.
       01 ws-batch-written PIC 9(9) VALUE 0.

      *    The open batch's converted records, held until its trailer
      *    row balances -- the same hold TTTEDIT puts on a raw batch,
      *    sized the same.
       01 ws-batch-tbl.
           05 ws-batch-entry PIC X(70) OCCURS 60000 TIMES.
       01 ws-batch-rec-count PIC 9(9) COMP VALUE 0.
       01 ws-batch-capacity PIC 9(9) VALUE 60000.
       01 batch-idx PIC 9(9) COMP.
       01 ws-batch-overflow-sw PIC X VALUE "N".

       01 ws-batch-count PIC 9(4) VALUE 0.
       01 ws-accepted-batch-count PIC 9(4) VALUE 0.
       01 ws-failed-batch-count PIC 9(4) VALUE 0.
       01 ws-data-row-count PIC 9(9) VALUE 0.
       01 ws-converted-count PIC 9(9) VALUE 0.
       01 ws-rejected-count PIC 9(9) VALUE 0.
       01 ws-held-count PIC 9(9) VALUE 0.

       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTCSVIN".
       01 ws-audit-input-source PIC X(20) VALUE "TTTCSV".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail and on every TTTCVREJ
      *    record this run writes.
       01 ws-run-id PIC X(16) VALUE SPACES.
       01 ws-options-echo PIC X(60) VALUE SPACES.
       01 ws-operator-id PIC X(8) VALUE SPACES.

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING

           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-csv
               PERFORM 2000-CONVERT-ROW
               PERFORM 1000-READ-NEXT
           END-PERFORM

           IF ws-in-batch-sw = "Y" THEN
               PERFORM 8000-FAIL-BATCH
               MOVE SPACES TO cvrpt-line
               STRING "  NO TRAILER ROW BEFORE END OF TRANSMISSION "
                   "-- BATCH TRUNCATED"
                   DELIMITED BY SIZE INTO cvrpt-line
               WRITE cvrpt-line
               PERFORM 3000-FINISH-BATCH
           END-IF

           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           CLOSE ttt-csv ttt-cvraw ttt-cvrej ttt-cvrpt
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TI" FUNCTION CURRENT-DATE(1:14)
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
           OPEN INPUT ttt-csv
           IF ws-csv-status NOT = "00" THEN
               DISPLAY "TTTCSVIN: unable to open TTTCSV, status "
                   ws-csv-status
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-cvraw
           IF ws-cvraw-status NOT = "00" THEN
               DISPLAY "TTTCSVIN: unable to open TTTCVRAW, status "
                   ws-cvraw-status
               CLOSE ttt-csv
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-cvrej
           IF ws-cvrej-status NOT = "00" THEN
               DISPLAY "TTTCSVIN: unable to open TTTCVREJ, status "
                   ws-cvrej-status
               CLOSE ttt-csv ttt-cvraw
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-cvrpt
           IF ws-cvrpt-status NOT = "00" THEN
               DISPLAY "TTTCSVIN: unable to open TTTCVRPT, status "
                   ws-cvrpt-status
               CLOSE ttt-csv ttt-cvraw ttt-cvrej
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO cvrpt-line
           STRING "TTT DELIMITED FEED CONVERSION REPORT  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO cvrpt-line
           WRITE cvrpt-line
           MOVE ALL "-" TO cvrpt-line
           WRITE cvrpt-line.

       1000-READ-NEXT.
           READ ttt-csv
               AT END SET end-of-csv TO TRUE
               NOT AT END ADD 1 TO ws-row-no
           END-READ.

       2000-CONVERT-ROW.
           IF csv-row = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN csv-row(1:3) = "HDR"
                       AND (csv-row(4:1) = "," OR csv-row(4:1) = "|")
                   PERFORM 2100-CONVERT-HEADER
               WHEN csv-row(1:3) = "TRL"
                       AND (csv-row(4:1) = "," OR csv-row(4:1) = "|")
                   PERFORM 2200-CONVERT-TRAILER
               WHEN OTHER
                   PERFORM 2300-CONVERT-DATA-ROW
           END-EVALUATE.

      *    A header closes any batch still open (that batch is missing
      *    its trailer and is held back) and opens the next one.
       2100-CONVERT-HEADER.
           IF ws-in-batch-sw = "Y" THEN
               PERFORM 8000-FAIL-BATCH
               MOVE SPACES TO cvrpt-line
               STRING "  NO TRAILER ROW BEFORE NEXT HEADER -- "
                   "BATCH TRUNCATED"
                   DELIMITED BY SIZE INTO cvrpt-line
               WRITE cvrpt-line
               PERFORM 3000-FINISH-BATCH
           END-IF
           ADD 1 TO ws-batch-count
           ADD 1 TO ws-batch-no
           MOVE "Y" TO ws-in-batch-sw
           MOVE "N" TO ws-batch-failed-sw
           MOVE "N" TO ws-batch-overflow-sw
           MOVE 0 TO ws-batch-row-count
           MOVE 0 TO ws-batch-reject-count
           MOVE 0 TO ws-batch-rec-count
           MOVE 0 TO ws-batch-date
           MOVE csv-row(4:1) TO ws-delim
           PERFORM 2500-SPLIT-ROW
           MOVE ws-fld(3) TO ws-batch-source
           MOVE SPACES TO cvrpt-line
           STRING "BATCH=" ws-batch-no
               " ROW=" ws-row-no
               " DELIMITER=" ws-delim
               " DATE=" ws-fld(2)(1:8)
               " SOURCE-SYSTEM-ID=" ws-batch-source
               DELIMITED BY SIZE INTO cvrpt-line
           WRITE cvrpt-line

           IF ws-fld-len(2) NOT = 8 OR ws-fld(2)(1:8) IS NOT NUMERIC
           THEN
               PERFORM 8000-FAIL-BATCH
               MOVE SPACES TO cvrpt-line
               STRING "  HEADER DATE IS NOT yyyymmdd -- BATCH HELD"
                   DELIMITED BY SIZE INTO cvrpt-line
               WRITE cvrpt-line
           ELSE
               MOVE ws-fld(2)(1:8) TO ws-batch-date
           END-IF
           IF ws-fld-len(3) = 0 OR ws-fld-len(3) > 8 THEN
               PERFORM 8000-FAIL-BATCH
               MOVE SPACES TO cvrpt-line
               STRING "  HEADER SOURCE-SYSTEM-ID MISSING OR LONGER "
                   "THAN 8 -- BATCH HELD"
                   DELIMITED BY SIZE INTO cvrpt-line
               WRITE cvrpt-line
           END-IF.

       2200-CONVERT-TRAILER.
           IF ws-in-batch-sw = "N" THEN
               MOVE SPACES TO cvrpt-line
               STRING "ROW=" ws-row-no
                   " TRAILER ROW WITH NO OPEN BATCH -- IGNORED"
                   DELIMITED BY SIZE INTO cvrpt-line
               WRITE cvrpt-line
               EXIT PARAGRAPH
           END-IF
           MOVE csv-row(4:1) TO ws-delim
           PERFORM 2500-SPLIT-ROW
           IF ws-fld-len(2) = 0 OR ws-fld-len(2) > 9
                   OR ws-fld(2)(1:ws-fld-len(2)) IS NOT NUMERIC THEN
               PERFORM 8000-FAIL-BATCH
               MOVE SPACES TO cvrpt-line
               STRING "  TRAILER ROW COUNT IS NOT A NUMBER -- "
                   "BATCH HELD"
                   DELIMITED BY SIZE INTO cvrpt-line
               WRITE cvrpt-line
           ELSE
               MOVE ws-fld(2)(1:ws-fld-len(2)) TO ws-trl-count
               IF ws-trl-count NOT = ws-batch-row-count THEN
                   PERFORM 8000-FAIL-BATCH
                   MOVE SPACES TO cvrpt-line
                   STRING "  TRAILER COUNT=" ws-trl-count
                       " ROWS READ=" ws-batch-row-count
                       " -- BATCH OUT OF BALANCE"
                       DELIMITED BY SIZE INTO cvrpt-line
                   WRITE cvrpt-line
               END-IF
           END-IF
           PERFORM 3000-FINISH-BATCH.

      *    One position row.  Every field is checked, so the sender
      *    sees all of a row's problems at once, not one per resend.
       2300-CONVERT-DATA-ROW.
           ADD 1 TO ws-data-row-count
           MOVE "N" TO ws-row-error-sw
           IF ws-in-batch-sw = "N" THEN
               MOVE 0 TO ws-err-col
               MOVE "C001" TO ws-err-code
               MOVE "ROW OUTSIDE ANY HDR/TRL BATCH" TO ws-err-reason
               PERFORM 4000-NOTE-FIELD-ERROR
               MOVE SPACES TO ws-fld-tbl
               PERFORM 4100-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-batch-row-count
           PERFORM 2500-SPLIT-ROW
           IF ws-fld-count < 7 OR ws-fld-count > 9 THEN
               MOVE 0 TO ws-err-col
               MOVE "C002" TO ws-err-code
               MOVE "ROW DOES NOT HAVE 7 TO 9 FIELDS"
                   TO ws-err-reason
               PERFORM 4000-NOTE-FIELD-ERROR
               PERFORM 4100-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF

           INITIALIZE state
           MOVE ws-batch-source TO source-system-id
           PERFORM 2310-CONVERT-GAME-ID
           PERFORM 2320-CONVERT-DATE-PLAYED
           PERFORM 2330-CONVERT-ON-MOVE
           PERFORM 2340-CONVERT-BOARD
           PERFORM 2350-CONVERT-VARIANT
           PERFORM 2360-CONVERT-PRIORITY
           PERFORM 2370-CONVERT-MOVE-LOG
           PERFORM 2380-CONVERT-BOARD-SIZE
           PERFORM 2390-CONVERT-BLUNDER-PCT

           IF ws-row-error-sw = "Y" THEN
               PERFORM 4100-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF ws-batch-rec-count < ws-batch-capacity THEN
               ADD 1 TO ws-batch-rec-count
               MOVE state TO ws-batch-entry(ws-batch-rec-count)
           ELSE
               IF ws-batch-overflow-sw = "N" THEN
                   MOVE "Y" TO ws-batch-overflow-sw
                   PERFORM 8000-FAIL-BATCH
                   MOVE SPACES TO cvrpt-line
                   STRING "  BATCH BUFFER CAPACITY REACHED -- "
                       "BATCH HELD"
                       DELIMITED BY SIZE INTO cvrpt-line
                   WRITE cvrpt-line
               END-IF
           END-IF.

       2310-CONVERT-GAME-ID.
           MOVE 1 TO ws-err-col
           IF ws-fld-len(1) = 0 OR ws-fld-len(1) > 10 THEN
               MOVE "C003" TO ws-err-code
               MOVE "GAME-ID MISSING OR LONGER THAN 10"
                   TO ws-err-reason
               PERFORM 4000-NOTE-FIELD-ERROR
           ELSE
               MOVE ws-fld(1) TO game-id
           END-IF.

       2320-CONVERT-DATE-PLAYED.
           MOVE 2 TO ws-err-col
           MOVE "C004" TO ws-err-code
           MOVE "DATE-PLAYED NOT A VALID yyyymmdd DATE"
               TO ws-err-reason
           IF ws-fld-len(2) NOT = 8
                   OR ws-fld(2)(1:8) IS NOT NUMERIC THEN
               PERFORM 4000-NOTE-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE ws-fld(2)(1:8) TO ws-date-work
           IF FUNCTION TEST-DATE-YYYYMMDD(ws-date-work) NOT = 0 THEN
               PERFORM 4000-NOTE-FIELD-ERROR
           ELSE
               MOVE ws-date-work TO date-played
           END-IF.

       2330-CONVERT-ON-MOVE.
           MOVE 3 TO ws-err-col
           EVALUATE ws-fld(3)
               WHEN "X"
               WHEN "1"
                   MOVE 1 TO on-move
               WHEN "O"
               WHEN "-1"
                   MOVE -1 TO on-move
               WHEN OTHER
                   MOVE "C005" TO ws-err-code
                   MOVE "ON-MOVE NOT X, O, 1, OR -1" TO ws-err-reason
                   PERFORM 4000-NOTE-FIELD-ERROR
           END-EVALUATE.

      *    Nine cells, row by row: X is 1, O is -1, empty is 0 --
      *    the b-elem encoding the solver reads.
       2340-CONVERT-BOARD.
           MOVE 4 TO ws-err-col
           MOVE "C006" TO ws-err-code
           MOVE "BOARD NOT 9 CELLS OF X, O, OR -" TO ws-err-reason
           IF ws-fld-len(4) NOT = 9 THEN
               PERFORM 4000-NOTE-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-bad-field-sw
           PERFORM VARYING ws-cell-idx FROM 1 BY 1
               UNTIL ws-cell-idx > 9
               COMPUTE r = (ws-cell-idx - 1) / 3 + 1
               COMPUTE c = ws-cell-idx - (r - 1) * 3
               MOVE ws-fld(4)(ws-cell-idx:1) TO ws-cell-ch
               EVALUATE ws-cell-ch
                   WHEN "X"
                       MOVE 1 TO b-elem(r, c)
                   WHEN "O"
                       MOVE -1 TO b-elem(r, c)
                   WHEN "-"
                   WHEN "."
                       MOVE 0 TO b-elem(r, c)
                   WHEN OTHER
                       MOVE "Y" TO ws-bad-field-sw
               END-EVALUATE
           END-PERFORM
           IF ws-bad-field-sw = "Y" THEN
               PERFORM 4000-NOTE-FIELD-ERROR
           END-IF.

       2350-CONVERT-VARIANT.
           MOVE 5 TO ws-err-col
           EVALUATE ws-fld(5)
               WHEN SPACES
               WHEN "S"
                   MOVE "S" TO game-variant
               WHEN "M"
                   MOVE "M" TO game-variant
               WHEN OTHER
                   MOVE "C007" TO ws-err-code
                   MOVE "VARIANT NOT S, M, OR EMPTY" TO ws-err-reason
                   PERFORM 4000-NOTE-FIELD-ERROR
           END-EVALUATE.

       2360-CONVERT-PRIORITY.
           MOVE 6 TO ws-err-col
           EVALUATE ws-fld(6)
               WHEN SPACES
                   MOVE SPACE TO priority-class
               WHEN "H"
               WHEN "R"
                   MOVE ws-fld(6)(1:1) TO priority-class
               WHEN OTHER
                   MOVE "C008" TO ws-err-code
                   MOVE "PRIORITY NOT H, R, OR EMPTY" TO ws-err-reason
                   PERFORM 4000-NOTE-FIELD-ERROR
           END-EVALUATE.

      *    Row, column, side triples -- "11X22O13X" -- in the order
      *    the moves were played, up to the nine a board can hold.
       2370-CONVERT-MOVE-LOG.
           MOVE 7 TO ws-err-col
           MOVE "C009" TO ws-err-code
           MOVE "MOVE-LOG NOT ROW/COL/SIDE TRIPLES" TO ws-err-reason
           IF ws-fld-len(7) = 0 THEN
               MOVE 0 TO move-count
               EXIT PARAGRAPH
           END-IF
           IF ws-fld-len(7) > 27
                   OR FUNCTION MOD(ws-fld-len(7), 3) NOT = 0 THEN
               PERFORM 4000-NOTE-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE move-count = ws-fld-len(7) / 3
           MOVE "N" TO ws-bad-field-sw
           PERFORM VARYING ws-log-idx FROM 1 BY 1
               UNTIL ws-log-idx > move-count
               COMPUTE ws-log-pos = (ws-log-idx - 1) * 3 + 1
               IF ws-fld(7)(ws-log-pos:1) < "1"
                       OR ws-fld(7)(ws-log-pos:1) > "3"
                       OR ws-fld(7)(ws-log-pos + 1:1) < "1"
                       OR ws-fld(7)(ws-log-pos + 1:1) > "3" THEN
                   MOVE "Y" TO ws-bad-field-sw
               ELSE
                   MOVE ws-fld(7)(ws-log-pos:1)
                       TO log-row(ws-log-idx)
                   MOVE ws-fld(7)(ws-log-pos + 1:1)
                       TO log-col(ws-log-idx)
                   EVALUATE ws-fld(7)(ws-log-pos + 2:1)
                       WHEN "X"
                           MOVE 1 TO log-side(ws-log-idx)
                       WHEN "O"
                           MOVE -1 TO log-side(ws-log-idx)
                       WHEN OTHER
                           MOVE "Y" TO ws-bad-field-sw
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF ws-bad-field-sw = "Y" THEN
               PERFORM 4000-NOTE-FIELD-ERROR
           END-IF.

       2380-CONVERT-BOARD-SIZE.
           MOVE 8 TO ws-err-col
           IF ws-fld-count < 8 OR ws-fld-len(8) = 0 THEN
               MOVE 3 TO board-size
               EXIT PARAGRAPH
           END-IF
           IF ws-fld-len(8) = 1
                   AND ws-fld(8)(1:1) >= "1"
                   AND ws-fld(8)(1:1) <= "3" THEN
               MOVE ws-fld(8)(1:1) TO board-size
           ELSE
               MOVE "C010" TO ws-err-code
               MOVE "BOARD-SIZE NOT 1, 2, OR 3" TO ws-err-reason
               PERFORM 4000-NOTE-FIELD-ERROR
           END-IF.

       2390-CONVERT-BLUNDER-PCT.
           MOVE 9 TO ws-err-col
           IF ws-fld-count < 9 OR ws-fld-len(9) = 0 THEN
               MOVE 0 TO blunder-pct
               EXIT PARAGRAPH
           END-IF
           MOVE "C011" TO ws-err-code
           MOVE "BLUNDER-PCT NOT A NUMBER 0-100" TO ws-err-reason
           IF ws-fld-len(9) > 3
                   OR ws-fld(9)(1:ws-fld-len(9)) IS NOT NUMERIC THEN
               PERFORM 4000-NOTE-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE ws-fld(9)(1:ws-fld-len(9)) TO ws-num-work
           IF ws-num-work > 100 THEN
               PERFORM 4000-NOTE-FIELD-ERROR
           ELSE
               MOVE ws-num-work TO blunder-pct
           END-IF.

      *    Splits csv-row on the batch's delimiter into ws-fld, then
      *    strips each field's surrounding spaces.  A field longer
      *    than ws-fld keeps its COUNT length, so the field's own
      *    length check still rejects it.
       2500-SPLIT-ROW.
           MOVE SPACES TO ws-fld-tbl
           MOVE 0 TO ws-fld-count
           PERFORM VARYING fld-idx FROM 1 BY 1 UNTIL fld-idx > 10
               MOVE 0 TO ws-fld-len(fld-idx)
           END-PERFORM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(csv-row TRAILING))
               TO ws-row-len
           UNSTRING csv-row(1:ws-row-len) DELIMITED BY ws-delim
               INTO ws-fld(1) COUNT IN ws-fld-len(1)
                    ws-fld(2) COUNT IN ws-fld-len(2)
                    ws-fld(3) COUNT IN ws-fld-len(3)
                    ws-fld(4) COUNT IN ws-fld-len(4)
                    ws-fld(5) COUNT IN ws-fld-len(5)
                    ws-fld(6) COUNT IN ws-fld-len(6)
                    ws-fld(7) COUNT IN ws-fld-len(7)
                    ws-fld(8) COUNT IN ws-fld-len(8)
                    ws-fld(9) COUNT IN ws-fld-len(9)
                    ws-fld(10) COUNT IN ws-fld-len(10)
           END-UNSTRING
      *    Fields are counted off the delimiters, not the UNSTRING
      *    tally, so empty trailing fields ("...,11X,,") still count.
           INSPECT csv-row(1:ws-row-len)
               TALLYING ws-fld-count FOR ALL ws-delim
           ADD 1 TO ws-fld-count
           PERFORM VARYING fld-idx FROM 1 BY 1 UNTIL fld-idx > 10
               IF ws-fld(fld-idx) = SPACES THEN
                   MOVE 0 TO ws-fld-len(fld-idx)
               ELSE
                   IF ws-fld-len(fld-idx) NOT > 30 THEN
                       MOVE FUNCTION TRIM(ws-fld(fld-idx))
                           TO ws-fld(fld-idx)
                       MOVE FUNCTION LENGTH(
                           FUNCTION TRIM(ws-fld(fld-idx)))
                           TO ws-fld-len(fld-idx)
                   END-IF
               END-IF
           END-PERFORM.

      *    One failing field: listed on the report by row and column,
      *    and remembered as the row's reason when it is the first.
       4000-NOTE-FIELD-ERROR.
           IF ws-row-error-sw = "N" THEN
               MOVE "Y" TO ws-row-error-sw
               MOVE ws-err-col TO ws-first-col
               MOVE ws-err-code TO ws-first-code
               MOVE ws-err-reason TO ws-first-reason
           END-IF
           MOVE SPACES TO cvrpt-line
           IF ws-err-col = 0 THEN
               STRING "  ROW " ws-row-no " ROW          "
                   ws-err-code " " ws-err-reason
                   DELIMITED BY SIZE INTO cvrpt-line
           ELSE
               STRING "  ROW " ws-row-no " COL " ws-err-col " "
                   ws-field-name(ws-err-col) " "
                   ws-err-code " " ws-err-reason
                   " VALUE=" ws-fld(ws-err-col)
                   DELIMITED BY SIZE INTO cvrpt-line
           END-IF
           WRITE cvrpt-line.

       4100-WRITE-REJECT.
           ADD 1 TO ws-rejected-count
           IF ws-in-batch-sw = "Y" THEN
               ADD 1 TO ws-batch-reject-count
           END-IF
           MOVE SPACES TO cvrej-rec
           MOVE ws-row-no TO cvrej-row-no
           IF ws-in-batch-sw = "Y" THEN
               MOVE ws-batch-source TO cvrej-source-system-id
           END-IF
           MOVE ws-fld(1) TO cvrej-game-id
           MOVE ws-first-col TO cvrej-column
           MOVE ws-first-code TO cvrej-reason-code
           MOVE ws-first-reason TO cvrej-reason
           MOVE csv-row TO cvrej-row-image
           MOVE ws-run-id TO cvrej-run-id
           WRITE cvrej-rec.

      *    Close out the open batch: a balanced batch's converted
      *    records go to TTTCVRAW between a header carrying the
      *    sender's date and source and a trailer counting what was
      *    written; a held batch writes nothing.
       3000-FINISH-BATCH.
           MOVE "N" TO ws-in-batch-sw
           IF batch-failed THEN
               ADD 1 TO ws-failed-batch-count
               ADD ws-batch-rec-count TO ws-held-count
               MOVE SPACES TO cvrpt-line
               STRING "BATCH=" ws-batch-no
                   " HELD      ROWS=" ws-batch-row-count
                   " REJECTED=" ws-batch-reject-count
                   DELIMITED BY SIZE INTO cvrpt-line
               WRITE cvrpt-line
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-accepted-batch-count
           MOVE SPACES TO feed-hdr-rec
           MOVE "HDR   " TO feed-hdr-id
           MOVE ws-batch-date TO feed-hdr-date
           MOVE ws-batch-source TO feed-hdr-source-system-id
           WRITE feed-hdr-rec
           PERFORM VARYING batch-idx FROM 1 BY 1
               UNTIL batch-idx > ws-batch-rec-count
               MOVE ws-batch-entry(batch-idx) TO cvraw-rec
               WRITE cvraw-rec
           END-PERFORM
           MOVE SPACES TO feed-trl-rec
           MOVE "TRL   " TO feed-trl-id
           MOVE ws-batch-rec-count TO feed-trl-record-count
           WRITE feed-trl-rec
           ADD ws-batch-rec-count TO ws-converted-count
           MOVE ws-batch-rec-count TO ws-batch-written
           MOVE SPACES TO cvrpt-line
           STRING "BATCH=" ws-batch-no
               " RELEASED  ROWS=" ws-batch-row-count
               " REJECTED=" ws-batch-reject-count
               " WRITTEN=" ws-batch-written
               DELIMITED BY SIZE INTO cvrpt-line
           WRITE cvrpt-line.

       8000-FAIL-BATCH.
           MOVE "Y" TO ws-batch-failed-sw.

       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO cvrpt-line
           WRITE cvrpt-line
           MOVE SPACES TO cvrpt-line
           STRING "BATCHES=" ws-batch-count
               " RELEASED=" ws-accepted-batch-count
               " HELD=" ws-failed-batch-count
               DELIMITED BY SIZE INTO cvrpt-line
           WRITE cvrpt-line
           MOVE SPACES TO cvrpt-line
           STRING "DATA ROWS=" ws-data-row-count
               " CONVERTED=" ws-converted-count
               " REJECTED=" ws-rejected-count
               " HELD WITH BATCH=" ws-held-count
               DELIMITED BY SIZE INTO cvrpt-line
           WRITE cvrpt-line.

       0950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN ws-converted-count = 0 AND ws-data-row-count > 0
                   MOVE 12 TO ws-return-code
               WHEN ws-failed-batch-count > 0
                   MOVE 8 TO ws-return-code
               WHEN ws-rejected-count > 0
                   MOVE 4 TO ws-return-code
               WHEN OTHER
                   MOVE 0 TO ws-return-code
           END-EVALUATE.

       0975-WRITE-AUDIT-LOG.
           MOVE ws-converted-count TO ws-audit-position-count
           EVALUATE ws-return-code
               WHEN 12
                   MOVE "NO-OUTPUT " TO ws-audit-outcome
               WHEN 8
                   MOVE "BATCH-HELD" TO ws-audit-outcome
               WHEN 4
                   MOVE "REJECTS   " TO ws-audit-outcome
               WHEN OTHER
                   MOVE "OK        " TO ws-audit-outcome
           END-EVALUATE
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       END PROGRAM TTTCSVIN.
