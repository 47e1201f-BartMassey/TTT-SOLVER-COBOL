       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRSTMT.

      ******************************************************************
      *  Restatement impact analysis.  A change to the solver (a new
      *  GameValue rule, a NegaMax fix, a BestMoves ordering change)
      *  can change answers that have already gone out, and nobody
      *  could say which ones.  This job re-solves recorded history
      *  against the solver build it is linked with and lists every
      *  record whose answer would now come out differently:
      *
      *      PARM FROM=yyyymmdd,TO=yyyymmdd[,INPUT=ARCHIVE]
      *
      *  (the date range in fixed positions, the same style as
      *  TTTRPLAY; an absent range takes everything).  By default it
      *  walks the TTTHMAST history master, leaving out records
      *  TTTCORR voided or moved -- a moved solve is re-solved under
      *  its corrected key.  INPUT=ARCHIVE reads TTTARCOT instead:
      *  the hist-rec images a TTTARCGT retrieval selected, for
      *  history that has aged off the master.
      *
      *  Each position is rebuilt from its record the way TTTRPLAY
      *  rebuilds it, and solved through BestMoves with the
      *  transposition cache bypassed -- a cache built by the old
      *  build would hand back the old answers.  Three changes are
      *  looked for:
      *
      *      OUTCOME   the WIN/LOSS/DRAW outcome for the side on move
      *      BEST-SET  the recorded move is no longer among the
      *                equal-best moves the current build proves
      *      MOVE      the recommended move differs, the recorded
      *                move still being one of the equal-best
      *
      *  History does not carry the equal-best set an answer went
      *  out with, so BEST-SET tests the recorded move against the
      *  current set rather than comparing two sets.  Kiosk records
      *  served at difficulty level 1 rotate through the ties by
      *  design, so they are held to BEST-SET only, not MOVE; levels
      *  2 and 3 deliberately served a weaker move and are checked
      *  for OUTCOME only.  A record that was solved with a blunder
      *  percentage cannot be told apart on history and re-solves as
      *  perfect play.
      *
      *  TTTRSRPT lists every changed record, then totals by source
      *  and date played; TTTRSNOT carries one notice per changed
      *  record (rsnot.cpy), tagged by source for TTTDIST to route
      *  to the owners as the RESTATE output.  Run it from a
      *  candidate build before promotion for compliance's impact
      *  review (the notices are not distributed), and again from
      *  the promoted build for the owners' notices.  RETURN-CODE 8
      *  when any outcome changed, 4 when only moves changed, 0 when
      *  history restates unchanged.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hmast-key
               ALTERNATE RECORD KEY IS hmast-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmast-status.
           SELECT ttt-arcot ASSIGN TO "TTTARCOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-arcot-status.
           SELECT ttt-rsrpt ASSIGN TO "TTTRSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rsrpt-status.
           SELECT ttt-rsnot ASSIGN TO "TTTRSNOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rsnot-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-hmast.
       COPY hmast.

       FD  ttt-arcot
           RECORDING MODE IS F.
      *    Byte-for-byte hist-rec images (see tttarcgt.cbl) -- keep
      *    this length in step with hist.cpy.
       01 arcot-rec PIC X(147).

       FD  ttt-rsrpt
           RECORDING MODE IS F.
       01 rsrpt-line PIC X(132).

       FD  ttt-rsnot
           RECORDING MODE IS F.
       COPY rsnot.

       WORKING-STORAGE SECTION.
       COPY state.
       COPY hist.
       COPY cycdt.

       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-arcot-status PIC XX VALUE SPACES.
       01 ws-rsrpt-status PIC XX VALUE SPACES.
       01 ws-rsnot-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-history VALUE "Y".

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-from-date PIC 9(8) VALUE 0.
       01 ws-to-date PIC 9(8) VALUE 99999999.
      *    "H" walks TTTHMAST, "A" reads the TTTARCOT retrieval.
       01 ws-input-sw PIC X VALUE "H".
           88 input-is-master VALUE "H".
           88 input-is-archive VALUE "A".

      *    BestMoves results for the position being restated.
       01 ws-game-value PIC S99 COMP.
       01 ws-move-row PIC 9 COMP.
       01 ws-move-col PIC 9 COMP.
       01 ws-node-count PIC 9(9) COMP.
       01 ws-pv-arg-group.
           05 ws-pv-row PIC 9 COMP OCCURS 9 TIMES.
           05 ws-pv-col PIC 9 COMP OCCURS 9 TIMES.
       01 ws-pv-length PIC 9 COMP.
       01 ws-tie-arg-group.
           05 ws-tie-row PIC 9 COMP OCCURS 9 TIMES.
           05 ws-tie-col PIC 9 COMP OCCURS 9 TIMES.
       01 ws-tie-count PIC 9 COMP.
       01 tie-idx PIC 9 COMP.
       01 ws-outcome-sign PIC S9 COMP.
       01 ws-outcome-lit PIC X(4).
       01 ws-distance PIC 99 COMP.
       01 disp-distance PIC 9.
       01 ws-outcome-disp PIC X(9).

      *    TransCache's argument list, used here only to switch the
      *    cache off for the run.
       01 ws-cache-found-sw PIC X.
       01 ws-cache-result PIC S99 COMP.
       01 ws-cache-move-row PIC 9 COMP.
       01 ws-cache-move-col PIC 9 COMP.

      *    The change flags for the record being compared.
       01 ws-outcome-chg-sw PIC X.
       01 ws-best-set-chg-sw PIC X.
       01 ws-move-chg-sw PIC X.
       01 ws-in-set-sw PIC X.
       01 ws-changes-disp PIC X(21).
       01 ws-changes-ptr PIC 9(4) COMP.
       01 ws-best-disp PIC X(45) VALUE SPACES.
       01 ws-best-disp-ptr PIC 9(4) COMP.
       01 disp-tie-row PIC 9.
       01 disp-tie-col PIC 9.

       01 ws-parse-ok-sw PIC X.
       01 ws-log-ptr PIC 9(4) COMP.
       01 ws-log-ch PIC X.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.
       01 disp-idx PIC 9 COMP.

       01 ws-read-count PIC 9(9) COMP VALUE 0.
       01 ws-range-skip-count PIC 9(9) COMP VALUE 0.
       01 ws-corr-skip-count PIC 9(9) COMP VALUE 0.
       01 ws-bad-log-count PIC 9(9) COMP VALUE 0.
       01 ws-restated-count PIC 9(9) COMP VALUE 0.
       01 ws-changed-count PIC 9(9) COMP VALUE 0.
       01 ws-outcome-chg-count PIC 9(9) COMP VALUE 0.
       01 ws-best-set-chg-count PIC 9(9) COMP VALUE 0.
       01 ws-move-chg-count PIC 9(9) COMP VALUE 0.
       01 ws-notice-count PIC 9(9) COMP VALUE 0.

      *    Totals by source and date played, kept in source/date
      *    order as entries are added so the totals print without a
      *    sort.  A history range with more source/dates than the
      *    table holds still restates in full; the overflow is only
      *    left out of this table and counted on the report.
       01 ws-tot-count PIC 9(4) COMP VALUE 0.
       01 ws-tot-table.
           05 ws-tot-entry OCCURS 3000 TIMES.
               10 ws-tot-key.
                   15 ws-tot-source PIC X(8).
                   15 ws-tot-date PIC 9(8).
               10 ws-tot-restated PIC 9(7) COMP.
               10 ws-tot-changed PIC 9(7) COMP.
               10 ws-tot-outcome PIC 9(7) COMP.
               10 ws-tot-best-set PIC 9(7) COMP.
               10 ws-tot-move PIC 9(7) COMP.
       01 ws-tot-overflow-count PIC 9(9) COMP VALUE 0.
       01 ws-probe-key.
           05 ws-probe-source PIC X(8).
           05 ws-probe-date PIC 9(8).
       01 tot-idx PIC 9(4) COMP.
       01 tot-idx2 PIC S9(4) COMP.
       01 ws-tot-found-sw PIC X.

      *    Running subtotal for one source while the totals print.
       01 ws-sub-source PIC X(8).
       01 ws-sub-restated PIC 9(9) COMP.
       01 ws-sub-changed PIC 9(9) COMP.
       01 ws-sub-outcome PIC 9(9) COMP.
       01 ws-sub-best-set PIC 9(9) COMP.
       01 ws-sub-move PIC 9(9) COMP.

       01 ws-detail-line.
           05 rd-game-id PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rd-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 rd-source PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rd-changes PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 rd-rec-move PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 rd-rec-outcome PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 rd-rec-level PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 rd-rec-bounded PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 rd-new-move PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 rd-new-outcome PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 rd-new-best PIC X(45).

       01 ws-total-line.
           05 rt-source PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rt-date PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 rt-restated PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rt-changed PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rt-outcome PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rt-best-set PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rt-move PIC ZZZ,ZZZ,ZZ9.

       01 disp-count PIC ZZZ,ZZZ,ZZ9.
       01 disp-from-date PIC 9(8).
       01 disp-to-date PIC 9(8).

       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTRSTMT".
       01 ws-audit-input-source PIC X(20) VALUE "TTTHMAST".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail and on every notice
      *    this run writes.
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
           MOVE cycle-date TO ws-current-date
           PERFORM 0050-PARSE-PARM
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING

      *    Every solve below must come from the search itself, never
      *    from a cache entry the previous build wrote.
           INITIALIZE state
           CALL "TransCache" USING
             BY REFERENCE state
             BY CONTENT "D"
             BY REFERENCE ws-cache-found-sw
             BY REFERENCE ws-cache-result
             BY REFERENCE ws-cache-move-row
             BY REFERENCE ws-cache-move-col
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length

           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-history
               ADD 1 TO ws-read-count
               EVALUATE TRUE
                   WHEN hist-date-played < ws-from-date
                       OR hist-date-played > ws-to-date
                       ADD 1 TO ws-range-skip-count
                   WHEN input-is-master
                       AND (hmast-voided OR hmast-moved)
                       ADD 1 TO ws-corr-skip-count
                   WHEN OTHER
                       PERFORM 2000-RESTATE-RECORD
               END-EVALUATE
               PERFORM 1000-READ-NEXT
           END-PERFORM

           PERFORM 3000-WRITE-TOTALS
           PERFORM 0900-WRITE-SUMMARY
           IF input-is-master THEN
               CLOSE ttt-hmast
           ELSE
               CLOSE ttt-arcot
           END-IF
           CLOSE ttt-rsrpt ttt-rsnot
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    PARM format is FROM=yyyymmdd,TO=yyyymmdd (both fixed
      *    positions, same style as TTTRPLAY), optionally followed by
      *    ,INPUT=ARCHIVE; an absent or blank range restates all of
      *    the input.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:5) = "FROM=" AND ws-parm(15:3) = "TO=" THEN
               IF ws-parm(6:8) IS NUMERIC
                       AND ws-parm(18:8) IS NUMERIC THEN
                   MOVE ws-parm(6:8) TO ws-from-date
                   MOVE ws-parm(18:8) TO ws-to-date
               ELSE
                   DISPLAY "TTTRSTMT: PARM MUST BE "
                       "FROM=yyyymmdd,TO=yyyymmdd[,INPUT=ARCHIVE]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF ws-parm(26:14) = ",INPUT=ARCHIVE" THEN
                   SET input-is-archive TO TRUE
               END-IF
           ELSE
               IF ws-parm(1:13) = "INPUT=ARCHIVE" THEN
                   SET input-is-archive TO TRUE
               END-IF
           END-IF
           IF ws-to-date < ws-from-date THEN
               DISPLAY "TTTRSTMT: TO DATE BEFORE FROM DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF input-is-archive THEN
               MOVE "TTTARCOT" TO ws-audit-input-source
           END-IF
           MOVE ws-from-date TO disp-from-date
           MOVE ws-to-date TO disp-to-date
           MOVE SPACES TO ws-options-echo
           STRING "FROM=" disp-from-date ",TO=" disp-to-date
               ",INPUT=" ws-audit-input-source
               DELIMITED BY SIZE INTO ws-options-echo.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TQ" FUNCTION CURRENT-DATE(1:14)
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
           IF input-is-master THEN
               OPEN INPUT ttt-hmast
               IF ws-hmast-status NOT = "00" THEN
                   DISPLAY "TTTRSTMT: unable to open TTTHMAST, status "
                       ws-hmast-status
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO hmast-key
               START ttt-hmast KEY NOT LESS THAN hmast-key
                   INVALID KEY
                       SET end-of-history TO TRUE
               END-START
           ELSE
               OPEN INPUT ttt-arcot
               IF ws-arcot-status NOT = "00" THEN
                   DISPLAY "TTTRSTMT: unable to open TTTARCOT, status "
                       ws-arcot-status
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ttt-rsrpt
           IF ws-rsrpt-status NOT = "00" THEN
               DISPLAY "TTTRSTMT: unable to open TTTRSRPT, status "
                   ws-rsrpt-status
               STOP RUN
           END-IF
           OPEN OUTPUT ttt-rsnot
           IF ws-rsnot-status NOT = "00" THEN
               DISPLAY "TTTRSTMT: unable to open TTTRSNOT, status "
                   ws-rsnot-status
               CLOSE ttt-rsrpt
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE SPACES TO rsrpt-line
           STRING "TTT RESTATEMENT IMPACT ANALYSIS  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               "  RUN " ws-run-id
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE SPACES TO rsrpt-line
           STRING "HISTORY " ws-audit-input-source(1:8)
               "  DATES PLAYED " disp-from-date " TO " disp-to-date
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE ALL "-" TO rsrpt-line
           WRITE rsrpt-line
           MOVE SPACES TO rsrpt-line
           STRING "GAME-ID    DATE     SOURCE   CHANGES               "
               "RECORDED        RESTATED        EQUAL-BEST NOW"
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE SPACES TO rsrpt-line
           STRING "                                                   "
               " MOVE  OUTC L B MOVE  OUTCOME"
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line.

      *    Either input lands in hist-rec, so everything downstream
      *    works off the one layout; a master record also keeps its
      *    correction status in hmast-rec for the skip test.
       1000-READ-NEXT.
           IF input-is-master THEN
               PERFORM 1100-READ-MASTER
           ELSE
               READ ttt-arcot
                   AT END
                       SET end-of-history TO TRUE
                   NOT AT END
                       MOVE arcot-rec TO hist-rec
               END-READ
           END-IF.

      *    A physical error on the scan sets a 9x status that AT END
      *    does not catch -- without the status guard the loop would
      *    spin on it forever.
       1100-READ-MASTER.
           IF end-of-history THEN
               EXIT PARAGRAPH
           END-IF
           READ ttt-hmast NEXT
               AT END
                   SET end-of-history TO TRUE
           END-READ
           IF NOT end-of-history AND ws-hmast-status NOT = "00" THEN
               DISPLAY "TTTRSTMT: TTTHMAST scan ended on status "
                   ws-hmast-status
               SET end-of-history TO TRUE
           END-IF
           IF NOT end-of-history THEN
               MOVE hmast-game-id TO hist-game-id
               MOVE hmast-date-played TO hist-date-played
               MOVE hmast-on-move TO hist-on-move
               MOVE hmast-board TO hist-board
               MOVE hmast-move-row TO hist-move-row
               MOVE hmast-move-col TO hist-move-col
               MOVE hmast-value TO hist-value
               MOVE hmast-outcome TO hist-outcome
               MOVE hmast-node-count TO hist-node-count
               MOVE hmast-source-system-id TO hist-source-system-id
               MOVE hmast-move-log-disp TO hist-move-log-disp
               MOVE hmast-board-size TO hist-board-size
               MOVE hmast-variant TO hist-variant
               MOVE hmast-bounded TO hist-bounded
               MOVE hmast-served-level TO hist-served-level
               MOVE hmast-served-value TO hist-served-value
               MOVE hmast-run-id TO hist-run-id
           END-IF.

       2000-RESTATE-RECORD.
           PERFORM 2100-REBUILD-STATE
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
           ADD 1 TO ws-restated-count
           ADD 1 TO ws-audit-position-count
           PERFORM 2200-FOLD-OUTCOME
           PERFORM 2300-COMPARE-ANSWER

           MOVE hist-source-system-id TO ws-probe-source
           MOVE hist-date-played TO ws-probe-date
           PERFORM 2600-FIND-TOTAL-ENTRY
           IF ws-tot-found-sw = "Y" THEN
               ADD 1 TO ws-tot-restated(tot-idx)
           END-IF

           IF ws-outcome-chg-sw = "N" AND ws-best-set-chg-sw = "N"
                   AND ws-move-chg-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-changed-count
           IF ws-tot-found-sw = "Y" THEN
               ADD 1 TO ws-tot-changed(tot-idx)
           END-IF
           IF ws-outcome-chg-sw = "Y" THEN
               ADD 1 TO ws-outcome-chg-count
               IF ws-tot-found-sw = "Y" THEN
                   ADD 1 TO ws-tot-outcome(tot-idx)
               END-IF
           END-IF
           IF ws-best-set-chg-sw = "Y" THEN
               ADD 1 TO ws-best-set-chg-count
               IF ws-tot-found-sw = "Y" THEN
                   ADD 1 TO ws-tot-best-set(tot-idx)
               END-IF
           END-IF
           IF ws-move-chg-sw = "Y" THEN
               ADD 1 TO ws-move-chg-count
               IF ws-tot-found-sw = "Y" THEN
                   ADD 1 TO ws-tot-move(tot-idx)
               END-IF
           END-IF
           PERFORM 2400-WRITE-DETAIL
           PERFORM 2500-WRITE-NOTICE.

      *    One state record back from its journal image, the same
      *    decode TTTRPLAY applies: board digits to b-elem, the move
      *    log parsed out of its "(r,c:X)" rendering.  Blunder-pct
      *    is 0 -- a restatement is always the deterministic solve.
       2100-REBUILD-STATE.
           INITIALIZE state
           MOVE hist-on-move TO on-move
           MOVE 0 TO blunder-pct
           MOVE hist-board-size TO board-size
           IF board-size = 0 THEN
               MOVE 3 TO board-size
           END-IF
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   COMPUTE disp-idx = (r - 1) * 3 + c
                   EVALUATE hist-board(disp-idx:1)
                       WHEN "1"
                           MOVE 1 TO b-elem(r, c)
                       WHEN "2"
                           MOVE -1 TO b-elem(r, c)
                       WHEN OTHER
                           MOVE 0 TO b-elem(r, c)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           MOVE hist-game-id TO game-id
           MOVE hist-date-played TO date-played
           MOVE hist-source-system-id TO source-system-id
           IF hist-variant = "M" THEN
               MOVE "M" TO game-variant
           ELSE
               MOVE "S" TO game-variant
           END-IF
           MOVE SPACE TO priority-class
           PERFORM 2150-PARSE-MOVE-LOG.

      *    hist-move-log-disp renders one entry per 7 characters as
      *    "(r,c:X)"; entries stop at the first blank.  A log that
      *    does not match the rendering rebuilds as empty -- counted,
      *    and the position itself still restates.
       2150-PARSE-MOVE-LOG.
           MOVE 0 TO move-count
           MOVE "Y" TO ws-parse-ok-sw
           MOVE 1 TO ws-log-ptr
           PERFORM UNTIL ws-log-ptr > 63
                   OR hist-move-log-disp(ws-log-ptr:1) = SPACE
                   OR ws-parse-ok-sw = "N"
               IF hist-move-log-disp(ws-log-ptr:1) NOT = "("
                   OR hist-move-log-disp(ws-log-ptr + 1:1)
                       NOT NUMERIC
                   OR hist-move-log-disp(ws-log-ptr + 3:1)
                       NOT NUMERIC THEN
                   MOVE "N" TO ws-parse-ok-sw
               ELSE
                   ADD 1 TO move-count
                   MOVE hist-move-log-disp(ws-log-ptr + 1:1)
                       TO log-row(move-count)
                   MOVE hist-move-log-disp(ws-log-ptr + 3:1)
                       TO log-col(move-count)
                   MOVE hist-move-log-disp(ws-log-ptr + 5:1)
                       TO ws-log-ch
                   IF ws-log-ch = "X" THEN
                       MOVE 1 TO log-side(move-count)
                   ELSE
                       MOVE -1 TO log-side(move-count)
                   END-IF
                   ADD 7 TO ws-log-ptr
               END-IF
           END-PERFORM
           IF ws-parse-ok-sw = "N" THEN
               ADD 1 TO ws-bad-log-count
               MOVE 0 TO move-count
               PERFORM VARYING ws-log-ptr FROM 1 BY 1
                   UNTIL ws-log-ptr > 9
                   MOVE 0 TO log-row(ws-log-ptr)
                   MOVE 0 TO log-col(ws-log-ptr)
                   MOVE 0 TO log-side(ws-log-ptr)
               END-PERFORM
           END-IF.

      *    The distance-encoded value folds to a sign, an outcome
      *    literal, and a ply count exactly as TTT's 2200 folds it,
      *    so the restated side reads the way the recorded side did.
       2200-FOLD-OUTCOME.
           EVALUATE TRUE
               WHEN ws-game-value > 0
                   MOVE 1 TO ws-outcome-sign
                   MOVE "WIN " TO ws-outcome-lit
                   COMPUTE ws-distance = 10 - ws-game-value
                   MOVE ws-distance TO disp-distance
                   MOVE SPACES TO ws-outcome-disp
                   STRING "WIN-IN-" disp-distance
                       DELIMITED BY SIZE INTO ws-outcome-disp
               WHEN ws-game-value < 0
                   MOVE -1 TO ws-outcome-sign
                   MOVE "LOSS" TO ws-outcome-lit
                   COMPUTE ws-distance = 10 + ws-game-value
                   MOVE ws-distance TO disp-distance
                   MOVE SPACES TO ws-outcome-disp
                   STRING "LOSS-IN-" disp-distance
                       DELIMITED BY SIZE INTO ws-outcome-disp
               WHEN OTHER
                   MOVE 0 TO ws-outcome-sign
                   MOVE 0 TO ws-distance
                   MOVE "DRAW" TO ws-outcome-lit
                   MOVE "DRAW" TO ws-outcome-disp
           END-EVALUATE.

      *    Which checks apply depends on how the recorded move was
      *    chosen: batch records (level 0) carry the primary move,
      *    kiosk level 1 carries any one of the ties in rotation,
      *    and kiosk levels 2 and 3 carry a deliberately weaker move
      *    that no restatement should second-guess.
       2300-COMPARE-ANSWER.
           MOVE "N" TO ws-outcome-chg-sw
           MOVE "N" TO ws-best-set-chg-sw
           MOVE "N" TO ws-move-chg-sw
           IF ws-outcome-sign NOT = hist-value THEN
               MOVE "Y" TO ws-outcome-chg-sw
           END-IF
           IF hist-served-level > 1 THEN
               EXIT PARAGRAPH
           END-IF

      *    A position already over has no moves on either side: the
      *    recorded 0,0 against an empty set is no change.
           MOVE "N" TO ws-in-set-sw
           IF ws-tie-count = 0 AND hist-move-row = 0
                   AND hist-move-col = 0 THEN
               MOVE "Y" TO ws-in-set-sw
           END-IF
           PERFORM VARYING tie-idx FROM 1 BY 1
               UNTIL tie-idx > ws-tie-count
               IF ws-tie-row(tie-idx) = hist-move-row
                       AND ws-tie-col(tie-idx) = hist-move-col THEN
                   MOVE "Y" TO ws-in-set-sw
               END-IF
           END-PERFORM
           IF ws-in-set-sw = "N" THEN
               MOVE "Y" TO ws-best-set-chg-sw
               EXIT PARAGRAPH
           END-IF

           IF hist-served-level = 0
                   AND (ws-move-row NOT = hist-move-row
                        OR ws-move-col NOT = hist-move-col) THEN
               MOVE "Y" TO ws-move-chg-sw
           END-IF.

       2400-WRITE-DETAIL.
           MOVE SPACES TO ws-changes-disp
           MOVE 1 TO ws-changes-ptr
           IF ws-outcome-chg-sw = "Y" THEN
               STRING "OUTCOME "
                   DELIMITED BY SIZE INTO ws-changes-disp
                   WITH POINTER ws-changes-ptr
           END-IF
           IF ws-best-set-chg-sw = "Y" THEN
               STRING "BEST-SET "
                   DELIMITED BY SIZE INTO ws-changes-disp
                   WITH POINTER ws-changes-ptr
           END-IF
           IF ws-move-chg-sw = "Y" THEN
               STRING "MOVE"
                   DELIMITED BY SIZE INTO ws-changes-disp
                   WITH POINTER ws-changes-ptr
           END-IF

           MOVE SPACES TO ws-best-disp
           MOVE 1 TO ws-best-disp-ptr
           PERFORM VARYING tie-idx FROM 1 BY 1
               UNTIL tie-idx > ws-tie-count
               MOVE ws-tie-row(tie-idx) TO disp-tie-row
               MOVE ws-tie-col(tie-idx) TO disp-tie-col
               STRING "(" disp-tie-row "," disp-tie-col ")"
                   DELIMITED BY SIZE
                   INTO ws-best-disp
                   WITH POINTER ws-best-disp-ptr
           END-PERFORM

           MOVE hist-game-id TO rd-game-id
           MOVE hist-date-played TO rd-date
           MOVE hist-source-system-id TO rd-source
           MOVE ws-changes-disp TO rd-changes
           MOVE SPACES TO rd-rec-move
           STRING "(" hist-move-row "," hist-move-col ")"
               DELIMITED BY SIZE INTO rd-rec-move
           MOVE hist-outcome TO rd-rec-outcome
           MOVE hist-served-level TO rd-rec-level
           MOVE hist-bounded TO rd-rec-bounded
           MOVE ws-move-row TO disp-tie-row
           MOVE ws-move-col TO disp-tie-col
           MOVE SPACES TO rd-new-move
           STRING "(" disp-tie-row "," disp-tie-col ")"
               DELIMITED BY SIZE INTO rd-new-move
           MOVE ws-outcome-disp TO rd-new-outcome
           MOVE ws-best-disp TO rd-new-best
           MOVE ws-detail-line TO rsrpt-line
           WRITE rsrpt-line.

       2500-WRITE-NOTICE.
           MOVE SPACES TO rsnot-rec
           MOVE hist-source-system-id TO rsnot-source-system-id
           MOVE hist-game-id TO rsnot-game-id
           MOVE hist-date-played TO rsnot-date-played
           MOVE ws-outcome-chg-sw TO rsnot-outcome-chg
           MOVE ws-best-set-chg-sw TO rsnot-best-set-chg
           MOVE ws-move-chg-sw TO rsnot-move-chg
           MOVE hist-move-row TO rsnot-rec-move-row
           MOVE hist-move-col TO rsnot-rec-move-col
           MOVE hist-outcome TO rsnot-rec-outcome
           MOVE hist-served-level TO rsnot-rec-served-level
           MOVE hist-bounded TO rsnot-rec-bounded
           MOVE ws-move-row TO rsnot-new-move-row
           MOVE ws-move-col TO rsnot-new-move-col
           MOVE ws-outcome-lit TO rsnot-new-outcome
           MOVE ws-distance TO rsnot-new-distance
           MOVE ws-tie-count TO rsnot-new-best-count
           PERFORM VARYING tie-idx FROM 1 BY 1 UNTIL tie-idx > 9
               IF tie-idx > ws-tie-count THEN
                   MOVE 0 TO rsnot-new-best-row(tie-idx)
                   MOVE 0 TO rsnot-new-best-col(tie-idx)
               ELSE
                   MOVE ws-tie-row(tie-idx)
                       TO rsnot-new-best-row(tie-idx)
                   MOVE ws-tie-col(tie-idx)
                       TO rsnot-new-best-col(tie-idx)
               END-IF
           END-PERFORM
           MOVE hist-run-id TO rsnot-orig-run-id
           MOVE ws-run-id TO rsnot-run-id
           WRITE rsnot-rec
           ADD 1 TO ws-notice-count.

      *    Finds the source/date entry for ws-probe-key, adding it in
      *    key order when new (later entries shift down one).  A full
      *    table leaves ws-tot-found-sw "N" and counts the record.
       2600-FIND-TOTAL-ENTRY.
           MOVE "N" TO ws-tot-found-sw
           MOVE 1 TO tot-idx
           PERFORM UNTIL tot-idx > ws-tot-count
                   OR ws-tot-key(tot-idx) NOT < ws-probe-key
               ADD 1 TO tot-idx
           END-PERFORM
           IF tot-idx NOT > ws-tot-count THEN
               IF ws-tot-key(tot-idx) = ws-probe-key THEN
                   MOVE "Y" TO ws-tot-found-sw
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ws-tot-count = 3000 THEN
               ADD 1 TO ws-tot-overflow-count
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING tot-idx2 FROM ws-tot-count BY -1
               UNTIL tot-idx2 < tot-idx
               MOVE ws-tot-entry(tot-idx2)
                   TO ws-tot-entry(tot-idx2 + 1)
           END-PERFORM
           ADD 1 TO ws-tot-count
           MOVE ws-probe-key TO ws-tot-key(tot-idx)
           MOVE 0 TO ws-tot-restated(tot-idx)
           MOVE 0 TO ws-tot-changed(tot-idx)
           MOVE 0 TO ws-tot-outcome(tot-idx)
           MOVE 0 TO ws-tot-best-set(tot-idx)
           MOVE 0 TO ws-tot-move(tot-idx)
           MOVE "Y" TO ws-tot-found-sw.

      *    One line per source and date played, a subtotal line after
      *    each source's last date, and the grand total.
       3000-WRITE-TOTALS.
           MOVE SPACES TO rsrpt-line
           WRITE rsrpt-line
           MOVE SPACES TO rsrpt-line
           STRING "TOTALS BY SOURCE AND DATE PLAYED"
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE SPACES TO rsrpt-line
           STRING "SOURCE   DATE          RESTATED     CHANGED"
               "     OUTCOME    BEST-SET        MOVE"
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE SPACES TO ws-sub-source
           PERFORM VARYING tot-idx FROM 1 BY 1
               UNTIL tot-idx > ws-tot-count
               IF ws-tot-source(tot-idx) NOT = ws-sub-source THEN
                   IF tot-idx > 1 THEN
                       PERFORM 3100-WRITE-SOURCE-SUBTOTAL
                   END-IF
                   MOVE ws-tot-source(tot-idx) TO ws-sub-source
                   MOVE 0 TO ws-sub-restated ws-sub-changed
                       ws-sub-outcome ws-sub-best-set ws-sub-move
               END-IF
               ADD ws-tot-restated(tot-idx) TO ws-sub-restated
               ADD ws-tot-changed(tot-idx) TO ws-sub-changed
               ADD ws-tot-outcome(tot-idx) TO ws-sub-outcome
               ADD ws-tot-best-set(tot-idx) TO ws-sub-best-set
               ADD ws-tot-move(tot-idx) TO ws-sub-move
               MOVE ws-tot-source(tot-idx) TO rt-source
               MOVE SPACES TO rt-date
               STRING ws-tot-date(tot-idx)(1:4) "-"
                   ws-tot-date(tot-idx)(5:2) "-"
                   ws-tot-date(tot-idx)(7:2)
                   DELIMITED BY SIZE INTO rt-date
               MOVE ws-tot-restated(tot-idx) TO rt-restated
               MOVE ws-tot-changed(tot-idx) TO rt-changed
               MOVE ws-tot-outcome(tot-idx) TO rt-outcome
               MOVE ws-tot-best-set(tot-idx) TO rt-best-set
               MOVE ws-tot-move(tot-idx) TO rt-move
               MOVE ws-total-line TO rsrpt-line
               WRITE rsrpt-line
           END-PERFORM
           IF ws-tot-count > 0 THEN
               PERFORM 3100-WRITE-SOURCE-SUBTOTAL
           END-IF
           MOVE "ALL" TO rt-source
           MOVE "TOTAL" TO rt-date
           MOVE ws-restated-count TO rt-restated
           MOVE ws-changed-count TO rt-changed
           MOVE ws-outcome-chg-count TO rt-outcome
           MOVE ws-best-set-chg-count TO rt-best-set
           MOVE ws-move-chg-count TO rt-move
           MOVE ws-total-line TO rsrpt-line
           WRITE rsrpt-line
           IF ws-tot-overflow-count > 0 THEN
               MOVE ws-tot-overflow-count TO disp-count
               MOVE SPACES TO rsrpt-line
               STRING "SOURCE/DATE TABLE FULL -- " disp-count
                   " RECORDS RESTATED BUT LEFT OUT OF THE LINES ABOVE"
                   DELIMITED BY SIZE INTO rsrpt-line
               WRITE rsrpt-line
           END-IF.

       3100-WRITE-SOURCE-SUBTOTAL.
           MOVE ws-sub-source TO rt-source
           MOVE "SUBTOTAL" TO rt-date
           MOVE ws-sub-restated TO rt-restated
           MOVE ws-sub-changed TO rt-changed
           MOVE ws-sub-outcome TO rt-outcome
           MOVE ws-sub-best-set TO rt-best-set
           MOVE ws-sub-move TO rt-move
           MOVE ws-total-line TO rsrpt-line
           WRITE rsrpt-line
           MOVE SPACES TO rsrpt-line
           WRITE rsrpt-line.

       0900-WRITE-SUMMARY.
           MOVE SPACES TO rsrpt-line
           WRITE rsrpt-line
           MOVE ws-read-count TO disp-count
           MOVE SPACES TO rsrpt-line
           STRING "HISTORY RECORDS READ        " disp-count
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE ws-range-skip-count TO disp-count
           MOVE SPACES TO rsrpt-line
           STRING "  OUTSIDE DATE RANGE        " disp-count
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE ws-corr-skip-count TO disp-count
           MOVE SPACES TO rsrpt-line
           STRING "  VOIDED OR MOVED           " disp-count
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE ws-restated-count TO disp-count
           MOVE SPACES TO rsrpt-line
           STRING "POSITIONS RESTATED          " disp-count
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE ws-bad-log-count TO disp-count
           MOVE SPACES TO rsrpt-line
           STRING "  MOVE LOGS REBUILT EMPTY   " disp-count
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE ws-changed-count TO disp-count
           MOVE SPACES TO rsrpt-line
           STRING "ANSWERS THAT WOULD CHANGE   " disp-count
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           MOVE ws-notice-count TO disp-count
           MOVE SPACES TO rsrpt-line
           STRING "RESTATEMENT NOTICES WRITTEN " disp-count
               DELIMITED BY SIZE INTO rsrpt-line
           WRITE rsrpt-line
           DISPLAY "TTTRSTMT: READ=" ws-read-count
               " RESTATED=" ws-restated-count
               " CHANGED=" ws-changed-count.

       0950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN ws-outcome-chg-count > 0
                   MOVE 8 TO ws-return-code
               WHEN ws-changed-count > 0
                   MOVE 4 TO ws-return-code
               WHEN OTHER
                   MOVE 0 TO ws-return-code
           END-EVALUATE.

       0975-WRITE-AUDIT-LOG.
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

       END PROGRAM TTTRSTMT.
