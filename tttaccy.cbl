       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTACCY.

      ******************************************************************
      *  Prediction accuracy from actual game results.  We tell a
      *  source a position is WIN-IN-3 or LOSS-IN-4 and never learn
      *  how the game ended.  Sources and the kiosk vendor now send
      *  the results back on TTTGRES (gres.cpy: GAME-ID, DATE-PLAYED,
      *  who won, moves played), and this job matches each result to
      *  its solve on TTTHMAST by the master's primary key.  A solve
      *  TTTCORR moved to a corrected date is followed to its new
      *  key; a voided solve is not matched.
      *
      *  The result is restated for the side that was on move in the
      *  solved position and set against the solved outcome.
      *  TTTACRPT shows
      *
      *      predicted outcome against actual result, WIN/DRAW/LOSS
      *      how often forced outcomes happened, and whether on the
      *      predicted move, sooner, or later
      *      how often drawn positions were thrown away (lost)
      *      every source -- a kiosk terminal is its own source on
      *      the master -- ranked by how far its games deviate from
      *      the solved result
      *
      *  Solves that are not a proven best answer are matched but not
      *  scored: kiosk difficulty levels 2 and 3 deliberately served
      *  a weaker move, and a budget-bounded answer is unproven.
      *
      *  Every result that cannot be matched or does not make sense
      *  goes on the TTTGREX exceptions list with a G-series reason
      *  (G001-G007) and is left out of the figures.  RETURN-CODE 4
      *  when there are exceptions, else 0.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-gres ASSIGN TO "TTTGRES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gres-status.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hmast-key
               ALTERNATE RECORD KEY IS hmast-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmast-status.
           SELECT ttt-acrpt ASSIGN TO "TTTACRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-acrpt-status.
           SELECT ttt-grex ASSIGN TO "TTTGREX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-grex-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-gres
           RECORDING MODE IS F.
       COPY gres.

       FD  ttt-hmast.
       COPY hmast.

       FD  ttt-acrpt
           RECORDING MODE IS F.
       01 acrpt-line PIC X(132).

       FD  ttt-grex
           RECORDING MODE IS F.
       01 grex-line PIC X(132).

       WORKING-STORAGE SECTION.
       COPY cycdt.

       01 ws-gres-status PIC XX VALUE SPACES.
       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-acrpt-status PIC XX VALUE SPACES.
       01 ws-grex-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-results VALUE "Y".

      *    The result being matched.
       01 ws-found-sw PIC X.
       01 ws-reason-code PIC X(4).
       01 ws-reason PIC X(40).
      *    Solved and actual outcome for the side on move, as
      *    subscripts into the tables below: 1 WIN, 2 DRAW, 3 LOSS.
       01 ws-pred-idx PIC 9 COMP.
       01 ws-act-idx PIC 9 COMP.
       01 ws-pieces PIC 99 COMP.
       01 ws-remaining PIC S99 COMP.
       01 ws-pred-distance PIC 99 COMP.
       01 disp-idx PIC 99 COMP.

       01 ws-outcome-names.
           05 FILLER PIC X(11) VALUE "FORCED WIN ".
           05 FILLER PIC X(11) VALUE "DRAW       ".
           05 FILLER PIC X(11) VALUE "FORCED LOSS".
       01 ws-outcome-name-tbl REDEFINES ws-outcome-names.
           05 ws-outcome-name PIC X(11) OCCURS 3 TIMES.

      *    Predicted (row) against actual (column) for every scored
      *    result.
       01 ws-matrix.
           05 ws-mx-row OCCURS 3 TIMES.
               10 ws-mx-games PIC 9(9) COMP.
               10 ws-mx-cell PIC 9(9) COMP OCCURS 3 TIMES.
       01 mx-idx PIC 9 COMP.
       01 mx-idx2 PIC 9 COMP.

       01 ws-read-count PIC 9(9) COMP VALUE 0.
       01 ws-matched-count PIC 9(9) COMP VALUE 0.
       01 ws-scored-count PIC 9(9) COMP VALUE 0.
       01 ws-weaker-count PIC 9(9) COMP VALUE 0.
       01 ws-bounded-count PIC 9(9) COMP VALUE 0.
       01 ws-moved-count PIC 9(9) COMP VALUE 0.
       01 ws-exception-count PIC 9(9) COMP VALUE 0.
       01 ws-forced-count PIC 9(9) COMP VALUE 0.
       01 ws-forced-real-count PIC 9(9) COMP VALUE 0.
       01 ws-on-time-count PIC 9(9) COMP VALUE 0.
       01 ws-sooner-count PIC 9(9) COMP VALUE 0.
       01 ws-later-count PIC 9(9) COMP VALUE 0.
       01 ws-no-distance-count PIC 9(9) COMP VALUE 0.

      *    Per-source figures, one entry per source met on a matched
      *    solve (the master's source, not the sender: a kiosk
      *    terminal is its own source there).
       01 ws-src-count PIC 9(4) COMP VALUE 0.
       01 ws-src-table.
           05 ws-src-entry OCCURS 500 TIMES.
               10 ws-src-id PIC X(8).
               10 ws-src-scored PIC 9(7) COMP.
               10 ws-src-deviated PIC 9(7) COMP.
               10 ws-src-forced PIC 9(7) COMP.
               10 ws-src-forced-missed PIC 9(7) COMP.
               10 ws-src-draws PIC 9(7) COMP.
               10 ws-src-draws-lost PIC 9(7) COMP.
               10 ws-src-dev-pct PIC 9(3)V9 COMP.
               10 ws-src-printed-sw PIC X.
       01 ws-src-overflow-count PIC 9(9) COMP VALUE 0.
       01 src-idx PIC 9(4) COMP.
       01 ws-cur-src-idx PIC 9(4) COMP.
       01 ws-best-src-idx PIC 9(4) COMP.
       01 ws-print-count PIC 9(4) COMP.

       01 ws-pct PIC 9(3)V9.
       01 disp-count PIC ZZZ,ZZZ,ZZ9.
       01 disp-count2 PIC ZZZ,ZZZ,ZZ9.
       01 disp-pct PIC ZZ9.9.

       01 ws-matrix-line.
           05 rm-name PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 rm-games PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rm-win PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rm-draw PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rm-loss PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 rm-pct PIC ZZ9.9.
           05 FILLER PIC X VALUE "%".

       01 ws-source-line.
           05 rs-source PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rs-scored PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rs-deviated PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 rs-pct PIC ZZ9.9.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC X VALUE SPACE.
           05 rs-forced PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rs-forced-missed PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rs-draws PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 rs-draws-lost PIC ZZZ,ZZZ,ZZ9.

       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTACCY".
       01 ws-audit-input-source PIC X(20) VALUE "TTTGRES".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail and the report.
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
           INITIALIZE ws-matrix
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADINGS

           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-results
               ADD 1 TO ws-read-count
               ADD 1 TO ws-audit-position-count
               PERFORM 2000-MATCH-RESULT
               PERFORM 1000-READ-NEXT
           END-PERFORM

           PERFORM 3000-WRITE-ACCURACY
           PERFORM 3500-WRITE-SOURCE-RANKING
           PERFORM 0900-WRITE-SUMMARY
           CLOSE ttt-gres ttt-hmast ttt-acrpt ttt-grex
           PERFORM 0950-SET-RETURN-CODE
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
           STRING "TH" FUNCTION CURRENT-DATE(1:14)
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
           OPEN INPUT ttt-gres
           IF ws-gres-status NOT = "00" THEN
               DISPLAY "TTTACCY: unable to open TTTGRES, status "
                   ws-gres-status
               STOP RUN
           END-IF
           OPEN INPUT ttt-hmast
           IF ws-hmast-status NOT = "00" THEN
               DISPLAY "TTTACCY: unable to open TTTHMAST, status "
                   ws-hmast-status
               CLOSE ttt-gres
               STOP RUN
           END-IF
           OPEN OUTPUT ttt-acrpt
           IF ws-acrpt-status NOT = "00" THEN
               DISPLAY "TTTACCY: unable to open TTTACRPT, status "
                   ws-acrpt-status
               CLOSE ttt-gres ttt-hmast
               STOP RUN
           END-IF
           OPEN OUTPUT ttt-grex
           IF ws-grex-status NOT = "00" THEN
               DISPLAY "TTTACCY: unable to open TTTGREX, status "
                   ws-grex-status
               CLOSE ttt-gres ttt-hmast ttt-acrpt
               STOP RUN
           END-IF.

       0200-WRITE-HEADINGS.
           MOVE SPACES TO acrpt-line
           STRING "TTT PREDICTION ACCURACY REPORT  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               "  RUN " ws-run-id
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ALL "-" TO acrpt-line
           WRITE acrpt-line

           MOVE SPACES TO grex-line
           STRING "TTT GAME RESULT EXCEPTIONS  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               "  RUN " ws-run-id
               DELIMITED BY SIZE INTO grex-line
           WRITE grex-line
           MOVE ALL "-" TO grex-line
           WRITE grex-line
           MOVE SPACES TO grex-line
           STRING "CODE GAME-ID    DATE     SENDER   RES MV "
               "REASON"
               DELIMITED BY SIZE INTO grex-line
           WRITE grex-line.

       1000-READ-NEXT.
           READ ttt-gres
               AT END SET end-of-results TO TRUE
           END-READ.

      *    Edits the result, finds its solve, and scores it.  Any
      *    failure lists the result as an exception and goes no
      *    further.
       2000-MATCH-RESULT.
           MOVE SPACES TO ws-reason-code
           EVALUATE TRUE
               WHEN gres-game-id = SPACES
                   MOVE "G001" TO ws-reason-code
                   MOVE "GAME-ID MISSING" TO ws-reason
               WHEN gres-date-played NOT NUMERIC
                   MOVE "G002" TO ws-reason-code
                   MOVE "DATE-PLAYED NOT NUMERIC" TO ws-reason
               WHEN NOT gres-x-won AND NOT gres-o-won
                       AND NOT gres-drawn
                   MOVE "G003" TO ws-reason-code
                   MOVE "FINAL RESULT NOT X, O, OR D" TO ws-reason
               WHEN gres-final-move-count NOT NUMERIC
                   MOVE "G004" TO ws-reason-code
                   MOVE "FINAL MOVE COUNT NOT 1-9" TO ws-reason
               WHEN gres-final-move-count < 1
                       OR gres-final-move-count > 9
                   MOVE "G004" TO ws-reason-code
                   MOVE "FINAL MOVE COUNT NOT 1-9" TO ws-reason
           END-EVALUATE
           IF ws-reason-code NOT = SPACES THEN
               PERFORM 2900-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-READ-SOLVE
           IF ws-found-sw = "N" THEN
               MOVE "G005" TO ws-reason-code
               MOVE "NO SOLVE ON TTTHMAST FOR GAME/DATE"
                   TO ws-reason
               PERFORM 2900-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF hmast-voided THEN
               MOVE "G006" TO ws-reason-code
               MOVE "SOLVE VOIDED BY CORRECTION" TO ws-reason
               PERFORM 2900-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ws-pieces
           PERFORM VARYING disp-idx FROM 1 BY 1 UNTIL disp-idx > 9
               IF hmast-board(disp-idx:1) NOT = "0" THEN
                   ADD 1 TO ws-pieces
               END-IF
           END-PERFORM
           COMPUTE ws-remaining = gres-final-move-count - ws-pieces
           IF ws-remaining < 0 THEN
               MOVE "G007" TO ws-reason-code
               MOVE "MOVE COUNT BEFORE THE SOLVED POSITION"
                   TO ws-reason
               PERFORM 2900-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ws-matched-count
           PERFORM 2300-FIND-SOURCE
           EVALUATE TRUE
               WHEN hmast-served-level > 1
                   ADD 1 TO ws-weaker-count
               WHEN hmast-bounded = "B"
                   ADD 1 TO ws-bounded-count
               WHEN OTHER
                   PERFORM 2200-SCORE-RESULT
           END-EVALUATE.

      *    Reads the solve by the master's primary key; a solve TTTCORR
      *    moved is followed once to the key it moved to.
       2100-READ-SOLVE.
           MOVE "Y" TO ws-found-sw
           MOVE gres-game-id TO hmast-game-id
           MOVE gres-date-played TO hmast-date-played
           READ ttt-hmast
               INVALID KEY
                   MOVE "N" TO ws-found-sw
           END-READ
           IF ws-found-sw = "Y" AND hmast-moved THEN
               ADD 1 TO ws-moved-count
               MOVE hmast-corr-ref-date TO hmast-date-played
               READ ttt-hmast
                   INVALID KEY
                       MOVE "N" TO ws-found-sw
               END-READ
           END-IF.

      *    The solved outcome is for the side on move; the actual
      *    result is restated for the same side before the two meet.
       2200-SCORE-RESULT.
           ADD 1 TO ws-scored-count
           EVALUATE TRUE
               WHEN hmast-value > 0
                   MOVE 1 TO ws-pred-idx
               WHEN hmast-value < 0
                   MOVE 3 TO ws-pred-idx
               WHEN OTHER
                   MOVE 2 TO ws-pred-idx
           END-EVALUATE
           EVALUATE TRUE
               WHEN gres-drawn
                   MOVE 2 TO ws-act-idx
               WHEN gres-x-won AND hmast-on-move = 1
                   MOVE 1 TO ws-act-idx
               WHEN gres-o-won AND hmast-on-move = -1
                   MOVE 1 TO ws-act-idx
               WHEN OTHER
                   MOVE 3 TO ws-act-idx
           END-EVALUATE
           ADD 1 TO ws-mx-games(ws-pred-idx)
           ADD 1 TO ws-mx-cell(ws-pred-idx, ws-act-idx)

           IF ws-cur-src-idx > 0 THEN
               ADD 1 TO ws-src-scored(ws-cur-src-idx)
               IF ws-act-idx NOT = ws-pred-idx THEN
                   ADD 1 TO ws-src-deviated(ws-cur-src-idx)
               END-IF
               IF ws-pred-idx = 2 THEN
                   ADD 1 TO ws-src-draws(ws-cur-src-idx)
                   IF ws-act-idx = 3 THEN
                       ADD 1 TO ws-src-draws-lost(ws-cur-src-idx)
                   END-IF
               ELSE
                   ADD 1 TO ws-src-forced(ws-cur-src-idx)
                   IF ws-act-idx NOT = ws-pred-idx THEN
                       ADD 1 TO ws-src-forced-missed(ws-cur-src-idx)
                   END-IF
               END-IF
           END-IF

           IF ws-pred-idx = 2 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-forced-count
           IF ws-act-idx NOT = ws-pred-idx THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-forced-real-count
      *    The served value carries the plies to the forced result;
      *    solves loaded before it was journaled carry 0 and cannot
      *    be timed.
           IF hmast-served-value = 0 THEN
               ADD 1 TO ws-no-distance-count
               EXIT PARAGRAPH
           END-IF
           IF hmast-served-value > 0 THEN
               COMPUTE ws-pred-distance = 10 - hmast-served-value
           ELSE
               COMPUTE ws-pred-distance = 10 + hmast-served-value
           END-IF
           EVALUATE TRUE
               WHEN ws-remaining = ws-pred-distance
                   ADD 1 TO ws-on-time-count
               WHEN ws-remaining < ws-pred-distance
                   ADD 1 TO ws-sooner-count
               WHEN OTHER
                   ADD 1 TO ws-later-count
           END-EVALUATE.

      *    Finds (or adds) the solve's source in the per-source
      *    table; a full table leaves ws-cur-src-idx 0 and the result
      *    still counts in the overall figures.
       2300-FIND-SOURCE.
           MOVE 0 TO ws-cur-src-idx
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > ws-src-count OR ws-cur-src-idx > 0
               IF ws-src-id(src-idx) = hmast-source-system-id THEN
                   MOVE src-idx TO ws-cur-src-idx
               END-IF
           END-PERFORM
           IF ws-cur-src-idx > 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-src-count = 500 THEN
               ADD 1 TO ws-src-overflow-count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-src-count
           MOVE ws-src-count TO ws-cur-src-idx
           INITIALIZE ws-src-entry(ws-cur-src-idx)
           MOVE hmast-source-system-id TO ws-src-id(ws-cur-src-idx)
           MOVE "N" TO ws-src-printed-sw(ws-cur-src-idx).

       2900-WRITE-EXCEPTION.
           ADD 1 TO ws-exception-count
           MOVE SPACES TO grex-line
           STRING ws-reason-code " " gres-game-id " "
               gres-date-played " " gres-sender-id " "
               gres-final-result "   " gres-final-move-count " "
               ws-reason
               DELIMITED BY SIZE INTO grex-line
           WRITE grex-line.

       3000-WRITE-ACCURACY.
           MOVE SPACES TO acrpt-line
           STRING "SOLVED OUTCOME FOR THE SIDE ON MOVE AGAINST HOW THE "
               "GAME ENDED"
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE SPACES TO acrpt-line
           STRING "PREDICTED         GAMES  ACTUAL WIN ACTUAL DRAW "
               "ACTUAL LOSS  AS PREDICTED"
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           PERFORM VARYING mx-idx FROM 1 BY 1 UNTIL mx-idx > 3
               MOVE ws-outcome-name(mx-idx) TO rm-name
               MOVE ws-mx-games(mx-idx) TO rm-games
               MOVE ws-mx-cell(mx-idx, 1) TO rm-win
               MOVE ws-mx-cell(mx-idx, 2) TO rm-draw
               MOVE ws-mx-cell(mx-idx, 3) TO rm-loss
               IF ws-mx-games(mx-idx) = 0 THEN
                   MOVE 0 TO ws-pct
               ELSE
                   COMPUTE ws-pct ROUNDED =
                       ws-mx-cell(mx-idx, mx-idx) * 100
                       / ws-mx-games(mx-idx)
               END-IF
               MOVE ws-pct TO rm-pct
               MOVE ws-matrix-line TO acrpt-line
               WRITE acrpt-line
           END-PERFORM
           MOVE SPACES TO acrpt-line
           WRITE acrpt-line

           MOVE ws-forced-real-count TO disp-count
           MOVE ws-forced-count TO disp-count2
           IF ws-forced-count = 0 THEN
               MOVE 0 TO ws-pct
           ELSE
               COMPUTE ws-pct ROUNDED =
                   ws-forced-real-count * 100 / ws-forced-count
           END-IF
           MOVE ws-pct TO disp-pct
           MOVE SPACES TO acrpt-line
           STRING "FORCED OUTCOMES THAT HAPPENED     " disp-count
               " OF " disp-count2 "  " disp-pct "%"
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-on-time-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "  ON THE PREDICTED MOVE           " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-sooner-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "  SOONER (OPPONENT ERRED)         " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-later-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "  LATER (NOT THE FASTEST LINE)    " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-no-distance-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "  NOT TIMED (NO SOLVED DISTANCE)  " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line

           MOVE ws-mx-cell(2, 3) TO disp-count
           MOVE ws-mx-games(2) TO disp-count2
           IF ws-mx-games(2) = 0 THEN
               MOVE 0 TO ws-pct
           ELSE
               COMPUTE ws-pct ROUNDED =
                   ws-mx-cell(2, 3) * 100 / ws-mx-games(2)
           END-IF
           MOVE ws-pct TO disp-pct
           MOVE SPACES TO acrpt-line
           STRING "DRAWN POSITIONS THROWN AWAY       " disp-count
               " OF " disp-count2 "  " disp-pct "%"
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-mx-cell(2, 1) TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "DRAWN POSITIONS WON (OPP. ERRED)  " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE SPACES TO acrpt-line
           WRITE acrpt-line.

      *    Every source, the largest deviation first (ties in the
      *    order the sources were met): repeatedly pick the highest
      *    unprinted deviation -- the table is small enough that a
      *    selection pass per line costs nothing.
       3500-WRITE-SOURCE-RANKING.
           MOVE SPACES TO acrpt-line
           STRING "DEVIATION FROM THE SOLVED RESULT BY SOURCE/TERMINAL"
               "  (MOST DEVIATION FIRST)"
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE SPACES TO acrpt-line
           STRING "SOURCE        SCORED    DEVIATED  DEVIATION  "
               "    FORCED FORCED MISS       DRAWS  DRAWS LOST"
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > ws-src-count
               IF ws-src-scored(src-idx) = 0 THEN
                   MOVE 0 TO ws-src-dev-pct(src-idx)
               ELSE
                   COMPUTE ws-src-dev-pct(src-idx) ROUNDED =
                       ws-src-deviated(src-idx) * 100
                       / ws-src-scored(src-idx)
               END-IF
           END-PERFORM
           PERFORM VARYING ws-print-count FROM 1 BY 1
               UNTIL ws-print-count > ws-src-count
               MOVE 0 TO ws-best-src-idx
               PERFORM VARYING src-idx FROM 1 BY 1
                   UNTIL src-idx > ws-src-count
                   IF ws-src-printed-sw(src-idx) = "N" THEN
                       IF ws-best-src-idx = 0 THEN
                           MOVE src-idx TO ws-best-src-idx
                       ELSE
                           IF ws-src-dev-pct(src-idx) >
                                   ws-src-dev-pct(ws-best-src-idx) THEN
                               MOVE src-idx TO ws-best-src-idx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO ws-src-printed-sw(ws-best-src-idx)
               PERFORM 3600-WRITE-SOURCE-LINE
           END-PERFORM
           IF ws-src-overflow-count > 0 THEN
               MOVE ws-src-overflow-count TO disp-count
               MOVE SPACES TO acrpt-line
               STRING "SOURCE TABLE FULL -- " disp-count
                   " RESULTS COUNTED ABOVE BUT NOT BY SOURCE"
                   DELIMITED BY SIZE INTO acrpt-line
               WRITE acrpt-line
           END-IF
           MOVE SPACES TO acrpt-line
           WRITE acrpt-line.

       3600-WRITE-SOURCE-LINE.
           MOVE ws-src-id(ws-best-src-idx) TO rs-source
           MOVE ws-src-scored(ws-best-src-idx) TO rs-scored
           MOVE ws-src-deviated(ws-best-src-idx) TO rs-deviated
           MOVE ws-src-dev-pct(ws-best-src-idx) TO rs-pct
           MOVE ws-src-forced(ws-best-src-idx) TO rs-forced
           MOVE ws-src-forced-missed(ws-best-src-idx)
               TO rs-forced-missed
           MOVE ws-src-draws(ws-best-src-idx) TO rs-draws
           MOVE ws-src-draws-lost(ws-best-src-idx) TO rs-draws-lost
           MOVE ws-source-line TO acrpt-line
           WRITE acrpt-line.

       0900-WRITE-SUMMARY.
           MOVE ws-read-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "RESULTS READ                      " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-matched-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "  MATCHED TO A SOLVE              " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-moved-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "    FOLLOWED TO A CORRECTED DATE  " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-scored-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "    SCORED                        " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-weaker-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "    NOT SCORED, WEAKER MOVE SERVED" disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-bounded-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "    NOT SCORED, BUDGET-BOUNDED    " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           MOVE ws-exception-count TO disp-count
           MOVE SPACES TO acrpt-line
           STRING "  EXCEPTIONS (SEE TTTGREX)        " disp-count
               DELIMITED BY SIZE INTO acrpt-line
           WRITE acrpt-line
           DISPLAY "TTTACCY: READ=" ws-read-count
               " MATCHED=" ws-matched-count
               " EXCEPTIONS=" ws-exception-count.

       0950-SET-RETURN-CODE.
           IF ws-exception-count > 0 THEN
               MOVE 4 TO ws-return-code
           ELSE
               MOVE 0 TO ws-return-code
           END-IF.

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

       END PROGRAM TTTACCY.
