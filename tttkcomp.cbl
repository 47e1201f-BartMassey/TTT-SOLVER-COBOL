      *  terminal: how often our advice was taken and what the player
      *  lost when it was not -- the evidence file for the vendor's
      *  contract-review disputes about our effectiveness.
      *
      *  Every accepted v2 drop is first held to its session through
      *  SessCheck (the same continuity checks TTTNITE flags the
      *  response with).  A suspect drop marks the session suspect on
      *  TTTSESM, goes to the kiosk vendor on TTTKSUSP, and holds its
      *  game out of the compliance figures -- this cycle's advice
      *  for the game is tallied per game first and only games that
      *  end the cycle clean are rolled into the terminal lines, and
      *  a session already suspect is not judged again.  Suspect
      *  drops end the step with RETURN-CODE 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ttt-kcrpt ASSIGN TO "TTTKCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-kcrpt-status.
           SELECT ttt-ksusp ASSIGN TO "TTTKSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-ksusp-status.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 kcrpt-line PIC X(120).

       FD  ttt-ksusp
           RECORDING MODE IS F.
       COPY ksusp.

       WORKING-STORAGE SECTION.
       COPY resp.
       COPY kiosk2.
       01 ws-resp-status PIC XX VALUE SPACES.
       01 ws-sessm-status PIC XX VALUE SPACES.
       01 ws-kcrpt-status PIC XX VALUE SPACES.
       01 ws-ksusp-status PIC XX VALUE SPACES.
       01 ws-drop-eof-sw PIC X VALUE "N".
           88 end-of-drop VALUE "Y".
       01 ws-resp-eof-sw PIC X VALUE "N".
       01 ws-advised-count PIC 9(6) VALUE 0.
       01 ws-followed-count PIC 9(6) VALUE 0.
       01 ws-diverged-count PIC 9(6) VALUE 0.
       01 ws-suspect-count PIC 9(6) VALUE 0.
       01 ws-held-game-count PIC 9(6) VALUE 0.
       01 ws-held-advised-count PIC 9(6) VALUE 0.
       01 ws-session-found-sw PIC X.
       01 ws-drop-terminal-id PIC X(8).
       01 ws-played-row PIC 9.
       01 ws-played-col PIC 9.
       01 ws-prior-sign PIC S9 COMP.
       01 ws-current-sign PIC S9 COMP.
       01 ws-cost-units PIC S9 COMP.
       01 log-idx PIC 9 COMP.

      *    SessCheck's verdict on the current drop (blank code when
      *    the drop continues its session honestly).
       01 ws-suspect-code PIC X(4).
       01 ws-suspect-reason PIC X(40).
       01 ws-prior-terminal-id PIC X(8).
       01 ws-prior-log-count PIC 9.

      *    This cycle's advice per game, held back until the cycle is
      *    over so a game that turns suspect on a later drop takes
      *    its earlier drops out of the figures too.  Games past the
      *    end of a full table go straight into the totals.
       01 ws-game-tbl.
           05 ws-game-entry OCCURS 5000 TIMES.
               10 ws-game-id PIC X(10).
               10 ws-game-term-id PIC X(8).
               10 ws-game-advised PIC 9(4) COMP.
               10 ws-game-followed PIC 9(4) COMP.
               10 ws-game-diverged PIC 9(4) COMP.
               10 ws-game-cost PIC 9(4) COMP.
               10 ws-game-suspect-sw PIC X.
       01 ws-game-count-used PIC 9(4) COMP VALUE 0.
       01 game-idx PIC 9(4) COMP.
       01 ws-game-found-sw PIC X.
       01 ws-game-overflow-sw PIC X VALUE "N".

      *    One piece of advice (or one game's worth) on its way into
      *    the totals and its terminal's line.
       01 ws-tally-term-id PIC X(8).
       01 ws-tally-advised PIC 9(4) COMP.
       01 ws-tally-followed PIC 9(4) COMP.
       01 ws-tally-diverged PIC 9(4) COMP.
       01 ws-tally-cost PIC 9(4) COMP.
       01 ws-return-code PIC 99 VALUE 0.

      *    Per-terminal rollup, the same linear-table shape the
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       01 ws-audit-job-name PIC X(8) VALUE "TTTKCOMP".
       01 ws-audit-input-source PIC X(20) VALUE "TTTDROP".
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
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING

               PERFORM 1000-READ-DROP
           END-PERFORM

           PERFORM 0800-ROLL-UP-GAMES
           PERFORM 0900-WRITE-REPORT
           CLOSE ttt-drop ttt-resp ttt-sessm ttt-kcrpt ttt-ksusp
           PERFORM 0975-WRITE-AUDIT-LOG
           IF ws-suspect-count > 0 THEN
               MOVE 4 TO ws-return-code
           END-IF
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started, and pairing it with the END event
      *    gives the run's elapsed duration.  TTTDEPS reads both to
      *    decide whether the steps that depend on this one may run.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TS" FUNCTION CURRENT-DATE(1:14)
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
           OPEN INPUT ttt-drop
           IF ws-drop-status NOT = "00" THEN
                   ws-kcrpt-status
               CLOSE ttt-drop ttt-resp ttt-sessm
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-ksusp
           IF ws-ksusp-status NOT = "00" THEN
               DISPLAY "TTTKCOMP: unable to open TTTKSUSP, status "
                   ws-ksusp-status
               CLOSE ttt-drop ttt-resp ttt-sessm ttt-kcrpt
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           IF ws-resp-eof-sw = "Y" THEN
               DISPLAY "TTTKCOMP: TTTRESP ENDED BEFORE TTTDROP -- "
                   "FILES ARE NOT ONE CYCLE'S PAIR"
               CLOSE ttt-drop ttt-resp ttt-sessm ttt-kcrpt ttt-ksusp
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               DISPLAY "TTTKCOMP: DROP GAME-ID " kiosk2-game-id
                   " DOES NOT MATCH RESPONSE GAME-ID " resp-game-id
                   " -- FILES ARE NOT ONE CYCLE'S PAIR"
               CLOSE ttt-drop ttt-resp ttt-sessm ttt-kcrpt ttt-ksusp
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               INVALID KEY
                   MOVE "N" TO ws-session-found-sw
           END-READ
      *    A session with no log on record, or a blank flag, reads as
      *    no log and not suspect -- as TTTSESCV carries old sessions
      *    over.
           IF ws-session-found-sw = "Y" THEN
               IF sessm-log-count IS NOT NUMERIC THEN
                   MOVE 0 TO sessm-log-count
               END-IF
               IF NOT sessm-suspect THEN
                   MOVE "N" TO sessm-suspect-sw
               END-IF
           END-IF

           IF kiosk2-terminal-id = SPACES THEN
               MOVE "KIOSK" TO ws-drop-terminal-id
           ELSE
               MOVE kiosk2-terminal-id TO ws-drop-terminal-id
           END-IF
           MOVE SPACES TO ws-suspect-code ws-suspect-reason
           IF resp-status = "Y" THEN
               CALL "SessCheck" USING
                 BY REFERENCE kiosk2-rec
                 BY REFERENCE sessm-rec
                 BY REFERENCE ws-session-found-sw
                 BY REFERENCE ws-suspect-code
                 BY REFERENCE ws-suspect-reason
                 BY REFERENCE ws-prior-terminal-id
                 BY REFERENCE ws-prior-log-count
           END-IF
           PERFORM 2050-FIND-GAME-ENTRY

           IF ws-session-found-sw = "Y" THEN
               IF NOT sessm-suspect AND ws-suspect-code = SPACES THEN
                   PERFORM 2100-JUDGE-PRIOR-ADVICE
               END-IF
           ELSE
               PERFORM 2200-START-SESSION
           END-IF
           IF ws-suspect-code NOT = SPACES THEN
               PERFORM 2400-FLAG-SUSPECT-DROP
           END-IF
           IF sessm-suspect AND game-idx > 0 THEN
               MOVE "Y" TO ws-game-suspect-sw(game-idx)
           END-IF

           PERFORM 2300-STORE-THIS-ADVICE
           IF ws-session-found-sw = "Y" THEN
               END-WRITE
           END-IF.

      *    Locates (adding if new) the game's entry for this cycle,
      *    leaving its subscript in game-idx; 0 means the table is
      *    full.  A new session belongs to the terminal that sent its
      *    first drop.
       2050-FIND-GAME-ENTRY.
           MOVE "N" TO ws-game-found-sw
           PERFORM VARYING game-idx FROM 1 BY 1
               UNTIL game-idx > ws-game-count-used
                   OR ws-game-found-sw = "Y"
               IF ws-game-id(game-idx) = kiosk2-game-id THEN
                   MOVE "Y" TO ws-game-found-sw
               END-IF
           END-PERFORM
           IF ws-game-found-sw = "Y" THEN
               SUBTRACT 1 FROM game-idx
               EXIT PARAGRAPH
           END-IF
           IF ws-game-count-used >= 5000 THEN
               MOVE "Y" TO ws-game-overflow-sw
               MOVE 0 TO game-idx
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-game-count-used
           MOVE ws-game-count-used TO game-idx
           MOVE kiosk2-game-id TO ws-game-id(game-idx)
           IF ws-session-found-sw = "Y" THEN
               MOVE sessm-terminal-id TO ws-game-term-id(game-idx)
           ELSE
               MOVE ws-drop-terminal-id TO ws-game-term-id(game-idx)
           END-IF
           MOVE 0 TO ws-game-advised(game-idx)
           MOVE 0 TO ws-game-followed(game-idx)
           MOVE 0 TO ws-game-diverged(game-idx)
           MOVE 0 TO ws-game-cost(game-idx)
           MOVE "N" TO ws-game-suspect-sw(game-idx).

      *    The advice we stored last drop is judged against the move
      *    the log shows was actually played next.  The drop arrives
      *    on the advised player's turn, so the log entry just past
           MOVE kiosk2-log-row(log-idx) TO ws-played-row
           MOVE kiosk2-log-col(log-idx) TO ws-played-col

           MOVE 1 TO ws-tally-advised
           MOVE 0 TO ws-tally-followed ws-tally-diverged ws-tally-cost
           IF ws-played-row = sessm-rec-row
                   AND ws-played-col = sessm-rec-col THEN
               ADD 1 TO sessm-followed-count
               MOVE 1 TO ws-tally-followed
           ELSE
               ADD 1 TO sessm-diverged-count
               PERFORM 2150-COST-THE-DIVERGENCE
               MOVE 1 TO ws-tally-diverged
               IF ws-cost-units > 0 THEN
                   MOVE ws-cost-units TO ws-tally-cost
               END-IF
           END-IF
           IF game-idx > 0 THEN
               ADD ws-tally-advised TO ws-game-advised(game-idx)
               ADD ws-tally-followed TO ws-game-followed(game-idx)
               ADD ws-tally-diverged TO ws-game-diverged(game-idx)
               ADD ws-tally-cost TO ws-game-cost(game-idx)
           ELSE
               MOVE sessm-terminal-id TO ws-tally-term-id
               PERFORM 2800-ADD-TO-TOTALS
           END-IF.

       2150-COST-THE-DIVERGENCE.
           ADD 1 TO ws-new-session-count
           MOVE SPACES TO sessm-rec
           MOVE kiosk2-game-id TO sessm-game-id
           MOVE ws-drop-terminal-id TO sessm-terminal-id
           MOVE 0 TO sessm-last-move-count
           MOVE 0 TO sessm-rec-row sessm-rec-col
           MOVE 0 TO sessm-rec-value
           MOVE 0 TO sessm-drop-count
           MOVE 0 TO sessm-followed-count
           MOVE 0 TO sessm-diverged-count
           MOVE 0 TO sessm-cost-total
           MOVE 0 TO sessm-log-count
           PERFORM VARYING log-idx FROM 1 BY 1 UNTIL log-idx > 9
               MOVE 0 TO sessm-log-row(log-idx)
               MOVE 0 TO sessm-log-col(log-idx)
               MOVE 0 TO sessm-log-side(log-idx)
           END-PERFORM
           MOVE "N" TO sessm-suspect-sw
           MOVE SPACES TO sessm-suspect-code
           MOVE 0 TO sessm-suspect-date.

      *    This cycle's advice becomes the yardstick for the game's
      *    next drop.  A rejected position left no advice, so the
      *    outstanding-advice row clears and the next drop judges
      *    nothing.  The session keeps the terminal that started it,
      *    and its move log moves forward only on an accepted drop
      *    that passed SessCheck, so the next drop is held to the
      *    last honest one.
       2300-STORE-THIS-ADVICE.
           ADD 1 TO sessm-drop-count
           MOVE kiosk2-move-count TO sessm-last-move-count
           MOVE cycle-date TO sessm-last-date
           ELSE
               MOVE 0 TO sessm-rec-row sessm-rec-col
               MOVE 0 TO sessm-rec-value
           END-IF
           IF resp-status = "Y" AND ws-suspect-code = SPACES THEN
               MOVE kiosk2-move-count TO sessm-log-count
               PERFORM VARYING log-idx FROM 1 BY 1 UNTIL log-idx > 9
                   MOVE kiosk2-log-row(log-idx)
                       TO sessm-log-row(log-idx)
                   MOVE kiosk2-log-col(log-idx)
                       TO sessm-log-col(log-idx)
                   MOVE kiosk2-log-side(log-idx)
                       TO sessm-log-side(log-idx)
               END-PERFORM
           END-IF.

      *    The first suspect drop marks the session for good; every
      *    suspect drop goes on the vendor's listing.
       2400-FLAG-SUSPECT-DROP.
           ADD 1 TO ws-suspect-count
           IF game-idx > 0 THEN
               MOVE "Y" TO ws-game-suspect-sw(game-idx)
           END-IF
           IF NOT sessm-suspect THEN
               SET sessm-suspect TO TRUE
               MOVE ws-suspect-code TO sessm-suspect-code
               MOVE cycle-date TO sessm-suspect-date
           END-IF
           MOVE SPACES TO ksusp-rec
           MOVE ws-drop-terminal-id TO ksusp-terminal-id
           MOVE kiosk2-game-id TO ksusp-game-id
           MOVE cycle-date TO ksusp-cycle-date
           MOVE ws-suspect-code TO ksusp-suspect-code
           MOVE ws-suspect-reason TO ksusp-reason
           MOVE ws-prior-terminal-id TO ksusp-prior-terminal-id
           MOVE ws-prior-log-count TO ksusp-session-moves
           MOVE kiosk2-move-count TO ksusp-drop-moves
           MOVE ws-run-id TO ksusp-run-id
           WRITE ksusp-rec.

      *    Adds the tally fields to the cycle totals and to the
      *    terminal's line.
       2800-ADD-TO-TOTALS.
           ADD ws-tally-advised TO ws-advised-count
           ADD ws-tally-followed TO ws-followed-count
           ADD ws-tally-diverged TO ws-diverged-count
           PERFORM 3000-FIND-TERMINAL-ENTRY
           IF ws-term-idx > 0 THEN
               ADD ws-tally-advised TO ws-term-advised(ws-term-idx)
               ADD ws-tally-followed TO ws-term-followed(ws-term-idx)
               ADD ws-tally-diverged TO ws-term-diverged(ws-term-idx)
               ADD ws-tally-cost TO ws-term-cost(ws-term-idx)
           END-IF.

      *    Locates (adding if new) ws-tally-term-id's rollup entry,
      *    leaving its subscript in ws-term-idx; 0 means the table is
      *    full (reported on the summary).
       3000-FIND-TERMINAL-ENTRY.
           PERFORM VARYING ws-term-idx FROM 1 BY 1
               UNTIL ws-term-idx > ws-term-count-used
                   OR ws-term-found-sw = "Y"
               IF ws-term-id(ws-term-idx) = ws-tally-term-id THEN
                   MOVE "Y" TO ws-term-found-sw
               END-IF
           END-PERFORM
           ELSE
               IF ws-term-count-used < 50 THEN
                   ADD 1 TO ws-term-count-used
                   MOVE ws-tally-term-id
                       TO ws-term-id(ws-term-count-used)
                   MOVE 0 TO ws-term-advised(ws-term-count-used)
                   MOVE 0 TO ws-term-followed(ws-term-count-used)
               END-IF
           END-IF.

      *    Clean games go into the figures; suspect games are only
      *    counted, with the advice they would have added.
       0800-ROLL-UP-GAMES.
           PERFORM VARYING game-idx FROM 1 BY 1
               UNTIL game-idx > ws-game-count-used
               EVALUATE TRUE
                   WHEN ws-game-suspect-sw(game-idx) = "Y"
                       ADD 1 TO ws-held-game-count
                       ADD ws-game-advised(game-idx)
                           TO ws-held-advised-count
                   WHEN ws-game-advised(game-idx) > 0
                       MOVE ws-game-term-id(game-idx)
                           TO ws-tally-term-id
                       MOVE ws-game-advised(game-idx)
                           TO ws-tally-advised
                       MOVE ws-game-followed(game-idx)
                           TO ws-tally-followed
                       MOVE ws-game-diverged(game-idx)
                           TO ws-tally-diverged
                       MOVE ws-game-cost(game-idx) TO ws-tally-cost
                       PERFORM 2800-ADD-TO-TOTALS
               END-EVALUATE
           END-PERFORM.

       0900-WRITE-REPORT.
           PERFORM VARYING ws-term-idx FROM 1 BY 1
               UNTIL ws-term-idx > ws-term-count-used
               " DIVERGED=" ws-diverged-count
               DELIMITED BY SIZE INTO kcrpt-line
           WRITE kcrpt-line
           MOVE SPACES TO kcrpt-line
           STRING "SUSPECT DROPS=" ws-suspect-count
               " GAMES HELD OUT=" ws-held-game-count
               " ADVICE HELD OUT=" ws-held-advised-count
               " (SEE TTTKSUSP)"
               DELIMITED BY SIZE INTO kcrpt-line
           WRITE kcrpt-line
           IF ws-game-overflow-sw = "Y" THEN
               MOVE SPACES TO kcrpt-line
               STRING "GAME TABLE FULL -- LATER GAMES COUNTED "
                   "WITHOUT HOLD-OUT OF EARLIER DROPS"
                   DELIMITED BY SIZE INTO kcrpt-line
               WRITE kcrpt-line
           END-IF
           IF ws-term-overflow-sw = "Y" THEN
               MOVE SPACES TO kcrpt-line
               STRING "TERMINAL TABLE FULL -- SOME TERMINALS NOT "
               DELIMITED BY SIZE INTO kcrpt-line
           WRITE kcrpt-line.

       0975-WRITE-AUDIT-LOG.
           MOVE ws-drop-count TO ws-audit-position-count
           IF ws-suspect-count > 0 THEN
               MOVE "SUSPECT   " TO ws-audit-outcome
           ELSE
               MOVE "OK        " TO ws-audit-outcome
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

       END PROGRAM TTTKCOMP.
