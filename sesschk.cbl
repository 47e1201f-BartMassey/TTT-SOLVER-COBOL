       IDENTIFICATION DIVISION.
       PROGRAM-ID. SessCheck.

      ******************************************************************
      *  Kiosk session integrity.  A v2 drop is supposed to be the
      *  next honest step of its game: the same terminal, the moves
      *  already recorded for the game unchanged, and a board that is
      *  exactly what its own move log plays out to.  The vendor has
      *  sent the same GAME-ID from two terminals in one night, logs
      *  that rewrite moves the session already recorded, and boards
      *  that do not match their own log.  This routine checks one
      *  accepted v2 drop against what the game has on record -- the
      *  caller's TTTSESM session (found-sw "Y" when there is one) or,
      *  more recent, an earlier drop of the same game this run, which
      *  the routine remembers itself -- and returns a K-series code
      *  and reason for the first check that fails:
      *
      *      K001  same GAME-ID from a different terminal
      *      K002  move log rewrites a move already recorded
      *      K003  move log shorter than the one on record
      *      K004  move log plays an occupied cell or out of turn
      *      K005  board or side on move does not match the move log
      *
      *  Blank code means the drop continues its session honestly.
      *  Shared by TTTNITE (which flags the response) and TTTKCOMP
      *  (which holds the game out of the compliance figures), so
      *  both judge a drop the same way.  The caller passes only
      *  drops ValidateState accepted, so rows, columns, and sides
      *  are already in range.  The prior terminal and move count are
      *  handed back for the suspect-session listing.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Games already seen this run, with the terminal and move log
      *    of their latest drop -- a game new to TTTSESM can still
      *    arrive twice in one night.  A full table only loses the
      *    same-night comparison for games past its end.
       01 ws-run-count PIC 9(4) COMP VALUE 0.
       01 ws-run-tbl.
           05 ws-run-entry OCCURS 5000 TIMES.
               10 ws-run-game-id PIC X(10).
               10 ws-run-terminal-id PIC X(8).
               10 ws-run-log-count PIC 9.
               10 ws-run-move-log OCCURS 9 TIMES.
                   15 ws-run-log-row PIC 9.
                   15 ws-run-log-col PIC 9.
                   15 ws-run-log-side PIC S9.
       01 run-idx PIC 9(4) COMP.
       01 ws-run-found-idx PIC 9(4) COMP.

      *    What the game has on record, from whichever source applies.
       01 ws-prior-sw PIC X.
       01 ws-prior-terminal-id PIC X(8).
       01 ws-prior-log-count PIC 9.
       01 ws-prior-log.
           05 ws-prior-move OCCURS 9 TIMES.
               10 ws-prior-row PIC 9.
               10 ws-prior-col PIC 9.
               10 ws-prior-side PIC S9.

       01 ws-drop-terminal-id PIC X(8).
       01 ws-replay-board.
           05 ws-replay-row OCCURS 3 TIMES.
               10 ws-replay-elem PIC S9 OCCURS 3 TIMES.
       01 log-idx PIC 9 COMP.
       01 disp-log-idx PIC 9.
       01 r PIC 9 COMP.
       01 c PIC 9 COMP.

       LINKAGE SECTION.
       COPY kiosk2.
       COPY sessm.
       01 session-found-sw PIC X.
       01 suspect-code PIC X(4).
       01 suspect-reason PIC X(40).
       01 prior-terminal-id PIC X(8).
       01 prior-log-count PIC 9.

       PROCEDURE DIVISION USING
         BY REFERENCE kiosk2-rec
         BY REFERENCE sessm-rec
         BY REFERENCE session-found-sw
         BY REFERENCE suspect-code
         BY REFERENCE suspect-reason
         BY REFERENCE prior-terminal-id
         BY REFERENCE prior-log-count.

       0000-MAIN.
           MOVE SPACES TO suspect-code
           MOVE SPACES TO suspect-reason
           IF kiosk2-terminal-id = SPACES THEN
               MOVE "KIOSK" TO ws-drop-terminal-id
           ELSE
               MOVE kiosk2-terminal-id TO ws-drop-terminal-id
           END-IF
           PERFORM 1000-FIND-PRIOR
           MOVE ws-prior-terminal-id TO prior-terminal-id
           MOVE ws-prior-log-count TO prior-log-count

           IF ws-prior-sw = "Y" THEN
               PERFORM 2000-CHECK-CONTINUITY
           END-IF
           IF suspect-code = SPACES THEN
               PERFORM 3000-CHECK-REPLAY
           END-IF
           IF suspect-code = SPACES THEN
               PERFORM 4000-REMEMBER-DROP
           END-IF
           EXIT PROGRAM.

      *    An earlier drop this run is more recent than the session
      *    master, which the caller may not have updated yet.
       1000-FIND-PRIOR.
           MOVE "N" TO ws-prior-sw
           MOVE SPACES TO ws-prior-terminal-id
           MOVE 0 TO ws-prior-log-count
           MOVE 0 TO ws-run-found-idx
           PERFORM VARYING run-idx FROM 1 BY 1
               UNTIL run-idx > ws-run-count OR ws-run-found-idx > 0
               IF ws-run-game-id(run-idx) = kiosk2-game-id THEN
                   MOVE run-idx TO ws-run-found-idx
               END-IF
           END-PERFORM
           IF ws-run-found-idx > 0 THEN
               MOVE "Y" TO ws-prior-sw
               MOVE ws-run-terminal-id(ws-run-found-idx)
                   TO ws-prior-terminal-id
               MOVE ws-run-log-count(ws-run-found-idx)
                   TO ws-prior-log-count
               PERFORM VARYING log-idx FROM 1 BY 1 UNTIL log-idx > 9
                   MOVE ws-run-log-row(ws-run-found-idx, log-idx)
                       TO ws-prior-row(log-idx)
                   MOVE ws-run-log-col(ws-run-found-idx, log-idx)
                       TO ws-prior-col(log-idx)
                   MOVE ws-run-log-side(ws-run-found-idx, log-idx)
                       TO ws-prior-side(log-idx)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF session-found-sw = "Y" THEN
               MOVE "Y" TO ws-prior-sw
               MOVE sessm-terminal-id TO ws-prior-terminal-id
               IF sessm-log-count IS NUMERIC THEN
                   MOVE sessm-log-count TO ws-prior-log-count
               END-IF
               PERFORM VARYING log-idx FROM 1 BY 1
                   UNTIL log-idx > ws-prior-log-count
                   MOVE sessm-log-row(log-idx) TO ws-prior-row(log-idx)
                   MOVE sessm-log-col(log-idx) TO ws-prior-col(log-idx)
                   MOVE sessm-log-side(log-idx)
                       TO ws-prior-side(log-idx)
               END-PERFORM
           END-IF.

       2000-CHECK-CONTINUITY.
           IF ws-drop-terminal-id NOT = ws-prior-terminal-id THEN
               MOVE "K001" TO suspect-code
               STRING "GAME-ID ALSO PLAYED ON TERMINAL "
                   ws-prior-terminal-id
                   DELIMITED BY SIZE INTO suspect-reason
               EXIT PARAGRAPH
           END-IF
           IF kiosk2-move-count < ws-prior-log-count THEN
               MOVE "K003" TO suspect-code
               MOVE "MOVE LOG SHORTER THAN THE SESSION'S"
                   TO suspect-reason
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING log-idx FROM 1 BY 1
               UNTIL log-idx > ws-prior-log-count
                   OR suspect-code NOT = SPACES
               IF kiosk2-log-row(log-idx) NOT = ws-prior-row(log-idx)
                   OR kiosk2-log-col(log-idx)
                       NOT = ws-prior-col(log-idx)
                   OR kiosk2-log-side(log-idx)
                       NOT = ws-prior-side(log-idx) THEN
                   MOVE "K002" TO suspect-code
                   MOVE log-idx TO disp-log-idx
                   STRING "MOVE LOG REWRITES RECORDED MOVE "
                       disp-log-idx
                       DELIMITED BY SIZE INTO suspect-reason
               END-IF
           END-PERFORM.

      *    The log is played out on an empty board: every move onto
      *    an empty cell, the sides alternating, and the result must
      *    be the board sent, with the other side to move.  A drop
      *    that carries no log has nothing to replay.
       3000-CHECK-REPLAY.
           IF kiosk2-move-count = 0 THEN
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ws-replay-board
           PERFORM VARYING log-idx FROM 1 BY 1
               UNTIL log-idx > kiosk2-move-count
                   OR suspect-code NOT = SPACES
               MOVE kiosk2-log-row(log-idx) TO r
               MOVE kiosk2-log-col(log-idx) TO c
               IF ws-replay-elem(r, c) NOT = 0 THEN
                   MOVE "K004" TO suspect-code
                   MOVE log-idx TO disp-log-idx
                   STRING "MOVE LOG PLAYS AN OCCUPIED CELL AT "
                       "MOVE " disp-log-idx
                       DELIMITED BY SIZE INTO suspect-reason
               ELSE
                   IF log-idx > 1 AND kiosk2-log-side(log-idx)
                           = kiosk2-log-side(log-idx - 1) THEN
                       MOVE "K004" TO suspect-code
                       MOVE log-idx TO disp-log-idx
                       STRING "MOVE LOG PLAYS OUT OF TURN AT MOVE "
                           disp-log-idx
                           DELIMITED BY SIZE INTO suspect-reason
                   ELSE
                       MOVE kiosk2-log-side(log-idx)
                           TO ws-replay-elem(r, c)
                   END-IF
               END-IF
           END-PERFORM
           IF suspect-code NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING r FROM 1 BY 1 UNTIL r > 3
               PERFORM VARYING c FROM 1 BY 1 UNTIL c > 3
                   IF ws-replay-elem(r, c) NOT = kiosk2-b-elem(r, c)
                       MOVE "K005" TO suspect-code
                   END-IF
               END-PERFORM
           END-PERFORM
           IF suspect-code NOT = SPACES THEN
               MOVE "BOARD DOES NOT MATCH ITS MOVE LOG"
                   TO suspect-reason
               EXIT PARAGRAPH
           END-IF
           IF kiosk2-on-move = kiosk2-log-side(kiosk2-move-count) THEN
               MOVE "K005" TO suspect-code
               MOVE "SIDE ON MOVE DOES NOT FOLLOW ITS LOG"
                   TO suspect-reason
           END-IF.

      *    Only an honest drop moves the game's record forward, so a
      *    later drop is held to the last honest one (as TTTKCOMP
      *    keeps the session's log).  The session stays with the
      *    terminal that started it.
       4000-REMEMBER-DROP.
           IF ws-run-found-idx = 0 THEN
               IF ws-run-count = 5000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-run-count
               MOVE ws-run-count TO ws-run-found-idx
               MOVE kiosk2-game-id TO ws-run-game-id(ws-run-found-idx)
               IF ws-prior-sw = "Y" THEN
                   MOVE ws-prior-terminal-id
                       TO ws-run-terminal-id(ws-run-found-idx)
               ELSE
                   MOVE ws-drop-terminal-id
                       TO ws-run-terminal-id(ws-run-found-idx)
               END-IF
           END-IF
           MOVE kiosk2-move-count TO ws-run-log-count(ws-run-found-idx)
           PERFORM VARYING log-idx FROM 1 BY 1 UNTIL log-idx > 9
               IF log-idx > kiosk2-move-count THEN
                   MOVE 0 TO ws-run-log-row(ws-run-found-idx, log-idx)
                   MOVE 0 TO ws-run-log-col(ws-run-found-idx, log-idx)
                   MOVE 0 TO ws-run-log-side(ws-run-found-idx, log-idx)
               ELSE
                   MOVE kiosk2-log-row(log-idx)
                       TO ws-run-log-row(ws-run-found-idx, log-idx)
                   MOVE kiosk2-log-col(log-idx)
                       TO ws-run-log-col(ws-run-found-idx, log-idx)
                   MOVE kiosk2-log-side(log-idx)
                       TO ws-run-log-side(ws-run-found-idx, log-idx)
               END-IF
           END-PERFORM.

       END PROGRAM SessCheck.
