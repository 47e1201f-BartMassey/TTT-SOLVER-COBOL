      *  appended to this job's private history spill (TTTHSP2), which
      *  the TTTMERGE step folds into TTTHIST so TTTRPT01 rolls kiosk
      *  volume into the same daily summary as batch volume.
      *
      *  Each accepted v2 drop is also held to its game's session on
      *  TTTSESM (read-only here; TTTKCOMP maintains it) through
      *  SessCheck: same terminal, recorded moves unchanged, board
      *  true to its own log.  A suspect drop is still answered, but
      *  its response carries the K-series code in resp-suspect-code
      *  and the reason in resp-reason.  A site with no TTTSESM yet
      *  checks each drop against the night's earlier drops only.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    The kiosk job's PRIVATE history spill -- see the matching
      *    comment in ttt.cbl; TTTMERGE consolidates the spills into
      *    TTTHIST after both writers are done.
      *    Kiosk session master, read here only to check each v2
      *    drop's continuity (see sessm.cpy).
           SELECT ttt-sessm ASSIGN TO "TTTSESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sessm-game-id
               FILE STATUS IS ws-sessm-status.
           SELECT ttt-hist ASSIGN TO "TTTHSP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
      *    response record.
       01 resp-line PIC X(100).

       FD  ttt-sessm.
       COPY sessm.

       FD  ttt-hist
           RECORDING MODE IS F.
       COPY hist.

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-force-sw PIC X VALUE "N".
      *    The rerun authorization a PARM FORCE run was honored under
      *    (see rrauth.cbl), and RerunAuth's answer.
       01 ws-force-auth-id PIC 9(6) VALUE 0.
       01 ws-force-auth-sw PIC X VALUE "N".
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-aud-eof-sw PIC X VALUE "N".
           88 end-of-aud VALUE "Y".
       01 ws-prior-end-sw PIC X VALUE "N".
       01 ws-prior-end-run-id PIC X(16) VALUE SPACES.

       01 ws-drop-status PIC XX VALUE SPACES.
       01 ws-resp-status PIC XX VALUE SPACES.
       01 ws-hist-status PIC XX VALUE SPACES.
       01 ws-sessm-status PIC XX VALUE SPACES.
       01 ws-sessm-avail-sw PIC X VALUE "N".
       01 ws-alert-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-drop VALUE "Y".
       01 ws-reject-reason PIC X(40).
       01 ws-reject-code PIC X(4).

      *    SessCheck's verdict on the current drop (blank code when
      *    the drop continues its session honestly).
       01 ws-session-found-sw PIC X.
       01 ws-suspect-code PIC X(4).
       01 ws-suspect-reason PIC X(40).
       01 ws-prior-terminal-id PIC X(8).
       01 ws-prior-log-count PIC 9.
       01 ws-suspect-count PIC 9(6) VALUE 0.

       01 ws-node-budget PIC 9(9) COMP VALUE 0.
       01 ws-budget-hit-sw PIC X VALUE "N".
       01 ws-budget-hit-count PIC 9(6) VALUE 0.
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
           CLOSE ttt-drop ttt-resp ttt-hist ttt-alert
           IF ws-sessm-avail-sw = "Y" THEN
               CLOSE ttt-sessm
           END-IF
      *    RETURN-CODE is loaded last, after every CALL this run makes
      *    -- returning from a CALL replaces the register with the
      *    called program's value, so a code set before the audit-log
      *    Run-once guard: an END event already on the trail for this
      *    job and cycle date means the cycle has been run, and a
      *    duplicate run would double-append the day's history spill.
      *    A run TTTBKOUT has since backed out no longer counts: its
      *    records are gone and the cycle is owed a clean rerun.
      *    PARM FORCE overrides deliberately, under a rerun
      *    authorization (0067-CHECK-FORCE-AUTH).
       0065-CHECK-RUN-ONCE.
           IF ws-force-sw = "Y" THEN
               PERFORM 0067-CHECK-FORCE-AUTH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ttt-aud
                               AND aud-event-type = "END  "
                               AND aud-run-date = cycle-date THEN
                           MOVE "Y" TO ws-prior-end-sw
                           MOVE aud-run-id TO ws-prior-end-run-id
                       END-IF
                       IF aud-event-type = "BKOUT"
                               AND ws-prior-end-sw = "Y"
                               AND aud-options(7:16)
                                   = ws-prior-end-run-id THEN
                           MOVE "N" TO ws-prior-end-sw
                       END-IF
               END-READ
           END-PERFORM
               DISPLAY "TTTNITE: A COMPLETED RUN IS ALREADY ON THE "
                   "AUDIT TRAIL FOR CYCLE " cycle-date
                   " -- DUPLICATE RUN REFUSED (PARM FORCE "
                   "OVERRIDES UNDER A RERUN AUTHORIZATION)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    PARM FORCE is honored only under an OPEN, unexpired rerun
      *    authorization on TTTRRAU for TTTNITE and this cycle,
      *    which the run uses up -- as for TTT (see ttt.cbl), its id
      *    stamped on the BEGIN and END events as FA=nnnnnn, and a
      *    refusal left on the trail as a REFUS event for TTTFRCRP.
       0067-CHECK-FORCE-AUTH.
           CALL "RerunAuth" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE cycle-date
             BY REFERENCE ws-force-auth-id
             BY REFERENCE ws-force-auth-sw
             BY CONTENT 0
           IF ws-force-auth-sw = "Y" THEN
               STRING " FA=" ws-force-auth-id
                   DELIMITED BY SIZE INTO ws-options-echo(28:10)
               DISPLAY "TTTNITE: PARM FORCE HONORED UNDER RERUN "
                   "AUTHORIZATION " ws-force-auth-id
                   " FOR CYCLE " cycle-date
               EXIT PARAGRAPH
           END-IF
           IF ws-force-auth-sw = "X" THEN
               DISPLAY "TTTNITE: RERUN AUTHORIZATION FOR CYCLE "
                   cycle-date " HAS EXPIRED -- PARM FORCE REFUSED"
               MOVE "EXPIRED   " TO ws-audit-outcome
           ELSE
               DISPLAY "TTTNITE: NO RERUN AUTHORIZATION ON TTTRRAU "
                   "FOR CYCLE " cycle-date " -- PARM FORCE REFUSED"
               MOVE "NO AUTH   " TO ws-audit-outcome
           END-IF
           MOVE 0 TO ws-audit-position-count
           MOVE SPACES TO ws-run-id
           STRING "TN" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "REFUS"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started, and pairing it with the END event
                   ws-alert-status
               CLOSE ttt-drop ttt-resp ttt-hist
               STOP RUN
           END-IF

           OPEN INPUT ttt-sessm
           IF ws-sessm-status = "00" THEN
               MOVE "Y" TO ws-sessm-avail-sw
           ELSE
               DISPLAY "TTTNITE: TTTSESM NOT AVAILABLE (STATUS "
                   ws-sessm-status ") -- DROPS CHECKED AGAINST "
                   "THIS RUN ONLY"
           END-IF.

      *    TTTRESP is a fixed-position file the kiosk reads one
      *    log rejects like any other bad field.
       2000-PROCESS-RECORD.
           INITIALIZE state
           MOVE SPACES TO ws-suspect-code ws-suspect-reason
           MOVE 1 TO on-move
           MOVE parm-kiosk-board-size TO board-size
           MOVE cycle-date TO date-played
               ADD 1 TO ws-reject-count
               PERFORM 2100-WRITE-REJECT-RESP
           ELSE
               IF kiosk2-version = "V2" THEN
                   PERFORM 2030-CHECK-SESSION
               END-IF
               MOVE 0 TO ws-node-count
      *        Arm the per-position node budget (TTTPARM NODE-BUDGET;
      *        0 never trips) before the search and read the hit flag
               MOVE kiosk2-log-side(log-idx) TO log-side(log-idx)
           END-PERFORM.

      *    The session is looked up fresh for every drop -- TTTKCOMP,
      *    not this job, moves it forward -- and SessCheck itself
      *    remembers the night's earlier drops of the same game.
       2030-CHECK-SESSION.
           MOVE "N" TO ws-session-found-sw
           IF ws-sessm-avail-sw = "Y" THEN
               MOVE kiosk2-game-id TO sessm-game-id
               MOVE "Y" TO ws-session-found-sw
               READ ttt-sessm
                   INVALID KEY
                       MOVE "N" TO ws-session-found-sw
               END-READ
           END-IF
           CALL "SessCheck" USING
             BY REFERENCE kiosk2-rec
             BY REFERENCE sessm-rec
             BY REFERENCE ws-session-found-sw
             BY REFERENCE ws-suspect-code
             BY REFERENCE ws-suspect-reason
             BY REFERENCE ws-prior-terminal-id
             BY REFERENCE ws-prior-log-count
           IF ws-suspect-code NOT = SPACES THEN
               ADD 1 TO ws-suspect-count
           END-IF.

       2100-WRITE-REJECT-RESP.
           MOVE game-id TO resp-game-id
           MOVE "N" TO resp-status
           MOVE 0 TO resp-level
           MOVE 0 TO resp-served-value
           MOVE ws-reject-reason TO resp-reason
           MOVE SPACES TO resp-suspect-code
           MOVE ws-run-id TO resp-run-id
           MOVE kiosk-resp-rec TO resp-line
           WRITE resp-line.
           MOVE ws-move-col TO resp-move-col
           MOVE ws-outcome-sign TO resp-value
           MOVE ws-outcome-disp TO resp-outcome
           MOVE ws-suspect-reason TO resp-reason
           MOVE ws-suspect-code TO resp-suspect-code
           IF ws-budget-hit-sw = "Y" THEN
               MOVE "B" TO resp-bounded
           ELSE
       0900-WRITE-SUMMARY.
           DISPLAY "WINS=" ws-win-count " DRAWS=" ws-draw-count
               " LOSSES=" ws-loss-count " REJECTS=" ws-reject-count
               " BUDGETHIT=" ws-budget-hit-count
               " SUSPECT=" ws-suspect-count.

      *    RETURN-CODE follows the same convention as the batch job:
      *    8 if any kiosk drop position was rejected, else 4 if
