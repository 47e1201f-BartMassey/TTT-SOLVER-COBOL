       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTDISP.

      ******************************************************************
      *  Dispute case transaction.  TTTINQ and TTTXPLR settle a
      *  disputed recommendation, but the dispute itself used to live
      *  in someone's inbox -- no record of who complained, what was
      *  found, or how long it took.  This transaction keeps each
      *  complaint as a case on the keyed dispute master TTTDSPM
      *  (dispm.cpy), console-driven (ACCEPT/DISPLAY) in the same
      *  style as TTTINQ and TTTREWRK:
      *
      *      O  open a case: GAME-ID, DATE-PLAYED, who complained, and
      *         the complaint text.  The recorded solve is pulled off
      *         TTTHMAST and copied onto the case (followed to its new
      *         date-played if TTTCORR moved it; a voided one is
      *         flagged on the case, not quoted), and the game's
      *         TTTSESM session line (kiosk terminal, advice taken vs
      *         not) is shown alongside it.
      *      W  work a case: shows the case, the recorded solve and
      *         the session line again, records the finding, and
      *         moves the case along OPEN -> INVESTIGATING -> UPHELD,
      *         DENIED, or WITHDRAWN.
      *      L  list the cases still open, paged, oldest first.
      *
      *  Any signed-on operator may open and look at cases -- the
      *  help desk logs complaints -- but changing a case's status is
      *  repair-level work, so W refuses an INQUIRE-only profile.
      *  TTTDSAGE ages the open cases nightly and TTTDSLTR prints the
      *  resolution letter for each closed one.  Both the history
      *  master and the session master are optional: a site without
      *  them still logs and works cases, the solve shown as not on
      *  file.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-dspm ASSIGN TO "TTTDSPM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-case-no
               FILE STATUS IS ws-dspm-status.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS hmast-key
               ALTERNATE RECORD KEY IS hmast-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmast-status.
           SELECT ttt-sessm ASSIGN TO "TTTSESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS sessm-game-id
               FILE STATUS IS ws-sessm-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-dspm.
       COPY dispm.

       FD  ttt-hmast.
       COPY hmast.

       FD  ttt-sessm.
       COPY sessm.

       WORKING-STORAGE SECTION.
       COPY cycdt.

       01 ws-dspm-status PIC XX VALUE SPACES.
       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-sessm-status PIC XX VALUE SPACES.
       01 ws-hmast-avail-sw PIC X VALUE "N".
       01 ws-solve-voided-sw PIC X VALUE "N".
       01 ws-sessm-avail-sw PIC X VALUE "N".
       01 ws-scan-done-sw PIC X.

       01 ws-resp PIC X(10).
       01 ws-quit-sw PIC X VALUE "N".
       01 ws-browse-done-sw PIC X.
      *    Highest case number on the master, found by a scan at
      *    start-up; the next case opened takes the one after it.
       01 ws-last-case-no PIC 9(8) VALUE 0.
       01 ws-inq-case-no PIC 9(8).
       01 ws-new-status PIC X(13).
       01 ws-finding-in PIC X(60).

      *    Console paging for the open-case list, as in TTTINQ.
       01 ws-page-count PIC 9 COMP VALUE 0.
       01 ws-page-size PIC 9 VALUE 5.
       01 ws-list-count PIC 9(6) VALUE 0.

       01 ws-opened-count PIC 9(6) VALUE 0.
       01 ws-worked-count PIC 9(6) VALUE 0.
       01 ws-closed-count PIC 9(6) VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTDISP".
       01 ws-audit-input-source PIC X(20) VALUE "CONSOLE".
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
      *    Console sign-on: the operator's id and the authority level
      *    their TTTOPER profile grants (see operauth.cbl).
       01 ws-authority PIC X(8) VALUE SPACES.
       01 ws-oper-found-sw PIC X VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0050-SIGN-ON
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-FIND-LAST-CASE

           PERFORM UNTIL ws-quit-sw = "Y"
               DISPLAY "TTTDISP -- O=OPEN A CASE W=WORK A CASE "
                   "L=LIST OPEN CASES Q=QUIT"
               ACCEPT ws-resp
               EVALUATE ws-resp(1:1)
                   WHEN "O"
                   WHEN "o"
                       PERFORM 1000-OPEN-CASE
                   WHEN "W"
                   WHEN "w"
                       PERFORM 2000-WORK-CASE
                   WHEN "L"
                   WHEN "l"
                       PERFORM 3000-LIST-OPEN-CASES
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO ws-quit-sw
                   WHEN OTHER
                       DISPLAY "ENTER O, W, L, OR Q"
               END-EVALUATE
           END-PERFORM

           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0975-WRITE-AUDIT-LOG
           CLOSE ttt-dspm
           IF ws-hmast-avail-sw = "Y" THEN
               CLOSE ttt-hmast
           END-IF
           IF ws-sessm-avail-sw = "Y" THEN
               CLOSE ttt-sessm
           END-IF
           STOP RUN.

      *    Sign-on before anything else: an operator the TTTOPER
      *    profile file does not know is refused the session.  Logging
      *    and reading cases is inquire-level work, so any authority
      *    signs on; W checks for repair authority itself.
       0050-SIGN-ON.
           DISPLAY "TTTDISP -- OPERATOR ID: "
           ACCEPT ws-operator-id
           CALL "OperAuth" USING
             BY REFERENCE ws-operator-id
             BY REFERENCE ws-authority
             BY REFERENCE ws-oper-found-sw
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTDISP: OPERATOR " ws-operator-id
                   " NOT ON TTTOPER -- SESSION REFUSED"
               MOVE "NO PROFILE" TO ws-audit-outcome
               PERFORM 0055-WRITE-REFUSAL-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A refused sign-on leaves its own trace on the audit trail:
      *    one REFUS event carrying the id that was keyed and why
      *    (NO PROFILE, or AUTHORITY below what this transaction
      *    needs), for TTTSECRP's security review.
       0055-WRITE-REFUSAL-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE SPACES TO ws-run-id
           STRING "TD" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "REFUS"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started, and pairing it with the END event
      *    gives the run's elapsed duration.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TD" FUNCTION CURRENT-DATE(1:14)
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

      *    The dispute master is created empty the first time the
      *    transaction runs, the same way TTTKCOMP starts TTTSESM.
       0100-OPEN-FILES.
           OPEN I-O ttt-dspm
           IF ws-dspm-status = "35" THEN
               OPEN OUTPUT ttt-dspm
               CLOSE ttt-dspm
               OPEN I-O ttt-dspm
           END-IF
           IF ws-dspm-status NOT = "00" THEN
               DISPLAY "TTTDISP: unable to open TTTDSPM, status "
                   ws-dspm-status
               STOP RUN
           END-IF

           OPEN INPUT ttt-hmast
           IF ws-hmast-status = "00" THEN
               MOVE "Y" TO ws-hmast-avail-sw
           ELSE
               DISPLAY "TTTDISP: TTTHMAST NOT AVAILABLE (STATUS "
                   ws-hmast-status ") -- RECORDED SOLVES NOT SHOWN"
           END-IF

           OPEN INPUT ttt-sessm
           IF ws-sessm-status = "00" THEN
               MOVE "Y" TO ws-sessm-avail-sw
           ELSE
               DISPLAY "TTTDISP: TTTSESM NOT AVAILABLE (STATUS "
                   ws-sessm-status ") -- SESSION LINES NOT SHOWN"
           END-IF.

      *    Dispute volume is a handful of cases a week, so the next
      *    case number comes from one pass over the master rather
      *    than a separate control record that could drift from it.
       0150-FIND-LAST-CASE.
           MOVE "N" TO ws-scan-done-sw
           MOVE 0 TO dsp-case-no
           START ttt-dspm KEY NOT LESS THAN dsp-case-no
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-dspm NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       MOVE dsp-case-no TO ws-last-case-no
               END-READ
      *        A physical error on the scan sets a 9x status that AT
      *        END does not catch -- without this guard the loop would
      *        spin on it forever.
               IF ws-scan-done-sw = "N"
                       AND ws-dspm-status NOT = "00" THEN
                   DISPLAY "TTTDISP: TTTDSPM scan ended on status "
                       ws-dspm-status
                   MOVE "Y" TO ws-scan-done-sw
               END-IF
           END-PERFORM.

      *    A new case: the complaint is keyed to the solve it disputes
      *    by GAME-ID plus DATE-PLAYED, and the recorded answer is
      *    copied onto the case now, while it is still on the master.
       1000-OPEN-CASE.
           INITIALIZE dsp-rec
           DISPLAY "GAME-ID: "
           ACCEPT dsp-game-id
           IF dsp-game-id = SPACES THEN
               DISPLAY "GAME-ID REQUIRED -- NO CASE OPENED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE-PLAYED (YYYYMMDD): "
           ACCEPT ws-resp
           MOVE FUNCTION NUMVAL(ws-resp(1:8)) TO dsp-date-played

           PERFORM 4000-FETCH-SOLVE
      *    A voided solve is no answer of record: the case says so
      *    and quotes nothing from it.
           EVALUATE TRUE
               WHEN ws-hmast-status NOT = "00"
                       OR ws-hmast-avail-sw = "N"
                   MOVE "N" TO dsp-solve-found-sw
                   MOVE 0 TO dsp-rec-move-row dsp-rec-move-col
                   MOVE 0 TO dsp-rec-value
               WHEN ws-solve-voided-sw = "Y"
                   MOVE "V" TO dsp-solve-found-sw
                   MOVE hmast-source-system-id TO dsp-source-system-id
                   MOVE 0 TO dsp-rec-move-row dsp-rec-move-col
                   MOVE 0 TO dsp-rec-value
               WHEN OTHER
                   MOVE "Y" TO dsp-solve-found-sw
                   MOVE hmast-source-system-id TO dsp-source-system-id
                   MOVE hmast-move-row TO dsp-rec-move-row
                   MOVE hmast-move-col TO dsp-rec-move-col
                   MOVE hmast-value TO dsp-rec-value
                   MOVE hmast-outcome TO dsp-rec-outcome
                   MOVE hmast-bounded TO dsp-rec-bounded
                   MOVE hmast-run-id TO dsp-rec-run-id
           END-EVALUATE
           PERFORM 4100-FETCH-SESSION
           IF ws-sessm-status = "00" AND ws-sessm-avail-sw = "Y" THEN
               MOVE sessm-terminal-id TO dsp-terminal-id
           END-IF

           IF dsp-source-system-id = SPACES THEN
               DISPLAY "SOURCE-SYSTEM-ID (NOT ON MASTER): "
               ACCEPT dsp-source-system-id
           END-IF
           DISPLAY "COMPLAINT (UP TO 60 CHARACTERS): "
           ACCEPT dsp-complaint

           ADD 1 TO ws-last-case-no
           MOVE ws-last-case-no TO dsp-case-no
           MOVE "OPEN         " TO dsp-status
           MOVE SPACES TO dsp-finding
           MOVE cycle-date TO dsp-opened-date
           MOVE ws-operator-id TO dsp-opened-by
           MOVE cycle-date TO dsp-last-action-date
           MOVE 0 TO dsp-closed-date
           MOVE SPACES TO dsp-closed-by
           MOVE "N" TO dsp-letter-sw
           WRITE dsp-rec
               INVALID KEY
                   DISPLAY "TTTDISP: unable to write case "
                       dsp-case-no ", status " ws-dspm-status
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO ws-opened-count
           DISPLAY "CASE " dsp-case-no " OPENED"
           PERFORM 5000-DISPLAY-CASE.

      *    Working a case re-reads the solve and the session line so
      *    the investigator sees them beside the complaint; the
      *    status change and the finding are the only fields touched.
       2000-WORK-CASE.
           IF ws-oper-found-sw = "Y"
                   AND ws-authority NOT = "REPAIR  "
                   AND ws-authority NOT = "MAINTAIN" THEN
               DISPLAY "TTTDISP: OPERATOR " ws-operator-id
                   " HOLDS " ws-authority
                   " -- REPAIR AUTHORITY REQUIRED TO WORK A CASE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CASE NUMBER: "
           ACCEPT ws-resp
           MOVE FUNCTION NUMVAL(ws-resp) TO ws-inq-case-no
           MOVE ws-inq-case-no TO dsp-case-no
           READ ttt-dspm
               INVALID KEY
                   DISPLAY "NO CASE " ws-inq-case-no " ON TTTDSPM"
                   EXIT PARAGRAPH
           END-READ
           PERFORM 5000-DISPLAY-CASE
           PERFORM 4000-FETCH-SOLVE
           PERFORM 4100-FETCH-SESSION
           IF dsp-case-closed THEN
               DISPLAY "CASE IS CLOSED (" dsp-status
                   ") -- NO FURTHER ACTION"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NEW STATUS? I=INVESTIGATING U=UPHELD D=DENIED "
               "X=WITHDRAWN (ENTER=NO CHANGE)"
           ACCEPT ws-resp
           EVALUATE ws-resp(1:1)
               WHEN "I"
               WHEN "i"
                   MOVE "INVESTIGATING" TO ws-new-status
               WHEN "U"
               WHEN "u"
                   MOVE "UPHELD       " TO ws-new-status
               WHEN "D"
               WHEN "d"
                   MOVE "DENIED       " TO ws-new-status
               WHEN "X"
               WHEN "x"
                   MOVE "WITHDRAWN    " TO ws-new-status
               WHEN SPACE
                   MOVE dsp-status TO ws-new-status
               WHEN OTHER
                   DISPLAY "NO SUCH STATUS -- CASE NOT CHANGED"
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "FINDING (ENTER=KEEP CURRENT): "
           ACCEPT ws-finding-in
           IF ws-finding-in NOT = SPACES THEN
               MOVE ws-finding-in TO dsp-finding
           END-IF

      *    The resolution letter quotes the finding, so a case cannot
      *    close without one.
           MOVE ws-new-status TO dsp-status
           IF dsp-case-closed AND dsp-finding = SPACES THEN
               DISPLAY "A FINDING IS REQUIRED TO CLOSE A CASE -- "
                   "CASE NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE cycle-date TO dsp-last-action-date
           IF dsp-case-closed THEN
               MOVE cycle-date TO dsp-closed-date
               MOVE ws-operator-id TO dsp-closed-by
               MOVE "N" TO dsp-letter-sw
           END-IF
           REWRITE dsp-rec
               INVALID KEY
                   DISPLAY "TTTDISP: unable to rewrite case "
                       dsp-case-no ", status " ws-dspm-status
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO ws-worked-count
           IF dsp-case-closed THEN
               ADD 1 TO ws-closed-count
           END-IF
           DISPLAY "CASE " dsp-case-no " NOW " dsp-status.

      *    Case numbers are allocated in sequence, so a walk in key
      *    order lists the open cases oldest first.
       3000-LIST-OPEN-CASES.
           MOVE 0 TO ws-list-count
           MOVE 0 TO ws-page-count
           MOVE "N" TO ws-browse-done-sw
           MOVE 0 TO dsp-case-no
           START ttt-dspm KEY NOT LESS THAN dsp-case-no
               INVALID KEY
                   MOVE "Y" TO ws-browse-done-sw
           END-START
           PERFORM UNTIL ws-browse-done-sw = "Y"
               READ ttt-dspm NEXT
                   AT END
                       MOVE "Y" TO ws-browse-done-sw
                   NOT AT END
                       IF dsp-case-open THEN
                           ADD 1 TO ws-list-count
                           PERFORM 5000-DISPLAY-CASE
                           PERFORM 3100-PAGE-PAUSE
                       END-IF
               END-READ
      *        Same physical-error guard as the start-up scan.
               IF ws-browse-done-sw = "N"
                       AND ws-dspm-status NOT = "00" THEN
                   DISPLAY "TTTDISP: TTTDSPM browse ended on status "
                       ws-dspm-status
                   MOVE "Y" TO ws-browse-done-sw
               END-IF
           END-PERFORM
           DISPLAY "OPEN CASES LISTED: " ws-list-count.

       3100-PAGE-PAUSE.
           ADD 1 TO ws-page-count
           IF ws-page-count < ws-page-size THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-page-count
           DISPLAY "-- ENTER TO CONTINUE, Q TO END LIST --"
           ACCEPT ws-resp
           IF ws-resp(1:1) = "Q" OR ws-resp(1:1) = "q" THEN
               MOVE "Y" TO ws-browse-done-sw
           END-IF.

      *    The solve under dispute, straight off the history master,
      *    displayed the way TTTINQ shows it.  A solve TTTCORR moved
      *    to another date-played is followed there, as TTTACCY
      *    follows one; a voided one is shown and flagged in
      *    ws-solve-voided-sw.
       4000-FETCH-SOLVE.
           MOVE "N" TO ws-solve-voided-sw
           IF ws-hmast-avail-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE dsp-game-id TO hmast-game-id
           MOVE dsp-date-played TO hmast-date-played
           READ ttt-hmast
               INVALID KEY
                   DISPLAY "  NO SOLVE ON TTTHMAST FOR GAME-ID "
                       dsp-game-id " ON " dsp-date-played
                   EXIT PARAGRAPH
           END-READ
           IF hmast-moved THEN
               DISPLAY "  ** CORRECTED " hmast-corr-date
                   " REASON " hmast-corr-reason
                   " -- MOVED TO DATE-PLAYED " hmast-corr-ref-date
               MOVE hmast-corr-ref-date TO hmast-date-played
               READ ttt-hmast
                   INVALID KEY
                       DISPLAY "  NO SOLVE ON TTTHMAST FOR GAME-ID "
                           dsp-game-id " ON " hmast-date-played
                       EXIT PARAGRAPH
               END-READ
           END-IF
           DISPLAY "  SOLVE: BOARD=" hmast-board
               " ON-MOVE=" hmast-on-move
               " VARIANT=" hmast-variant
               " SOURCE=" hmast-source-system-id
           DISPLAY "  MOVE=(" hmast-move-row "," hmast-move-col
               ") VALUE=" hmast-value
               " " hmast-outcome
               " BOUNDED=" hmast-bounded
               " RUN-ID=" hmast-run-id
           DISPLAY "  MVLOG=" hmast-move-log-disp
           IF hmast-voided THEN
               DISPLAY "  ** VOIDED " hmast-corr-date
                   " REASON " hmast-corr-reason
                   " -- NOT A SOLVE OF RECORD"
               MOVE "Y" TO ws-solve-voided-sw
           END-IF.

      *    The game's kiosk session line, when the game came through
      *    a kiosk: which terminal, and whether the player had been
      *    following the advice up to the disputed position.
       4100-FETCH-SESSION.
           IF ws-sessm-avail-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE dsp-game-id TO sessm-game-id
           READ ttt-sessm
               INVALID KEY
                   DISPLAY "  NO KIOSK SESSION ON TTTSESM FOR "
                       "GAME-ID " dsp-game-id
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "  SESSION: TERMINAL=" sessm-terminal-id
               " DROPS=" sessm-drop-count
               " FOLLOWED=" sessm-followed-count
               " DIVERGED=" sessm-diverged-count
               " COST=" sessm-cost-total
               " LAST DATE=" sessm-last-date
           IF sessm-suspect THEN
               DISPLAY "  SESSION SUSPECT: " sessm-suspect-code
                   " SINCE " sessm-suspect-date
                   " -- HELD OUT OF COMPLIANCE FIGURES"
           END-IF.

       5000-DISPLAY-CASE.
           DISPLAY "CASE=" dsp-case-no
               " STATUS=" dsp-status
               " GAME-ID=" dsp-game-id
               " DATE-PLAYED=" dsp-date-played
           DISPLAY "  SOURCE=" dsp-source-system-id
               " TERMINAL=" dsp-terminal-id
               " OPENED=" dsp-opened-date " BY " dsp-opened-by
               " LAST ACTION=" dsp-last-action-date
           DISPLAY "  COMPLAINT: " dsp-complaint
           IF dsp-finding NOT = SPACES THEN
               DISPLAY "  FINDING:   " dsp-finding
           END-IF
           EVALUATE dsp-solve-found-sw
               WHEN "Y"
                   DISPLAY "  RECORDED MOVE=(" dsp-rec-move-row ","
                       dsp-rec-move-col ") " dsp-rec-outcome
                       " VALUE=" dsp-rec-value
                       " RUN-ID=" dsp-rec-run-id
               WHEN "V"
                   DISPLAY "  RECORDED SOLVE: VOIDED ON TTTHMAST WHEN "
                       "OPENED"
               WHEN OTHER
                   DISPLAY "  RECORDED SOLVE: NOT ON FILE WHEN OPENED"
           END-EVALUATE.

       0900-WRITE-SUMMARY.
           DISPLAY "TTTDISP: OPENED=" ws-opened-count
               " WORKED=" ws-worked-count
               " CLOSED=" ws-closed-count.

      *    One audit record per session, same convention as TTTREWRK;
      *    the position count carries the cases opened plus worked.
       0975-WRITE-AUDIT-LOG.
           COMPUTE ws-audit-position-count =
               ws-opened-count + ws-worked-count
           MOVE "OK        " TO ws-audit-outcome
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       END PROGRAM TTTDISP.
