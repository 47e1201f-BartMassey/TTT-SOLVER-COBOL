       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRPTVW.

      ******************************************************************
      *  Report repository viewer.  Console-driven (ACCEPT/DISPLAY,
      *  TTTINQ style) against TTTRPTRP, the reports TTTRPTCP captured
      *  as each cycle produced them (rptrp.cpy):
      *
      *      LIST [id]                  stored copies, one line each --
      *                                 every report, or one report id
      *      VIEW id yyyymmdd [run-id]  page through one copy; without
      *                                 a run-id, the cycle's latest
      *      QUIT                       end the session
      *
      *  Paging within VIEW: N (or enter) next page, P previous, T
      *  top, B bottom, a line number to start the page there, Q back
      *  to the command prompt.  A line wider than 132 (TTT's 320-
      *  byte TTTRPT and TTTEXPR) is shown in 132-column pieces, the
      *  later pieces marked "+" under its line number, and still
      *  counts as one line of the page.  Read-only, so any operator
      *  on TTTOPER may use it, the same as TTTINQ.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-repo ASSIGN TO "TTTRPTRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS repo-key
               FILE STATUS IS ws-repo-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-repo.
       COPY rptrp.

       WORKING-STORAGE SECTION.
       01 ws-audit-job-name PIC X(8) VALUE "TTTRPTVW".
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

       01 ws-repo-status PIC XX VALUE SPACES.
       01 ws-repo-open-sw PIC X VALUE "N".
       01 ws-scan-done-sw PIC X.

       01 ws-resp PIC X(60).
       01 ws-quit-sw PIC X VALUE "N".
       01 ws-verb PIC X(8).
       01 ws-arg-1 PIC X(16).
       01 ws-arg-2 PIC X(16).
       01 ws-arg-3 PIC X(16).

      *    The copy being viewed.
       01 ws-view-key.
           05 ws-view-report-id PIC X(8).
           05 ws-view-cycle-date PIC 9(8).
           05 ws-view-run-id PIC X(16).
       01 ws-view-found-sw PIC X.
       01 ws-view-line-count PIC 9(6).
       01 ws-view-width PIC 9(3).
       01 ws-view-done-sw PIC X.
       01 ws-top-line PIC 9(6).
       01 ws-page-size PIC 9(6) VALUE 20.
       01 ws-page-shown PIC 9(6).
       01 ws-line-req PIC 9(6).
      *    One 132-column piece of a wide line.
       01 ws-piece-start PIC 9(3) COMP.
       01 ws-piece-len PIC 9(3) COMP.

       01 ws-view-count PIC 9(9) COMP VALUE 0.
       01 ws-listed-count PIC 9(6).
       01 disp-line-no PIC Z(5)9.
       01 disp-line-count PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-REPOSITORY
           PERFORM UNTIL ws-quit-sw = "Y"
               PERFORM 0200-GET-COMMAND
           END-PERFORM
           IF ws-repo-open-sw = "Y" THEN
               CLOSE ttt-repo
           END-IF
           PERFORM 0975-WRITE-AUDIT-LOG
           STOP RUN.

      *    Sign-on before anything else: an operator the TTTOPER
      *    profile file does not know is refused the session.  Any
      *    profile may read stored reports.
       0050-SIGN-ON.
           DISPLAY "TTTRPTVW -- OPERATOR ID: "
           ACCEPT ws-operator-id
           CALL "OperAuth" USING
             BY REFERENCE ws-operator-id
             BY REFERENCE ws-authority
             BY REFERENCE ws-oper-found-sw
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTRPTVW: OPERATOR " ws-operator-id
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
           STRING "T6" FUNCTION CURRENT-DATE(1:14)
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
      *    touched, same convention as the other console sessions.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "T6" FUNCTION CURRENT-DATE(1:14)
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

      *    No repository yet is an empty one, not a failure.
       0100-OPEN-REPOSITORY.
           OPEN INPUT ttt-repo
           EVALUATE ws-repo-status
               WHEN "00"
                   MOVE "Y" TO ws-repo-open-sw
               WHEN "35"
                   DISPLAY "TTTRPTVW: NO REPORTS STORED YET"
               WHEN OTHER
                   DISPLAY "TTTRPTVW: unable to open TTTRPTRP, status "
                       ws-repo-status
           END-EVALUATE.

       0200-GET-COMMAND.
           DISPLAY "TTTRPTVW -- LIST [id], VIEW id yyyymmdd [run-id], "
               "OR QUIT"
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE SPACES TO ws-verb ws-arg-1 ws-arg-2 ws-arg-3
           UNSTRING ws-resp DELIMITED BY ALL SPACE
               INTO ws-verb ws-arg-1 ws-arg-2 ws-arg-3
           END-UNSTRING
           IF ws-verb = "QUIT" OR ws-verb = "Q" THEN
               MOVE "Y" TO ws-quit-sw
               EXIT PARAGRAPH
           END-IF
           IF ws-verb NOT = "LIST" AND ws-verb NOT = "VIEW" THEN
               DISPLAY "NO SUCH COMMAND"
               EXIT PARAGRAPH
           END-IF
           IF ws-repo-open-sw = "N" THEN
               DISPLAY "NO REPORTS STORED"
               EXIT PARAGRAPH
           END-IF
           IF ws-verb = "LIST" THEN
               PERFORM 1000-LIST-COPIES
           ELSE
               PERFORM 2000-VIEW-COPY
           END-IF.

      ******************************************************************
      *  LIST: the header of every stored copy, in key order (report
      *  id, cycle, run-id).  Each header is followed by its lines,
      *  which are skipped by starting past them.
      ******************************************************************
       1000-LIST-COPIES.
           MOVE 0 TO ws-listed-count
           MOVE LOW-VALUES TO repo-key
           IF ws-arg-1 NOT = SPACES THEN
               MOVE ws-arg-1 TO repo-report-id
           END-IF
           MOVE "N" TO ws-scan-done-sw
           START ttt-repo KEY IS NOT LESS THAN repo-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-repo NEXT RECORD
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       PERFORM 1100-LIST-ONE
               END-READ
           END-PERFORM
           DISPLAY "COPIES LISTED=" ws-listed-count.

       1100-LIST-ONE.
           IF ws-arg-1 NOT = SPACES
                   AND repo-report-id NOT = ws-arg-1 THEN
               MOVE "Y" TO ws-scan-done-sw
               EXIT PARAGRAPH
           END-IF
           IF repo-line-no = 0 THEN
               ADD 1 TO ws-listed-count
               MOVE repo-line-count TO disp-line-count
               DISPLAY repo-report-id " " repo-cycle-date
                   " " repo-run-id
                   " JOB=" repo-job-name
                   " LINES=" disp-line-count
                   " CAPTURED " repo-captured-date
                   " " repo-captured-time
           END-IF
           MOVE 999999 TO repo-line-no
           START ttt-repo KEY IS GREATER THAN repo-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START.

      ******************************************************************
      *  VIEW: find the copy, then page through it.
      ******************************************************************
       2000-VIEW-COPY.
           IF ws-arg-1 = SPACES OR ws-arg-2 = SPACES THEN
               DISPLAY "VIEW NEEDS A REPORT ID AND A CYCLE DATE"
               EXIT PARAGRAPH
           END-IF
           IF ws-arg-2(1:8) IS NOT NUMERIC THEN
               DISPLAY "CYCLE " ws-arg-2 " NOT YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-arg-1 TO ws-view-report-id
           MOVE ws-arg-2(1:8) TO ws-view-cycle-date
           MOVE ws-arg-3 TO ws-view-run-id
           IF ws-view-run-id = SPACES THEN
               PERFORM 2100-FIND-LATEST-RUN
           END-IF
           PERFORM 2200-READ-HEADER
           IF ws-view-found-sw = "N" THEN
               DISPLAY ws-view-report-id " FOR CYCLE "
                   ws-view-cycle-date " "
                   ws-view-run-id " IS NOT IN THE REPOSITORY"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ws-view-count
           MOVE ws-view-line-count TO disp-line-count
           DISPLAY ws-view-report-id " CYCLE " ws-view-cycle-date
               " RUN-ID " ws-view-run-id
               " JOB=" repo-job-name
               " LINES=" disp-line-count
           MOVE 1 TO ws-top-line
           MOVE "N" TO ws-view-done-sw
           PERFORM UNTIL ws-view-done-sw = "Y"
               PERFORM 2300-SHOW-PAGE
               PERFORM 2400-GET-PAGE-COMMAND
           END-PERFORM.

      *    Run-ids begin with the job prefix and the start timestamp,
      *    so within one job the last copy in key order is the latest.
       2100-FIND-LATEST-RUN.
           MOVE LOW-VALUES TO repo-key
           MOVE ws-view-report-id TO repo-report-id
           MOVE ws-view-cycle-date TO repo-cycle-date
           MOVE "N" TO ws-scan-done-sw
           START ttt-repo KEY IS NOT LESS THAN repo-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-repo NEXT RECORD
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       IF repo-report-id = ws-view-report-id
                               AND repo-cycle-date
                                   = ws-view-cycle-date THEN
                           MOVE repo-run-id TO ws-view-run-id
                           MOVE 999999 TO repo-line-no
                           START ttt-repo KEY IS GREATER THAN repo-key
                               INVALID KEY
                                   MOVE "Y" TO ws-scan-done-sw
                           END-START
                       ELSE
                           MOVE "Y" TO ws-scan-done-sw
                       END-IF
               END-READ
           END-PERFORM.

       2200-READ-HEADER.
           MOVE "N" TO ws-view-found-sw
           MOVE ws-view-key TO repo-key(1:32)
           MOVE 0 TO repo-line-no
           READ ttt-repo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO ws-view-found-sw
           MOVE repo-line-count TO ws-view-line-count
           MOVE repo-width TO ws-view-width
           IF ws-view-width NOT = 80 AND ws-view-width NOT = 120
                   AND ws-view-width NOT = 320 THEN
               MOVE 132 TO ws-view-width
           END-IF.

       2300-SHOW-PAGE.
           MOVE 0 TO ws-page-shown
           MOVE ws-view-key TO repo-key(1:32)
           MOVE ws-top-line TO repo-line-no
           MOVE "N" TO ws-scan-done-sw
           START ttt-repo KEY IS NOT LESS THAN repo-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
                   OR ws-page-shown >= ws-page-size
               READ ttt-repo NEXT RECORD
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       IF repo-key(1:32) = ws-view-key THEN
                           ADD 1 TO ws-page-shown
                           PERFORM 2310-SHOW-LINE
                       ELSE
                           MOVE "Y" TO ws-scan-done-sw
                       END-IF
               END-READ
           END-PERFORM
           IF ws-page-shown = 0 THEN
               DISPLAY "-- END OF REPORT --"
           END-IF.

      *    The first 132 columns under the line number, then each
      *    further piece that has anything on it.
       2310-SHOW-LINE.
           MOVE repo-line-no TO disp-line-no
           IF ws-view-width NOT > 132 THEN
               DISPLAY disp-line-no " " repo-line(1:ws-view-width)
               EXIT PARAGRAPH
           END-IF
           DISPLAY disp-line-no " " repo-line(1:132)
           PERFORM VARYING ws-piece-start FROM 133 BY 132
                   UNTIL ws-piece-start > ws-view-width
               COMPUTE ws-piece-len = ws-view-width - ws-piece-start
                   + 1
               IF ws-piece-len > 132 THEN
                   MOVE 132 TO ws-piece-len
               END-IF
               IF repo-line(ws-piece-start:ws-piece-len)
                       NOT = SPACES THEN
                   DISPLAY "     + "
                       repo-line(ws-piece-start:ws-piece-len)
               END-IF
           END-PERFORM.

       2400-GET-PAGE-COMMAND.
           DISPLAY "N=NEXT P=PREV T=TOP B=BOTTOM Q=QUIT "
               "OR A LINE NUMBER"
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           EVALUATE TRUE
               WHEN ws-resp = SPACES
               WHEN ws-resp(1:1) = "N" OR ws-resp(1:1) = "n"
                   IF ws-top-line + ws-page-size
                           NOT > ws-view-line-count THEN
                       ADD ws-page-size TO ws-top-line
                   ELSE
                       DISPLAY "-- LAST PAGE --"
                   END-IF
               WHEN ws-resp(1:1) = "P" OR ws-resp(1:1) = "p"
                   IF ws-top-line > ws-page-size THEN
                       SUBTRACT ws-page-size FROM ws-top-line
                   ELSE
                       MOVE 1 TO ws-top-line
                   END-IF
               WHEN ws-resp(1:1) = "T" OR ws-resp(1:1) = "t"
                   MOVE 1 TO ws-top-line
               WHEN ws-resp(1:1) = "B" OR ws-resp(1:1) = "b"
                   IF ws-view-line-count > ws-page-size THEN
                       COMPUTE ws-top-line =
                           ws-view-line-count - ws-page-size + 1
                   ELSE
                       MOVE 1 TO ws-top-line
                   END-IF
               WHEN ws-resp(1:1) = "Q" OR ws-resp(1:1) = "q"
                   MOVE "Y" TO ws-view-done-sw
               WHEN ws-resp(1:1) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ws-resp) TO ws-line-req
                   IF ws-line-req < 1
                           OR ws-line-req > ws-view-line-count THEN
                       DISPLAY "NO LINE " ws-line-req
                   ELSE
                       MOVE ws-line-req TO ws-top-line
                   END-IF
               WHEN OTHER
                   DISPLAY "NO SUCH PAGING COMMAND"
           END-EVALUATE.

      *    One END record per session; the count is the copies
      *    viewed.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-view-count TO ws-audit-position-count
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

       END PROGRAM TTTRPTVW.
