       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRPTPR.

      ******************************************************************
      *  Report repository reprint.  Writes one stored report from
      *  TTTRPTRP (rptrp.cpy) back out to the TTTRPTPO print file,
      *  line for line as it was captured, under one banner line
      *  naming the copy:
      *
      *      PARM REPORT=TTTEDRPT,CYCLE=20261013[,RUNID=run-id]
      *
      *  Without RUNID the cycle's latest copy of the report is
      *  reprinted (a rerun cycle has one copy per run; TTTRPTVW's
      *  LIST shows them all).  A copy not in the repository -- never
      *  captured, or already past its retention -- writes the banner
      *  saying so and ends RETURN-CODE 8.  TTTRPTPO is written at
      *  the copy's own width class: 132 bytes, or 320 for a copy
      *  captured at WIDTH=320 (TTT's TTTRPT and TTTEXPR), so a wide
      *  line is reprinted whole.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-repo ASSIGN TO "TTTRPTRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS repo-key
               FILE STATUS IS ws-repo-status.
      *    The print file, written with the FD of the copy's width.
           SELECT ttt-rptpo ASSIGN TO "TTTRPTPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rptpo-status.
           SELECT ttt-rptpo-320 ASSIGN TO "TTTRPTPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rptpo-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-repo.
       COPY rptrp.

       FD  ttt-rptpo
           RECORDING MODE IS F.
       01 rptpo-line PIC X(132).

       FD  ttt-rptpo-320
           RECORDING MODE IS F.
       01 rptpo-320-line PIC X(320).

       WORKING-STORAGE SECTION.
       01 ws-repo-status PIC XX VALUE SPACES.
       01 ws-rptpo-status PIC XX VALUE SPACES.
       01 ws-scan-done-sw PIC X.

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-parm-items.
           05 ws-parm-item PIC X(30) OCCURS 3 TIMES.
       01 parm-idx PIC 9 COMP.

      *    The copy being reprinted.
       01 ws-copy-key.
           05 ws-copy-report-id PIC X(8) VALUE SPACES.
           05 ws-copy-cycle-date PIC 9(8) VALUE 0.
           05 ws-copy-run-id PIC X(16) VALUE SPACES.
       01 ws-cycle-in PIC X(8) VALUE SPACES.
       01 ws-copy-found-sw PIC X VALUE "N".
       01 ws-printed-count PIC 9(9) VALUE 0.
       01 ws-print-width PIC 9(3) VALUE 132.
       01 ws-print-line PIC X(320).
       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTRPTPR".
       01 ws-audit-input-source PIC X(20) VALUE "TTTRPTRP".
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
           PERFORM 0050-PARSE-PARM
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES
           IF ws-copy-run-id = SPACES THEN
               PERFORM 1000-FIND-LATEST-RUN
           END-IF
           PERFORM 1100-READ-HEADER
           PERFORM 0150-OPEN-PRINT-FILE
           IF ws-copy-found-sw = "Y" THEN
               PERFORM 2000-PRINT-COPY
           ELSE
               MOVE SPACES TO ws-print-line
               STRING "*** REPRINT: " ws-copy-report-id
                   " CYCLE " ws-copy-cycle-date " "
                   ws-copy-run-id
                   " IS NOT IN THE REPORT REPOSITORY ***"
                   DELIMITED BY SIZE INTO ws-print-line
               PERFORM 2100-WRITE-PRINT-LINE
               DISPLAY "TTTRPTPR: " ws-copy-report-id " CYCLE "
                   ws-copy-cycle-date " NOT IN TTTRPTRP"
               MOVE 8 TO ws-return-code
           END-IF
           IF ws-print-width = 320 THEN
               CLOSE ttt-rptpo-320
           ELSE
               CLOSE ttt-rptpo
           END-IF
           IF ws-repo-status NOT = "35" THEN
               CLOSE ttt-repo
           END-IF
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    PARM format is REPORT=id,CYCLE=yyyymmdd[,RUNID=run-id], in
      *    any order; REPORT and CYCLE are required.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE SPACES TO ws-parm-item(1) ws-parm-item(2)
               ws-parm-item(3)
           UNSTRING ws-parm DELIMITED BY ","
               INTO ws-parm-item(1) ws-parm-item(2) ws-parm-item(3)
           END-UNSTRING
           PERFORM VARYING parm-idx FROM 1 BY 1 UNTIL parm-idx > 3
               EVALUATE TRUE
                   WHEN ws-parm-item(parm-idx)(1:7) = "REPORT="
                       MOVE ws-parm-item(parm-idx)(8:8)
                           TO ws-copy-report-id
                   WHEN ws-parm-item(parm-idx)(1:6) = "CYCLE="
                       MOVE ws-parm-item(parm-idx)(7:8) TO ws-cycle-in
                   WHEN ws-parm-item(parm-idx)(1:6) = "RUNID="
                       MOVE ws-parm-item(parm-idx)(7:16)
                           TO ws-copy-run-id
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF ws-copy-report-id = SPACES
                   OR ws-cycle-in IS NOT NUMERIC THEN
               DISPLAY "TTTRPTPR: PARM REPORT=id,CYCLE=yyyymmdd "
                   "IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-cycle-in TO ws-copy-cycle-date
           MOVE ws-copy-report-id TO ws-audit-input-source
           STRING "REPORT=" ws-copy-report-id
               " CYCLE=" ws-copy-cycle-date
               " RUNID=" ws-copy-run-id
               DELIMITED BY SIZE INTO ws-options-echo.

      *    A begin event on the audit trail before any input is
      *    touched, same convention as the other batch jobs.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "T7" FUNCTION CURRENT-DATE(1:14)
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

      *    No repository at all reads as "not in the repository".
       0100-OPEN-FILES.
           OPEN INPUT ttt-repo
           IF ws-repo-status NOT = "00"
                   AND ws-repo-status NOT = "35" THEN
               DISPLAY "TTTRPTPR: unable to open TTTRPTRP, status "
                   ws-repo-status
               MOVE 12 TO ws-return-code
               MOVE "NO REPO   " TO ws-audit-outcome
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Opened once the copy's width is known; a copy not found
      *    gets its banner at 132.
       0150-OPEN-PRINT-FILE.
           IF ws-print-width = 320 THEN
               OPEN OUTPUT ttt-rptpo-320
           ELSE
               OPEN OUTPUT ttt-rptpo
           END-IF
           IF ws-rptpo-status NOT = "00" THEN
               DISPLAY "TTTRPTPR: unable to open TTTRPTPO, status "
                   ws-rptpo-status
               MOVE 12 TO ws-return-code
               MOVE "NO OUTPUT " TO ws-audit-outcome
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Run-ids begin with the job prefix and the start timestamp,
      *    so within one job the last copy in key order is the latest.
       1000-FIND-LATEST-RUN.
           IF ws-repo-status = "35" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO repo-key
           MOVE ws-copy-report-id TO repo-report-id
           MOVE ws-copy-cycle-date TO repo-cycle-date
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
                       IF repo-report-id = ws-copy-report-id
                               AND repo-cycle-date
                                   = ws-copy-cycle-date THEN
                           MOVE repo-run-id TO ws-copy-run-id
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

       1100-READ-HEADER.
           IF ws-repo-status = "35" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-copy-key TO repo-key(1:32)
           MOVE 0 TO repo-line-no
           READ ttt-repo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO ws-copy-found-sw
           IF repo-width = 320 THEN
               MOVE 320 TO ws-print-width
           END-IF.

       2000-PRINT-COPY.
           MOVE SPACES TO ws-print-line
           STRING "*** REPRINT: " ws-copy-report-id
               " CYCLE " ws-copy-cycle-date
               " RUN-ID " ws-copy-run-id
               " JOB " repo-job-name
               " CAPTURED " repo-captured-date " " repo-captured-time
               " LINES " repo-line-count " ***"
               DELIMITED BY SIZE INTO ws-print-line
           PERFORM 2100-WRITE-PRINT-LINE
           MOVE "N" TO ws-scan-done-sw
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-repo NEXT RECORD
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       IF repo-key(1:32) = ws-copy-key THEN
                           MOVE repo-line TO ws-print-line
                           PERFORM 2100-WRITE-PRINT-LINE
                           ADD 1 TO ws-printed-count
                       ELSE
                           MOVE "Y" TO ws-scan-done-sw
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "TTTRPTPR: " ws-copy-report-id " CYCLE "
               ws-copy-cycle-date " RUN-ID " ws-copy-run-id
               " REPRINTED, LINES=" ws-printed-count.

       2100-WRITE-PRINT-LINE.
           IF ws-print-width = 320 THEN
               MOVE ws-print-line TO rptpo-320-line
               WRITE rptpo-320-line
           ELSE
               MOVE ws-print-line TO rptpo-line
               WRITE rptpo-line
           END-IF.

      *    One END record per run; the count is the lines reprinted.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-printed-count TO ws-audit-position-count
           IF ws-audit-outcome = "STARTED   " THEN
               IF ws-return-code = 0 THEN
                   MOVE "OK        " TO ws-audit-outcome
               ELSE
                   MOVE "NOT FOUND " TO ws-audit-outcome
               END-IF
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

       END PROGRAM TTTRPTPR.
