       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRPTCP.

      ******************************************************************
      *  Report repository capture.  Every report is recreated each
      *  cycle, so asking for last Tuesday's edit report used to mean
      *  hoping the DR bundle had it or rerunning the job against
      *  archive retrievals.  This step runs after each report-writing
      *  step in the schedule, with TTTRPTIN pointed at the report the
      *  step just wrote, and loads it onto the TTTRPTRP repository
      *  (rptrp.cpy) under the report id, the cycle date, and the
      *  producing run's run-id:
      *
      *      PARM REPORT=TTTEDRPT,JOB=TTTEDIT,WIDTH=80
      *
      *  REPORT is the report's DD name (the id it is filed under),
      *  JOB the program that wrote it, WIDTH its line length -- 80,
      *  120, 132 (the default) or 320 (TTT's TTTRPT and TTTEXPR).
      *  The run-id is the JOB's latest BEGIN event on TTTAUD for
      *  this cycle; a job that does not audit itself, or has not run
      *  this cycle, files under this capture's own run-id instead.
      *  Capturing the same run's report again replaces the earlier
      *  copy.
      *
      *  A missing TTTRPTIN (the step did not write its report) is
      *  captured as nothing, RETURN-CODE 4, so the schedule carries
      *  on; an unusable repository is RETURN-CODE 12.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One report dataset under TTTRPTIN, read with the FD of its
      *    line length.
           SELECT rpt-in-80 ASSIGN TO "TTTRPTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rptin-status.
           SELECT rpt-in-120 ASSIGN TO "TTTRPTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rptin-status.
           SELECT rpt-in-132 ASSIGN TO "TTTRPTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rptin-status.
           SELECT rpt-in-320 ASSIGN TO "TTTRPTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rptin-status.
           SELECT ttt-repo ASSIGN TO "TTTRPTRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS repo-key
               FILE STATUS IS ws-repo-status.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.

       DATA DIVISION.
       FILE SECTION.
       FD  rpt-in-80
           RECORDING MODE IS F.
       01 rpt-in-80-line PIC X(80).

       FD  rpt-in-120
           RECORDING MODE IS F.
       01 rpt-in-120-line PIC X(120).

       FD  rpt-in-132
           RECORDING MODE IS F.
       01 rpt-in-132-line PIC X(132).

       FD  rpt-in-320
           RECORDING MODE IS F.
       01 rpt-in-320-line PIC X(320).

       FD  ttt-repo.
       COPY rptrp.

       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       WORKING-STORAGE SECTION.
       COPY cycdt.

       01 ws-rptin-status PIC XX VALUE SPACES.
       01 ws-repo-status PIC XX VALUE SPACES.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X.
           88 end-of-input VALUE "Y".
       01 ws-purge-done-sw PIC X.

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-parm-items.
           05 ws-parm-item PIC X(20) OCCURS 3 TIMES.
       01 parm-idx PIC 9 COMP.
       01 ws-report-id PIC X(8) VALUE SPACES.
       01 ws-job-name PIC X(8) VALUE SPACES.
       01 ws-width PIC 9(3) VALUE 132.
       01 ws-width-in PIC X(3).

       01 ws-store-run-id PIC X(16) VALUE SPACES.
       01 ws-store-key.
           05 ws-store-report-id PIC X(8).
           05 ws-store-cycle-date PIC 9(8).
           05 ws-store-run-id-key PIC X(16).
       01 ws-line-no PIC 9(6) VALUE 0.
       01 ws-replaced-count PIC 9(6) VALUE 0.
       01 ws-line-buf PIC X(320).
       01 ws-now PIC X(21).
       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTRPTCP".
       01 ws-audit-input-source PIC X(20) VALUE "TTTRPTIN".
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
           PERFORM 0050-PARSE-PARM
           PERFORM 0100-FIND-PRODUCING-RUN
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0200-OPEN-FILES
           IF ws-return-code = 0 THEN
               PERFORM 0300-REPLACE-EARLIER-COPY
               PERFORM 0400-CAPTURE-LINES
               PERFORM 0500-WRITE-HEADER
               PERFORM 0550-CLOSE-INPUT
               DISPLAY "TTTRPTCP: " ws-report-id " CYCLE "
                   cycle-date " RUN-ID " ws-store-run-id
                   " CAPTURED, LINES=" ws-line-no
           END-IF
           CLOSE ttt-repo
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    PARM format is REPORT=id,JOB=name,WIDTH=nnn, in any order;
      *    REPORT is required.
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
                           TO ws-report-id
                   WHEN ws-parm-item(parm-idx)(1:4) = "JOB="
                       MOVE ws-parm-item(parm-idx)(5:8) TO ws-job-name
                   WHEN ws-parm-item(parm-idx)(1:6) = "WIDTH="
                       MOVE ws-parm-item(parm-idx)(7:3) TO ws-width-in
                       EVALUATE ws-width-in
                           WHEN "80 "
                           WHEN "080"
                               MOVE 80 TO ws-width
                           WHEN "120"
                               MOVE 120 TO ws-width
                           WHEN "132"
                               MOVE 132 TO ws-width
                           WHEN "320"
                               MOVE 320 TO ws-width
                           WHEN OTHER
                               DISPLAY "TTTRPTCP: WIDTH " ws-width-in
                                   " NOT 80, 120, 132 OR 320"
                                   " -- USING 132"
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF ws-report-id = SPACES THEN
               DISPLAY "TTTRPTCP: PARM REPORT=id IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-report-id TO ws-audit-input-source
           STRING "REPORT=" ws-report-id
               " JOB=" ws-job-name
               " WIDTH=" ws-width
               DELIMITED BY SIZE INTO ws-options-echo.

      *    The producing job's latest BEGIN event this cycle carries
      *    the run-id its report belongs to (TTTAUD is appended in
      *    time order, so the last one wins).
       0100-FIND-PRODUCING-RUN.
           MOVE SPACES TO ws-store-run-id
           IF ws-job-name = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-input
               READ ttt-aud
                   AT END
                       SET end-of-input TO TRUE
                   NOT AT END
                       IF aud-job-name = ws-job-name
                               AND aud-event-type = "BEGIN"
                               AND aud-run-date = cycle-date
                               AND aud-run-id NOT = SPACES THEN
                           MOVE aud-run-id TO ws-store-run-id
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-aud.

      *    A begin event on the audit trail before any input is
      *    touched, same convention as the other batch jobs.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "T5" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           IF ws-store-run-id = SPACES THEN
               MOVE ws-run-id TO ws-store-run-id
           END-IF
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "BEGIN"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

      *    The repository is created on first use, the same as the
      *    other indexed masters.
       0200-OPEN-FILES.
           OPEN I-O ttt-repo
           IF ws-repo-status = "35" THEN
               OPEN OUTPUT ttt-repo
               CLOSE ttt-repo
               OPEN I-O ttt-repo
           END-IF
           IF ws-repo-status NOT = "00" THEN
               DISPLAY "TTTRPTCP: unable to open TTTRPTRP, status "
                   ws-repo-status
               MOVE 12 TO ws-return-code
               MOVE "NO REPO   " TO ws-audit-outcome
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE ws-width
               WHEN 80
                   OPEN INPUT rpt-in-80
               WHEN 120
                   OPEN INPUT rpt-in-120
               WHEN 320
                   OPEN INPUT rpt-in-320
               WHEN OTHER
                   OPEN INPUT rpt-in-132
           END-EVALUATE
           IF ws-rptin-status NOT = "00" THEN
               DISPLAY "TTTRPTCP: " ws-report-id
                   " NOT AVAILABLE ON TTTRPTIN, status "
                   ws-rptin-status " -- NOTHING CAPTURED"
               MOVE 4 TO ws-return-code
           END-IF.

      *    A second capture of the same run's report (the capture step
      *    restarted) replaces the copy already filed.
       0300-REPLACE-EARLIER-COPY.
           MOVE ws-report-id TO ws-store-report-id
           MOVE cycle-date TO ws-store-cycle-date
           MOVE ws-store-run-id TO ws-store-run-id-key
           MOVE ws-store-key TO repo-key(1:32)
           MOVE 0 TO repo-line-no
           START ttt-repo KEY IS NOT LESS THAN repo-key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO ws-purge-done-sw
           PERFORM UNTIL ws-purge-done-sw = "Y"
               READ ttt-repo NEXT RECORD
                   AT END
                       MOVE "Y" TO ws-purge-done-sw
                   NOT AT END
                       IF repo-key(1:32) = ws-store-key THEN
                           DELETE ttt-repo RECORD
                           ADD 1 TO ws-replaced-count
                       ELSE
                           MOVE "Y" TO ws-purge-done-sw
                       END-IF
               END-READ
           END-PERFORM
           IF ws-replaced-count > 0 THEN
               DISPLAY "TTTRPTCP: EARLIER COPY OF " ws-report-id
                   " FOR THIS RUN REPLACED"
           END-IF.

       0400-CAPTURE-LINES.
           MOVE "N" TO ws-eof-sw
           PERFORM 0410-READ-INPUT
           PERFORM UNTIL end-of-input
               ADD 1 TO ws-line-no
               MOVE SPACES TO repo-rec
               MOVE ws-store-key TO repo-key(1:32)
               MOVE ws-line-no TO repo-line-no
               MOVE ws-line-buf TO repo-line
               PERFORM 0450-WRITE-REPO
               PERFORM 0410-READ-INPUT
           END-PERFORM.

      *    The line lands in ws-line-buf space-padded to 320.
       0410-READ-INPUT.
           MOVE SPACES TO ws-line-buf
           EVALUATE ws-width
               WHEN 80
                   READ rpt-in-80
                       AT END
                           SET end-of-input TO TRUE
                       NOT AT END
                           MOVE rpt-in-80-line TO ws-line-buf
                   END-READ
               WHEN 120
                   READ rpt-in-120
                       AT END
                           SET end-of-input TO TRUE
                       NOT AT END
                           MOVE rpt-in-120-line TO ws-line-buf
                   END-READ
               WHEN 320
                   READ rpt-in-320
                       AT END
                           SET end-of-input TO TRUE
                       NOT AT END
                           MOVE rpt-in-320-line TO ws-line-buf
                   END-READ
               WHEN OTHER
                   READ rpt-in-132
                       AT END
                           SET end-of-input TO TRUE
                       NOT AT END
                           MOVE rpt-in-132-line TO ws-line-buf
                   END-READ
           END-EVALUATE.

       0450-WRITE-REPO.
           WRITE repo-rec
               INVALID KEY
                   DISPLAY "TTTRPTCP: TTTRPTRP WRITE FAILED, status "
                       ws-repo-status " -- LINE " repo-line-no
                   MOVE 12 TO ws-return-code
           END-WRITE.

      *    Written last, so its line count is the count stored.
       0500-WRITE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO ws-now
           MOVE SPACES TO repo-rec
           MOVE ws-store-key TO repo-key(1:32)
           MOVE 0 TO repo-line-no
           MOVE ws-job-name TO repo-job-name
           MOVE ws-now(1:8) TO repo-captured-date
           MOVE ws-now(9:6) TO repo-captured-time
           MOVE ws-line-no TO repo-line-count
           MOVE ws-width TO repo-width
           MOVE ws-run-id TO repo-capture-run-id
           PERFORM 0450-WRITE-REPO.

       0550-CLOSE-INPUT.
           EVALUATE ws-width
               WHEN 80
                   CLOSE rpt-in-80
               WHEN 120
                   CLOSE rpt-in-120
               WHEN 320
                   CLOSE rpt-in-320
               WHEN OTHER
                   CLOSE rpt-in-132
           END-EVALUATE.

      *    One END record per capture; the count is the lines filed.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-line-no TO ws-audit-position-count
           IF ws-audit-outcome = "STARTED   " THEN
               EVALUATE ws-return-code
                   WHEN 0
                       MOVE "OK        " TO ws-audit-outcome
                   WHEN 4
                       MOVE "NO REPORT " TO ws-audit-outcome
                   WHEN OTHER
                       MOVE "EXCEPTIONS" TO ws-audit-outcome
               END-EVALUATE
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

       END PROGRAM TTTRPTCP.
