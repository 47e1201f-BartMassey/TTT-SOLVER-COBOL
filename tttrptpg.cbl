       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRPTPG.

      ******************************************************************
      *  Report repository retention.  Run once a night after the
      *  captures; deletes every copy on TTTRPTRP (rptrp.cpy) whose
      *  cycle date is more than its report type's retention period
      *  behind the current cycle.  Retention periods come from the
      *  TTTRPTRT control file, one record per report id:
      *
      *      cols 1-8   report id (TTTEDRPT, ...), or DEFAULT
      *      cols 10-13 days a copy is kept after its cycle date
      *
      *  "*" in column 1 for a comment line, blank lines ignored --
      *  the TTTCAL conventions.  The DEFAULT record covers any report
      *  not listed; without one (or without TTTRPTRT) an unlisted
      *  report is kept 90 days.  Retention is applied as it stands
      *  tonight, so shortening a period takes effect on the next
      *  run.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-rptrt ASSIGN TO "TTTRPTRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rptrt-status.
           SELECT ttt-repo ASSIGN TO "TTTRPTRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS repo-key
               FILE STATUS IS ws-repo-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-rptrt
           RECORDING MODE IS F.
       01 rptrt-line PIC X(80).

       FD  ttt-repo.
       COPY rptrp.

       WORKING-STORAGE SECTION.
       COPY cycdt.

       01 ws-rptrt-status PIC XX VALUE SPACES.
       01 ws-repo-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X.
           88 end-of-file VALUE "Y".

      *    Retention days per report id.
       01 ws-retain-tbl.
           05 ws-retain-entry OCCURS 100 TIMES.
               10 ws-retain-report-id PIC X(8).
               10 ws-retain-days PIC 9(4).
       01 ws-retain-count PIC 9(4) COMP VALUE 0.
       01 retain-idx PIC 9(4) COMP.
       01 ws-default-days PIC 9(4) VALUE 90.

      *    The copy being looked at: its key less the line number, its
      *    retention, and whether it goes.
       01 ws-copy-key PIC X(32) VALUE SPACES.
       01 ws-copy-days PIC 9(4).
       01 ws-copy-age PIC S9(9) COMP.
       01 ws-copy-purge-sw PIC X VALUE "N".
       01 ws-cycle-int PIC 9(9) COMP.

       01 ws-copies-kept PIC 9(6) VALUE 0.
       01 ws-copies-purged PIC 9(6) VALUE 0.
       01 ws-lines-purged PIC 9(9) VALUE 0.
       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTRPTPG".
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
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           COMPUTE ws-cycle-int = FUNCTION INTEGER-OF-DATE(cycle-date)
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-LOAD-RETENTION
           PERFORM 0200-OPEN-REPOSITORY
           PERFORM 1000-SCAN-REPOSITORY
           CLOSE ttt-repo
           DISPLAY "TTTRPTPG: CYCLE " cycle-date
               " COPIES KEPT=" ws-copies-kept
               " PURGED=" ws-copies-purged
               " LINES PURGED=" ws-lines-purged
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    A begin event on the audit trail before any input is
      *    touched, same convention as the other batch jobs.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "T8" FUNCTION CURRENT-DATE(1:14)
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

       0100-LOAD-RETENTION.
           OPEN INPUT ttt-rptrt
           IF ws-rptrt-status = "35" THEN
               DISPLAY "TTTRPTPG: NO TTTRPTRT -- EVERY REPORT KEPT "
                   ws-default-days " DAYS"
               EXIT PARAGRAPH
           END-IF
           IF ws-rptrt-status NOT = "00" THEN
               DISPLAY "TTTRPTPG: unable to open TTTRPTRT, status "
                   ws-rptrt-status
               MOVE 12 TO ws-return-code
               MOVE "NO CONTROL" TO ws-audit-outcome
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-file
               READ ttt-rptrt
                   AT END
                       SET end-of-file TO TRUE
                   NOT AT END
                       PERFORM 0110-LOAD-ENTRY
               END-READ
           END-PERFORM
           CLOSE ttt-rptrt.

       0110-LOAD-ENTRY.
           EVALUATE TRUE
               WHEN rptrt-line = SPACES
                   CONTINUE
               WHEN rptrt-line(1:1) = "*"
                   CONTINUE
               WHEN rptrt-line(10:4) NOT NUMERIC
                   DISPLAY "TTTRPTPG: UNRECOGNIZED RETENTION RECORD: "
                       rptrt-line(1:20)
               WHEN rptrt-line(1:8) = "DEFAULT "
                   MOVE rptrt-line(10:4) TO ws-default-days
               WHEN ws-retain-count >= 100
                   DISPLAY "TTTRPTPG: MORE THAN 100 RETENTION "
                       "RECORDS -- EXCESS ENTRIES IGNORED"
               WHEN OTHER
                   ADD 1 TO ws-retain-count
                   MOVE rptrt-line(1:8)
                       TO ws-retain-report-id(ws-retain-count)
                   MOVE rptrt-line(10:4)
                       TO ws-retain-days(ws-retain-count)
           END-EVALUATE.

       0200-OPEN-REPOSITORY.
           OPEN I-O ttt-repo
           IF ws-repo-status = "35" THEN
               DISPLAY "TTTRPTPG: NO TTTRPTRP -- NOTHING TO PURGE"
               MOVE "OK        " TO ws-audit-outcome
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-repo-status NOT = "00" THEN
               DISPLAY "TTTRPTPG: unable to open TTTRPTRP, status "
                   ws-repo-status
               MOVE 12 TO ws-return-code
               MOVE "NO REPO   " TO ws-audit-outcome
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF.

      *    One pass in key order.  A copy's records are together
      *    (report id, cycle, run-id, then line number), so the
      *    decision is made on its first record and applied to every
      *    record under the same key.
       1000-SCAN-REPOSITORY.
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-file
               READ ttt-repo NEXT RECORD
                   AT END
                       SET end-of-file TO TRUE
                   NOT AT END
                       IF repo-key(1:32) NOT = ws-copy-key THEN
                           PERFORM 1100-START-COPY
                       END-IF
                       IF ws-copy-purge-sw = "Y" THEN
                           PERFORM 1200-DELETE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       1100-START-COPY.
           MOVE repo-key(1:32) TO ws-copy-key
           MOVE ws-default-days TO ws-copy-days
           PERFORM VARYING retain-idx FROM 1 BY 1
               UNTIL retain-idx > ws-retain-count
               IF ws-retain-report-id(retain-idx)
                       = repo-report-id THEN
                   MOVE ws-retain-days(retain-idx) TO ws-copy-days
               END-IF
           END-PERFORM
           MOVE 0 TO ws-copy-age
           IF repo-cycle-date IS NUMERIC THEN
               COMPUTE ws-copy-age = ws-cycle-int
                   - FUNCTION INTEGER-OF-DATE(repo-cycle-date)
           END-IF
           IF ws-copy-age > ws-copy-days THEN
               MOVE "Y" TO ws-copy-purge-sw
               ADD 1 TO ws-copies-purged
               DISPLAY "TTTRPTPG: PURGING " repo-report-id
                   " CYCLE " repo-cycle-date
                   " RUN-ID " repo-run-id
                   " -- RETENTION " ws-copy-days " DAYS"
           ELSE
               MOVE "N" TO ws-copy-purge-sw
               ADD 1 TO ws-copies-kept
           END-IF.

       1200-DELETE-RECORD.
           DELETE ttt-repo RECORD
               INVALID KEY
                   DISPLAY "TTTRPTPG: DELETE FAILED, status "
                       ws-repo-status " -- " repo-report-id " "
                       repo-cycle-date " " repo-run-id
                   MOVE 8 TO ws-return-code
               NOT INVALID KEY
                   ADD 1 TO ws-lines-purged
           END-DELETE.

      *    One END record per run; the count is the copies purged.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-copies-purged TO ws-audit-position-count
           IF ws-audit-outcome = "STARTED   " THEN
               IF ws-return-code = 0 THEN
                   MOVE "OK        " TO ws-audit-outcome
               ELSE
                   MOVE "EXCEPTIONS" TO ws-audit-outcome
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

       END PROGRAM TTTRPTPG.
