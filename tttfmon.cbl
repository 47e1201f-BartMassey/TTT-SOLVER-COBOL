       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTFMON.

      ******************************************************************
      *  Expected-feed arrival monitor.  TTTAUDRP catches a job that
      *  did not run, but nothing caught a registered source that
      *  simply did not send: the edit runs clean on the sources that
      *  did, and the gap went unnoticed until the owner called.  Each
      *  TTTSRCM entry now carries the source's sending days and the
      *  time its batch is due by (see srcmast.cbl), and this job
      *  holds the cycle's batches -- as TTTEDIT balanced them and
      *  logged them to TTTFARR -- against that schedule:
      *
      *      ON TIME     due today, an accepted batch by the cutoff
      *      LATE        due today, the first accepted batch came in
      *                  after the cutoff
      *      MISSING     due today, no accepted batch (a source whose
      *                  batches all failed the edit is MISSING too --
      *                  nothing it sent is usable -- with its failed
      *                  count shown)
      *      UNEXPECTED  a batch from a source not due today, or from
      *                  a source TTTSRCM does not know
      *
      *  A source with no sending days on TTTSRCM is listed but not
      *  judged, and a scheduled-dark cycle date on TTTCAL expects
      *  nothing from anyone.  The cutoff is a time on the cycle date
      *  itself; a batch TTTEDIT took in after midnight is after any
      *  cutoff.  Run after the last cutoff of the day.
      *
      *  Each LATE, MISSING and UNEXPECTED source gets one exception
      *  record on TTTFEXC (fexc.cpy), which TTTDIST routes to the
      *  source's owner in the FEEDS section of their packet; the
      *  full picture is on TTTFMRPT.  RETURN-CODE 4 when any
      *  exception was written, else 0.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-farr ASSIGN TO "TTTFARR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-farr-status.
           SELECT ttt-fexc ASSIGN TO "TTTFEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fexc-status.
           SELECT ttt-fmrpt ASSIGN TO "TTTFMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fmrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-farr
           RECORDING MODE IS F.
       COPY farr.

       FD  ttt-fexc
           RECORDING MODE IS F.
       COPY fexc.

       FD  ttt-fmrpt
           RECORDING MODE IS F.
       01 fmrpt-line PIC X(120).

       WORKING-STORAGE SECTION.
       COPY srcmst.
       01 src-idx PIC 9(4) COMP.
       COPY sitecal.
       01 cal-idx PIC 9(4) COMP.
       01 ws-dark-sw PIC X VALUE "N".
       01 ws-dark-reason PIC X(8) VALUE SPACES.

       01 ws-farr-status PIC XX VALUE SPACES.
       01 ws-fexc-status PIC XX VALUE SPACES.
       01 ws-fmrpt-status PIC XX VALUE SPACES.
       01 ws-farr-eof-sw PIC X VALUE "N".
           88 end-of-farr VALUE "Y".

      *    The cycle's batches per registered source, in step with
      *    src-entry.
       01 ws-arr-tbl.
           05 ws-arr-entry OCCURS 50 TIMES.
               10 ws-arr-accepted PIC 9(4).
               10 ws-arr-failed PIC 9(4).
               10 ws-arr-first-date PIC 9(8).
               10 ws-arr-first-time PIC 9(6).

      *    Batches from sources TTTSRCM does not know (TTTEDIT fails
      *    them at the gate, but they still arrived).
       01 ws-unreg-tbl.
           05 ws-unreg-entry OCCURS 20 TIMES.
               10 ws-unreg-source PIC X(8).
               10 ws-unreg-failed PIC 9(4).
               10 ws-unreg-first-date PIC 9(8).
               10 ws-unreg-first-time PIC 9(6).
       01 ws-unreg-count PIC 9(4) COMP VALUE 0.
       01 unreg-idx PIC 9(4) COMP.
       01 ws-found-sw PIC X.

       01 ws-day-integer PIC 9(9) COMP.
       01 ws-weekday PIC 9 COMP.
       01 ws-day-names PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 ws-day-name PIC X(3).
       01 ws-due-sw PIC X.
       01 ws-status-lit PIC X(10).
       01 ws-exception-sw PIC X.
       01 ws-note PIC X(20).

       01 ws-batch-read-count PIC 9(9) VALUE 0.
       01 ws-on-time-count PIC 9(4) VALUE 0.
       01 ws-late-count PIC 9(4) VALUE 0.
       01 ws-missing-count PIC 9(4) VALUE 0.
       01 ws-unexpected-count PIC 9(4) VALUE 0.
       01 ws-exception-count PIC 9(4) VALUE 0.
       01 ws-return-code PIC 99 VALUE 0.

       01 disp-cutoff PIC 9(4).
       01 disp-accepted PIC ZZZ9.
       01 disp-failed PIC ZZZ9.
       01 disp-arrival PIC X(15).

       01 ws-audit-job-name PIC X(8) VALUE "TTTFMON".
       01 ws-audit-input-source PIC X(20) VALUE "TTTFARR".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail and on every
      *    exception record this run writes.
       01 ws-run-id PIC X(16) VALUE SPACES.
       01 ws-options-echo PIC X(60) VALUE SPACES.
       01 ws-operator-id PIC X(8) VALUE SPACES.

       COPY cycdt.
       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SrcMaster" USING
             BY REFERENCE src-master
           CALL "SiteCal" USING
             BY REFERENCE site-calendar
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           MOVE cycle-date TO ws-current-date
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING
           PERFORM 0250-CHECK-CALENDAR-DARK
           PERFORM 1000-SCAN-ARRIVALS
           IF src-loaded-sw = "Y" THEN
               PERFORM VARYING src-idx FROM 1 BY 1
                   UNTIL src-idx > src-count
                   PERFORM 2000-JUDGE-SOURCE
               END-PERFORM
           ELSE
               MOVE SPACES TO fmrpt-line
               STRING "NO TTTSRCM -- NO SOURCES REGISTERED, NO "
                   "SCHEDULES TO MONITOR"
                   DELIMITED BY SIZE INTO fmrpt-line
               WRITE fmrpt-line
           END-IF
           PERFORM VARYING unreg-idx FROM 1 BY 1
               UNTIL unreg-idx > ws-unreg-count
               PERFORM 2500-REPORT-UNREGISTERED
           END-PERFORM
           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           CLOSE ttt-fexc ttt-fmrpt
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
           STRING "TF" FUNCTION CURRENT-DATE(1:14)
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

      *    No TTTFARR means TTTEDIT has never logged a batch: every
      *    source due today is MISSING, which is exactly the news.
       0100-OPEN-FILES.
           OPEN INPUT ttt-farr
           IF ws-farr-status = "35" THEN
               SET end-of-farr TO TRUE
           ELSE
               IF ws-farr-status NOT = "00" THEN
                   DISPLAY "TTTFMON: unable to open TTTFARR, status "
                       ws-farr-status
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ttt-fexc
           IF ws-fexc-status NOT = "00" THEN
               DISPLAY "TTTFMON: unable to open TTTFEXC, status "
                   ws-fexc-status
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-fmrpt
           IF ws-fmrpt-status NOT = "00" THEN
               DISPLAY "TTTFMON: unable to open TTTFMRPT, status "
                   ws-fmrpt-status
               CLOSE ttt-fexc
               STOP RUN
           END-IF.

      *    Monday is weekday 1: day 1 of the integer-date calendar,
      *    1601-01-01, was a Monday.
       0200-WRITE-HEADING.
           COMPUTE ws-day-integer =
               FUNCTION INTEGER-OF-DATE(cycle-date)
           COMPUTE ws-weekday =
               FUNCTION MOD(ws-day-integer - 1, 7) + 1
           MOVE ws-day-names((ws-weekday - 1) * 3 + 1:3)
               TO ws-day-name
           MOVE SPACES TO fmrpt-line
           STRING "TTT FEED ARRIVAL MONITOR  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               "  (" ws-day-name ")"
               DELIMITED BY SIZE INTO fmrpt-line
           WRITE fmrpt-line
           MOVE ALL "-" TO fmrpt-line
           WRITE fmrpt-line.

      *    A scheduled-dark cycle date expects no feeds at all; any
      *    batch that did come in is UNEXPECTED.
       0250-CHECK-CALENDAR-DARK.
           PERFORM VARYING cal-idx FROM 1 BY 1
               UNTIL cal-idx > cal-count OR ws-dark-sw = "Y"
               IF cal-date(cal-idx) = cycle-date THEN
                   MOVE "Y" TO ws-dark-sw
                   MOVE cal-reason(cal-idx) TO ws-dark-reason
               END-IF
           END-PERFORM
           IF ws-dark-sw = "Y" THEN
               MOVE SPACES TO fmrpt-line
               STRING "TODAY IS SCHEDULED-DARK (" ws-dark-reason
                   ") -- NO FEEDS EXPECTED THIS CYCLE"
                   DELIMITED BY SIZE INTO fmrpt-line
               WRITE fmrpt-line
           END-IF
           MOVE SPACES TO fmrpt-line
           WRITE fmrpt-line
           MOVE SPACES TO fmrpt-line
           STRING "SOURCE   OWNER                          DUE CUTOFF "
               "STATUS     ACCEPTED FAILED FIRST ARRIVAL   NOTE"
               DELIMITED BY SIZE INTO fmrpt-line
           WRITE fmrpt-line.

       1000-SCAN-ARRIVALS.
           PERFORM VARYING src-idx FROM 1 BY 1 UNTIL src-idx > 50
               MOVE 0 TO ws-arr-accepted(src-idx)
               MOVE 0 TO ws-arr-failed(src-idx)
               MOVE 0 TO ws-arr-first-date(src-idx)
               MOVE 0 TO ws-arr-first-time(src-idx)
           END-PERFORM
           PERFORM UNTIL end-of-farr
               READ ttt-farr
                   AT END
                       SET end-of-farr TO TRUE
                   NOT AT END
                       IF farr-cycle-date = cycle-date THEN
                           ADD 1 TO ws-batch-read-count
                           PERFORM 1100-NOTE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM
           IF ws-farr-status NOT = "35" THEN
               CLOSE ttt-farr
           END-IF.

      *    TTTFARR is appended in time order, so the first accepted
      *    batch seen is the one that met (or missed) the cutoff.
       1100-NOTE-ARRIVAL.
           MOVE "N" TO ws-found-sw
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count OR ws-found-sw = "Y"
               IF src-id(src-idx) = farr-source-system-id THEN
                   MOVE "Y" TO ws-found-sw
               END-IF
           END-PERFORM
           IF ws-found-sw = "N" THEN
               PERFORM 1200-NOTE-UNREGISTERED
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM src-idx
           IF farr-accepted THEN
               IF ws-arr-accepted(src-idx) = 0 THEN
                   MOVE farr-arrival-date
                       TO ws-arr-first-date(src-idx)
                   MOVE farr-arrival-time
                       TO ws-arr-first-time(src-idx)
               END-IF
               ADD 1 TO ws-arr-accepted(src-idx)
           ELSE
               ADD 1 TO ws-arr-failed(src-idx)
           END-IF.

       1200-NOTE-UNREGISTERED.
           PERFORM VARYING unreg-idx FROM 1 BY 1
               UNTIL unreg-idx > ws-unreg-count OR ws-found-sw = "Y"
               IF ws-unreg-source(unreg-idx)
                       = farr-source-system-id THEN
                   MOVE "Y" TO ws-found-sw
                   ADD 1 TO ws-unreg-failed(unreg-idx)
               END-IF
           END-PERFORM
           IF ws-found-sw = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-unreg-count >= 20 THEN
               DISPLAY "TTTFMON: MORE THAN 20 UNREGISTERED SOURCES "
                   "-- EXCESS NOT REPORTED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-unreg-count
           MOVE farr-source-system-id
               TO ws-unreg-source(ws-unreg-count)
           MOVE 1 TO ws-unreg-failed(ws-unreg-count)
           MOVE farr-arrival-date
               TO ws-unreg-first-date(ws-unreg-count)
           MOVE farr-arrival-time
               TO ws-unreg-first-time(ws-unreg-count).

       2000-JUDGE-SOURCE.
           MOVE SPACES TO ws-note
           MOVE "N" TO ws-exception-sw
           MOVE "N" TO ws-due-sw
           IF ws-dark-sw = "N"
                   AND src-send-days(src-idx)(ws-weekday:1)
                       NOT = SPACE
                   AND src-send-days(src-idx)(ws-weekday:1)
                       NOT = "-" THEN
               MOVE "Y" TO ws-due-sw
           END-IF
           EVALUATE TRUE
               WHEN src-send-days(src-idx) = SPACES
                   MOVE "NO SCHED  " TO ws-status-lit
                   MOVE "NOT MONITORED" TO ws-note
               WHEN ws-due-sw = "Y" AND ws-arr-accepted(src-idx) = 0
                   MOVE "MISSING   " TO ws-status-lit
                   ADD 1 TO ws-missing-count
                   MOVE "Y" TO ws-exception-sw
                   IF ws-arr-failed(src-idx) > 0 THEN
                       MOVE "SENT, NONE BALANCED" TO ws-note
                   END-IF
               WHEN ws-due-sw = "Y"
                   PERFORM 2100-CHECK-CUTOFF
               WHEN ws-arr-accepted(src-idx) > 0
                       OR ws-arr-failed(src-idx) > 0
                   MOVE "UNEXPECTED" TO ws-status-lit
                   ADD 1 TO ws-unexpected-count
                   MOVE "Y" TO ws-exception-sw
                   IF ws-dark-sw = "Y" THEN
                       MOVE "SENT ON A DARK DAY" TO ws-note
                   ELSE
                       MOVE "NOT DUE TODAY" TO ws-note
                   END-IF
               WHEN OTHER
                   MOVE "NOT DUE   " TO ws-status-lit
           END-EVALUATE
           PERFORM 2200-WRITE-SOURCE-LINE
           IF ws-exception-sw = "Y" THEN
               PERFORM 2300-WRITE-EXCEPTION
           END-IF.

       2100-CHECK-CUTOFF.
           IF src-cutoff-time(src-idx) > 0
                   AND (ws-arr-first-date(src-idx) > cycle-date
                   OR (ws-arr-first-date(src-idx) = cycle-date
                   AND ws-arr-first-time(src-idx)
                       > src-cutoff-time(src-idx) * 100)) THEN
               MOVE "LATE      " TO ws-status-lit
               ADD 1 TO ws-late-count
               MOVE "Y" TO ws-exception-sw
           ELSE
               MOVE "ON TIME   " TO ws-status-lit
               ADD 1 TO ws-on-time-count
           END-IF.

       2200-WRITE-SOURCE-LINE.
           MOVE src-cutoff-time(src-idx) TO disp-cutoff
           MOVE ws-arr-accepted(src-idx) TO disp-accepted
           MOVE ws-arr-failed(src-idx) TO disp-failed
           MOVE SPACES TO disp-arrival
           IF ws-arr-accepted(src-idx) > 0 THEN
               STRING ws-arr-first-date(src-idx) " "
                   ws-arr-first-time(src-idx)
                   DELIMITED BY SIZE INTO disp-arrival
           END-IF
           MOVE SPACES TO fmrpt-line
           STRING src-id(src-idx) " " src-owner-name(src-idx) " "
               ws-due-sw "   " disp-cutoff "   " ws-status-lit " "
               disp-accepted "     " disp-failed "   "
               disp-arrival " " ws-note
               DELIMITED BY SIZE INTO fmrpt-line
           WRITE fmrpt-line.

       2300-WRITE-EXCEPTION.
           MOVE SPACES TO fexc-rec
           MOVE src-id(src-idx) TO fexc-source-system-id
           MOVE cycle-date TO fexc-cycle-date
           MOVE ws-status-lit TO fexc-status
           MOVE src-cutoff-time(src-idx) TO fexc-cutoff-time
           MOVE ws-arr-first-date(src-idx) TO fexc-arrival-date
           MOVE ws-arr-first-time(src-idx) TO fexc-arrival-time
           MOVE ws-arr-accepted(src-idx) TO fexc-accepted-batches
           MOVE ws-arr-failed(src-idx) TO fexc-failed-batches
           MOVE src-owner-name(src-idx) TO fexc-owner-name
           MOVE ws-run-id TO fexc-run-id
           WRITE fexc-rec
           ADD 1 TO ws-exception-count.

      *    A source nobody registered has no schedule to be due on,
      *    so whatever it sent is UNEXPECTED; the exception still
      *    carries its source-system-id for whoever routes it.
       2500-REPORT-UNREGISTERED.
           ADD 1 TO ws-unexpected-count
           MOVE ws-unreg-failed(unreg-idx) TO disp-failed
           MOVE SPACES TO disp-arrival
           STRING ws-unreg-first-date(unreg-idx) " "
               ws-unreg-first-time(unreg-idx)
               DELIMITED BY SIZE INTO disp-arrival
           MOVE SPACES TO fmrpt-line
           STRING ws-unreg-source(unreg-idx) " "
               "(NOT ON TTTSRCM)              " " N   0000   "
               "UNEXPECTED    0     " disp-failed "   "
               disp-arrival " NOT REGISTERED"
               DELIMITED BY SIZE INTO fmrpt-line
           WRITE fmrpt-line
           MOVE SPACES TO fexc-rec
           MOVE ws-unreg-source(unreg-idx) TO fexc-source-system-id
           MOVE cycle-date TO fexc-cycle-date
           MOVE "UNEXPECTED" TO fexc-status
           MOVE 0 TO fexc-cutoff-time
           MOVE 0 TO fexc-arrival-date
           MOVE 0 TO fexc-arrival-time
           MOVE 0 TO fexc-accepted-batches
           MOVE ws-unreg-failed(unreg-idx) TO fexc-failed-batches
           MOVE ws-run-id TO fexc-run-id
           WRITE fexc-rec
           ADD 1 TO ws-exception-count.

       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO fmrpt-line
           WRITE fmrpt-line
           MOVE SPACES TO fmrpt-line
           STRING "BATCHES THIS CYCLE=" ws-batch-read-count
               " ON TIME=" ws-on-time-count
               " LATE=" ws-late-count
               " MISSING=" ws-missing-count
               " UNEXPECTED=" ws-unexpected-count
               DELIMITED BY SIZE INTO fmrpt-line
           WRITE fmrpt-line
           MOVE SPACES TO fmrpt-line
           STRING "EXCEPTIONS WRITTEN TO TTTFEXC=" ws-exception-count
               DELIMITED BY SIZE INTO fmrpt-line
           WRITE fmrpt-line
           IF ws-exception-count > 0 THEN
               DISPLAY "TTTFMON: FEED ARRIVAL EXCEPTIONS -- "
                   "SEE TTTFMRPT"
           END-IF.

       0950-SET-RETURN-CODE.
           IF ws-exception-count > 0 THEN
               MOVE 4 TO ws-return-code
           ELSE
               MOVE 0 TO ws-return-code
           END-IF.

       0975-WRITE-AUDIT-LOG.
           MOVE ws-batch-read-count TO ws-audit-position-count
           IF ws-return-code = 4 THEN
               MOVE "EXCEPTIONS" TO ws-audit-outcome
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

       END PROGRAM TTTFMON.
