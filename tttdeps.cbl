       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTDEPS.

      ******************************************************************
      *  Job-stream predecessor enforcement and restart advisor.  The
      *  nightly stream's ordering rules (TTTMERGE before TTTRPT01,
      *  TTTWEXT, TTTGRADE and the TTTARCH rotation; TTTNITE's TTTRESP
      *  before TTTKCOMP and TTTRECON) lived only in people's heads,
      *  and a step started early twice and shipped reports off a
      *  half-merged TTTHIST.  The rules now live in the TTTDEPC
      *  control file, one line per step or per dependency:
      *
      *      cols 1-8   step
      *      cols 10-17 predecessor -- blank on a line that only
      *                 places the step in the stream
      *      cols 19-28, 30-39, 41-50, 52-61, 63-72
      *                 up to five acceptable END outcomes (as on
      *                 TTTAUD: OK, REJECTS, REEMITS, ...); all blank
      *                 means OK only.  On a dependency line they are
      *                 the predecessor's outcomes this step accepts;
      *                 on a step-only line they are the outcomes
      *                 that count as the step itself completing.
      *
      *  "*" in column 1 for a comment line, blank lines ignored --
      *  the TTTPARM/TTTCAL conventions.  Stream order is the order in
      *  which steps first appear (a predecessor ahead of the step that
      *  names it), so list the file in running order.
      *
      *  Two modes, by PARM:
      *
      *    STEP=xxxxxxxx  the check step, run in the JCL immediately
      *                   ahead of the job it guards.  Every
      *                   predecessor of the step must have an END
      *                   event on TTTAUD for this cycle date, with an
      *                   outcome the dependency accepts, that no
      *                   TTTBKOUT BKOUT event has since withdrawn and
      *                   that no later BEGIN has left half-rerun.
      *                   RETURN-CODE 0 lets the job start; 16 refuses
      *                   it (the JCL conditions the job on this step)
      *                   and the console shows each unmet
      *                   predecessor.  A step not on TTTDEPC is
      *                   refused too -- a mistyped PARM must not
      *                   quietly wave a job through.
      *
      *    ADVISE         (or no PARM) the restart advisor, run after
      *                   an abend.  TTTDPRPT lists every step of the
      *                   stream as COMPLETE, FAILED (ended with an
      *                   outcome it does not accept), ABENDED (BEGIN
      *                   with no END), BACKED OUT or NOT RUN; marks
      *                   which must rerun -- any step not complete,
      *                   any step that ran before its predecessor's
      *                   latest END or on an outcome it does not
      *                   accept, and everything downstream of a step
      *                   that must rerun -- and names the step to
      *                   restart the stream at: the first in stream
      *                   order that must rerun.  RETURN-CODE 4 when
      *                   anything must rerun, else 0.
      *
      *  A missing TTTDEPC (status 35) means no rules are defined:
      *  the check lets every job start and the advisor says so.  A
      *  missing TTTAUD means nothing has run yet this cycle.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-depc ASSIGN TO "TTTDEPC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-depc-status.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-dprpt ASSIGN TO "TTTDPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dprpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-depc
           RECORDING MODE IS F.
       01 depc-rec.
           05 depc-step PIC X(8).
           05 FILLER PIC X.
           05 depc-pred PIC X(8).
           05 FILLER PIC X.
           05 depc-ok-list.
               10 depc-ok-entry OCCURS 5 TIMES.
                   15 depc-ok-outcome PIC X(10).
                   15 FILLER PIC X.
           05 FILLER PIC X(7).

       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-dprpt
           RECORDING MODE IS F.
       01 dprpt-line PIC X(120).

       WORKING-STORAGE SECTION.
       01 ws-depc-status PIC XX VALUE SPACES.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-dprpt-status PIC XX VALUE SPACES.

       01 ws-depc-eof-sw PIC X VALUE "N".
           88 end-of-depc VALUE "Y".
       01 ws-aud-eof-sw PIC X VALUE "N".
           88 end-of-aud VALUE "Y".
       01 ws-depc-avail-sw PIC X VALUE "Y".

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-mode-sw PIC X VALUE "A".
           88 check-mode VALUE "C".
           88 advise-mode VALUE "A".
       01 ws-target-step PIC X(8) VALUE SPACES.
       01 ws-target-idx PIC 9(4) COMP VALUE 0.

      *    The stream, in order of first appearance on TTTDEPC, with
      *    what TTTAUD says about each step for the cycle date.  The
      *    latest END wins (TTTAUD is appended in time order); a
      *    BKOUT naming that END's run-id withdraws it.
       01 ws-step-tbl.
           05 ws-step-entry OCCURS 50 TIMES.
               10 ws-step-name PIC X(8).
               10 ws-step-ok-list.
                   15 ws-step-ok-outcome PIC X(10) OCCURS 5 TIMES.
               10 ws-step-begun-sw PIC X.
               10 ws-step-pending-sw PIC X.
               10 ws-step-end-sw PIC X.
               10 ws-step-backed-out-sw PIC X.
               10 ws-step-end-seq PIC 9(9) COMP.
               10 ws-step-end-run-id PIC X(16).
               10 ws-step-end-outcome PIC X(10).
               10 ws-step-state PIC X(10).
               10 ws-step-rerun-sw PIC X.
               10 ws-step-reason PIC X(40).
       01 ws-step-count PIC 9(4) COMP VALUE 0.
       01 step-idx PIC 9(4) COMP.
       01 ws-found-idx PIC 9(4) COMP.
       01 ws-probe-name PIC X(8).

       01 ws-dep-tbl.
           05 ws-dep-entry OCCURS 200 TIMES.
               10 ws-dep-step-idx PIC 9(4) COMP.
               10 ws-dep-pred-idx PIC 9(4) COMP.
               10 ws-dep-ok-list.
                   15 ws-dep-ok-outcome PIC X(10) OCCURS 5 TIMES.
       01 ws-dep-count PIC 9(4) COMP VALUE 0.
       01 dep-idx PIC 9(4) COMP.
       01 ws-pred-idx PIC 9(4) COMP.

       01 ws-test-outcome PIC X(10).
       01 ws-test-list.
           05 ws-test-ok-outcome PIC X(10) OCCURS 5 TIMES.
       01 ok-idx PIC 9 COMP.
       01 ws-outcome-ok-sw PIC X.

       01 ws-aud-seq PIC 9(9) COMP VALUE 0.
       01 ws-changed-sw PIC X.
       01 ws-pass-count PIC 9(4) COMP.
       01 ws-unmet-count PIC 9(4) COMP VALUE 0.
       01 ws-unmet-reason PIC X(50).
       01 ws-restart-idx PIC 9(4) COMP VALUE 0.
       01 ws-complete-count PIC 9(4) COMP VALUE 0.
       01 ws-rerun-count PIC 9(4) COMP VALUE 0.
       01 ws-rerun-lit PIC X(5).

       01 disp-seq PIC Z9.
       01 disp-count PIC ZZZ9.
       01 disp-complete PIC ZZZ9.
       01 disp-rerun PIC ZZZ9.
       01 ws-return-code PIC 99 VALUE 0.

       COPY cycdt.
       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           MOVE cycle-date TO ws-current-date
           PERFORM 0050-PARSE-PARM
           PERFORM 1000-LOAD-CONTROL
           IF ws-depc-avail-sw = "Y" THEN
               PERFORM 2000-SCAN-AUDIT
               PERFORM 2500-SET-STEP-STATES
           END-IF
           IF check-mode THEN
               PERFORM 3000-CHECK-STEP
           ELSE
               PERFORM 0100-OPEN-REPORT
               PERFORM 0200-WRITE-HEADING
               IF ws-depc-avail-sw = "Y" THEN
                   PERFORM 4000-ADVISE-RESTART
               END-IF
               PERFORM 0900-WRITE-REPORT
               CLOSE ttt-dprpt
           END-IF
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           EVALUATE TRUE
               WHEN ws-parm = SPACES
                   SET advise-mode TO TRUE
               WHEN ws-parm(1:6) = "ADVISE"
                   SET advise-mode TO TRUE
               WHEN ws-parm(1:5) = "STEP="
                   SET check-mode TO TRUE
                   MOVE ws-parm(6:8) TO ws-target-step
               WHEN OTHER
                   DISPLAY "TTTDEPS: PARM MUST BE STEP=xxxxxxxx "
                       "OR ADVISE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF check-mode AND ws-target-step = SPACES THEN
               DISPLAY "TTTDEPS: PARM MUST BE STEP=xxxxxxxx "
                   "OR ADVISE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-OPEN-REPORT.
           OPEN OUTPUT ttt-dprpt
           IF ws-dprpt-status NOT = "00" THEN
               DISPLAY "TTTDEPS: unable to open TTTDPRPT, status "
                   ws-dprpt-status
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE SPACES TO dprpt-line
           STRING "TTT JOB-STREAM RESTART ADVISOR  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO dprpt-line
           WRITE dprpt-line
           MOVE ALL "-" TO dprpt-line
           WRITE dprpt-line.

      *    TTTDEPC into the step and dependency tables.  A missing
      *    file turns the whole job into a no-op; any other open
      *    failure stops the run, so a damaged control file never
      *    lets the check wave a job through.
       1000-LOAD-CONTROL.
           OPEN INPUT ttt-depc
           EVALUATE ws-depc-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE "N" TO ws-depc-avail-sw
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "TTTDEPS: unable to open TTTDEPC, status "
                       ws-depc-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL end-of-depc
               READ ttt-depc
                   AT END
                       SET end-of-depc TO TRUE
                   NOT AT END
                       PERFORM 1100-LOAD-ENTRY
               END-READ
           END-PERFORM
           CLOSE ttt-depc.

       1100-LOAD-ENTRY.
           EVALUATE TRUE
               WHEN depc-rec = SPACES
                   CONTINUE
               WHEN depc-step(1:1) = "*"
                   CONTINUE
               WHEN depc-step = SPACES
                   DISPLAY "TTTDEPS: UNRECOGNIZED TTTDEPC RECORD: "
                       depc-rec(1:30)
               WHEN depc-pred = depc-step
                   DISPLAY "TTTDEPS: STEP NAMED AS ITS OWN "
                       "PREDECESSOR IGNORED: " depc-step
               WHEN depc-pred = SPACES
                   MOVE depc-step TO ws-probe-name
                   PERFORM 1200-FIND-OR-ADD-STEP
                   IF ws-found-idx > 0 THEN
                       PERFORM VARYING ok-idx FROM 1 BY 1
                           UNTIL ok-idx > 5
                           MOVE depc-ok-outcome(ok-idx)
                               TO ws-step-ok-outcome(ws-found-idx
                                   ok-idx)
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   PERFORM 1150-LOAD-DEPENDENCY
           END-EVALUATE.

      *    The predecessor is placed ahead of the step that names it,
      *    so a file listed in running order reads back in that order.
       1150-LOAD-DEPENDENCY.
           IF ws-dep-count >= 200 THEN
               DISPLAY "TTTDEPS: MORE THAN 200 DEPENDENCIES "
                   "-- EXCESS ENTRIES IGNORED"
               EXIT PARAGRAPH
           END-IF
           MOVE depc-pred TO ws-probe-name
           PERFORM 1200-FIND-OR-ADD-STEP
           MOVE ws-found-idx TO ws-pred-idx
           MOVE depc-step TO ws-probe-name
           PERFORM 1200-FIND-OR-ADD-STEP
           IF ws-pred-idx = 0 OR ws-found-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-dep-count
           MOVE ws-found-idx TO ws-dep-step-idx(ws-dep-count)
           MOVE ws-pred-idx TO ws-dep-pred-idx(ws-dep-count)
           PERFORM VARYING ok-idx FROM 1 BY 1 UNTIL ok-idx > 5
               MOVE depc-ok-outcome(ok-idx)
                   TO ws-dep-ok-outcome(ws-dep-count ok-idx)
           END-PERFORM.

       1200-FIND-OR-ADD-STEP.
           MOVE 0 TO ws-found-idx
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > ws-step-count OR ws-found-idx > 0
               IF ws-step-name(step-idx) = ws-probe-name THEN
                   MOVE step-idx TO ws-found-idx
               END-IF
           END-PERFORM
           IF ws-found-idx > 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-step-count >= 50 THEN
               DISPLAY "TTTDEPS: MORE THAN 50 STEPS "
                   "-- EXCESS ENTRIES IGNORED: " ws-probe-name
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-step-count
           MOVE ws-step-count TO ws-found-idx
           MOVE ws-probe-name TO ws-step-name(ws-found-idx)
           MOVE SPACES TO ws-step-ok-list(ws-found-idx)
           MOVE "N" TO ws-step-begun-sw(ws-found-idx)
           MOVE "N" TO ws-step-pending-sw(ws-found-idx)
           MOVE "N" TO ws-step-end-sw(ws-found-idx)
           MOVE "N" TO ws-step-backed-out-sw(ws-found-idx)
           MOVE 0 TO ws-step-end-seq(ws-found-idx)
           MOVE SPACES TO ws-step-end-run-id(ws-found-idx)
           MOVE SPACES TO ws-step-end-outcome(ws-found-idx)
           MOVE SPACES TO ws-step-state(ws-found-idx)
           MOVE "N" TO ws-step-rerun-sw(ws-found-idx)
           MOVE SPACES TO ws-step-reason(ws-found-idx).

      *    The whole trail is read: the cycle date's BEGIN and END
      *    events for the stream's steps, and every BKOUT whatever
      *    its date, since a backout can run on a later cycle than
      *    the run it withdraws.  The record sequence number orders
      *    ENDs across midnight, where the time of day would not.
       2000-SCAN-AUDIT.
           OPEN INPUT ttt-aud
           EVALUATE ws-aud-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "TTTDEPS: unable to open TTTAUD, status "
                       ws-aud-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL end-of-aud
               READ ttt-aud
                   AT END
                       SET end-of-aud TO TRUE
                   NOT AT END
                       ADD 1 TO ws-aud-seq
                       PERFORM 2100-NOTE-AUDIT-EVENT
               END-READ
           END-PERFORM
           CLOSE ttt-aud.

       2100-NOTE-AUDIT-EVENT.
           IF aud-event-type = "BKOUT" THEN
               PERFORM 2200-NOTE-BACKOUT
               EXIT PARAGRAPH
           END-IF
           IF aud-run-date NOT = cycle-date THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-found-idx
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > ws-step-count OR ws-found-idx > 0
               IF ws-step-name(step-idx) = aud-job-name THEN
                   MOVE step-idx TO ws-found-idx
               END-IF
           END-PERFORM
           IF ws-found-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE aud-event-type
               WHEN "BEGIN"
                   MOVE "Y" TO ws-step-begun-sw(ws-found-idx)
                   MOVE "Y" TO ws-step-pending-sw(ws-found-idx)
               WHEN "REFUS"
      *            A PARM FORCE run refused for want of a rerun
      *            authorization never started.
                   CONTINUE
               WHEN "CTLCH"
               WHEN "PURGE"
               WHEN "RLEAS"
               WHEN "AUTHZ"
      *            TTTCTLM's change images, TTTCACHM's, TTTHREL's and
      *            TTTPURGE's purges, TTTHREL's releases, and TTTRRAUM's
      *            grants and revokes are not runs; where the job runs,
      *            its END follows.
                   CONTINUE
               WHEN OTHER
      *            END events and records from before event types both
      *            mark a completed run.
                   MOVE "N" TO ws-step-pending-sw(ws-found-idx)
                   MOVE "Y" TO ws-step-end-sw(ws-found-idx)
                   MOVE "N" TO ws-step-backed-out-sw(ws-found-idx)
                   MOVE ws-aud-seq TO ws-step-end-seq(ws-found-idx)
                   MOVE aud-run-id TO ws-step-end-run-id(ws-found-idx)
                   MOVE aud-outcome
                       TO ws-step-end-outcome(ws-found-idx)
           END-EVALUATE.

      *    TTTBKOUT names the withdrawn run as "RUNID=..." in the
      *    options field of each of its BKOUT events.
       2200-NOTE-BACKOUT.
           IF aud-options(7:16) = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > ws-step-count
               IF ws-step-end-sw(step-idx) = "Y"
                       AND ws-step-end-run-id(step-idx)
                           = aud-options(7:16) THEN
                   MOVE "N" TO ws-step-end-sw(step-idx)
                   MOVE "Y" TO ws-step-backed-out-sw(step-idx)
               END-IF
           END-PERFORM.

       2500-SET-STEP-STATES.
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > ws-step-count
               EVALUATE TRUE
                   WHEN ws-step-pending-sw(step-idx) = "Y"
                       MOVE "ABENDED   " TO ws-step-state(step-idx)
                   WHEN ws-step-end-sw(step-idx) = "Y"
                       MOVE ws-step-end-outcome(step-idx)
                           TO ws-test-outcome
                       MOVE ws-step-ok-list(step-idx) TO ws-test-list
                       PERFORM 5000-TEST-OUTCOME
                       IF ws-outcome-ok-sw = "Y" THEN
                           MOVE "COMPLETE  " TO ws-step-state(step-idx)
                       ELSE
                           MOVE "FAILED    " TO ws-step-state(step-idx)
                       END-IF
                   WHEN ws-step-backed-out-sw(step-idx) = "Y"
                       MOVE "BACKED OUT" TO ws-step-state(step-idx)
                   WHEN OTHER
                       MOVE "NOT RUN   " TO ws-step-state(step-idx)
               END-EVALUATE
           END-PERFORM.

      *    Check mode: every predecessor of the step must stand.
       3000-CHECK-STEP.
           IF ws-depc-avail-sw = "N" THEN
               DISPLAY "TTTDEPS: NO TTTDEPC -- " ws-target-step
                   " MAY START (NO DEPENDENCIES DEFINED)"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-target-idx
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > ws-step-count OR ws-target-idx > 0
               IF ws-step-name(step-idx) = ws-target-step THEN
                   MOVE step-idx TO ws-target-idx
               END-IF
           END-PERFORM
           IF ws-target-idx = 0 THEN
               DISPLAY "TTTDEPS: STEP " ws-target-step
                   " IS NOT ON TTTDEPC -- REFUSED"
               MOVE 16 TO ws-return-code
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING dep-idx FROM 1 BY 1
               UNTIL dep-idx > ws-dep-count
               IF ws-dep-step-idx(dep-idx) = ws-target-idx THEN
                   PERFORM 3100-CHECK-PREDECESSOR
               END-IF
           END-PERFORM
           IF ws-unmet-count > 0 THEN
               MOVE ws-unmet-count TO disp-count
               DISPLAY "TTTDEPS: STEP " ws-target-step " REFUSED -- "
                   disp-count " PREDECESSOR(S) NOT SATISFIED FOR "
                   "CYCLE " cycle-date
               MOVE 16 TO ws-return-code
           ELSE
               DISPLAY "TTTDEPS: STEP " ws-target-step
                   " MAY START -- PREDECESSORS SATISFIED FOR CYCLE "
                   cycle-date
           END-IF.

       3100-CHECK-PREDECESSOR.
           MOVE ws-dep-pred-idx(dep-idx) TO ws-pred-idx
           MOVE SPACES TO ws-unmet-reason
           EVALUATE TRUE
               WHEN ws-step-pending-sw(ws-pred-idx) = "Y"
                   MOVE "STARTED BUT HAS NOT ENDED" TO ws-unmet-reason
               WHEN ws-step-end-sw(ws-pred-idx) = "N"
                       AND ws-step-backed-out-sw(ws-pred-idx) = "Y"
                   MOVE "ITS RUN WAS BACKED OUT" TO ws-unmet-reason
               WHEN ws-step-end-sw(ws-pred-idx) = "N"
                   MOVE "HAS NO END EVENT THIS CYCLE"
                       TO ws-unmet-reason
               WHEN OTHER
                   MOVE ws-step-end-outcome(ws-pred-idx)
                       TO ws-test-outcome
                   MOVE ws-dep-ok-list(dep-idx) TO ws-test-list
                   PERFORM 5000-TEST-OUTCOME
                   IF ws-outcome-ok-sw = "N" THEN
                       STRING "ENDED " ws-test-outcome
                           " -- NOT AN ACCEPTED OUTCOME"
                           DELIMITED BY SIZE INTO ws-unmet-reason
                   END-IF
           END-EVALUATE
           IF ws-unmet-reason = SPACES THEN
               DISPLAY "TTTDEPS: PREDECESSOR "
                   ws-step-name(ws-pred-idx) " ENDED "
                   ws-step-end-outcome(ws-pred-idx) " RUN "
                   ws-step-end-run-id(ws-pred-idx) " -- SATISFIED"
           ELSE
               ADD 1 TO ws-unmet-count
               DISPLAY "TTTDEPS: PREDECESSOR "
                   ws-step-name(ws-pred-idx) " "
                   FUNCTION TRIM(ws-unmet-reason)
           END-IF.

      *    Advise mode.  A step must rerun when it did not complete;
      *    when it ran before its predecessor's latest END (it read
      *    the predecessor's output half-made or stale) or on an
      *    outcome of the predecessor it does not accept; and when
      *    anything upstream must rerun.  The last rule is carried
      *    down the stream a pass at a time until a pass changes
      *    nothing -- at most one pass per step.
       4000-ADVISE-RESTART.
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > ws-step-count
               IF ws-step-state(step-idx) NOT = "COMPLETE  " THEN
                   MOVE "Y" TO ws-step-rerun-sw(step-idx)
                   MOVE ws-step-state(step-idx)
                       TO ws-step-reason(step-idx)
               END-IF
           END-PERFORM
           PERFORM VARYING dep-idx FROM 1 BY 1
               UNTIL dep-idx > ws-dep-count
               PERFORM 4100-CHECK-RAN-ON-PREDECESSOR
           END-PERFORM
           MOVE "Y" TO ws-changed-sw
           MOVE 0 TO ws-pass-count
           PERFORM UNTIL ws-changed-sw = "N"
                   OR ws-pass-count > ws-step-count
               ADD 1 TO ws-pass-count
               MOVE "N" TO ws-changed-sw
               PERFORM VARYING dep-idx FROM 1 BY 1
                   UNTIL dep-idx > ws-dep-count
                   PERFORM 4200-CARRY-RERUN
               END-PERFORM
           END-PERFORM
           PERFORM 4300-WRITE-STEP-LINES.

       4100-CHECK-RAN-ON-PREDECESSOR.
           MOVE ws-dep-step-idx(dep-idx) TO step-idx
           MOVE ws-dep-pred-idx(dep-idx) TO ws-pred-idx
           IF ws-step-rerun-sw(step-idx) = "Y"
                   OR ws-step-end-sw(ws-pred-idx) = "N" THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-step-end-seq(step-idx)
                   < ws-step-end-seq(ws-pred-idx) THEN
               MOVE "Y" TO ws-step-rerun-sw(step-idx)
               MOVE SPACES TO ws-step-reason(step-idx)
               STRING "RAN BEFORE " ws-step-name(ws-pred-idx)
                   " ENDED"
                   DELIMITED BY SIZE INTO ws-step-reason(step-idx)
               EXIT PARAGRAPH
           END-IF
           MOVE ws-step-end-outcome(ws-pred-idx) TO ws-test-outcome
           MOVE ws-dep-ok-list(dep-idx) TO ws-test-list
           PERFORM 5000-TEST-OUTCOME
           IF ws-outcome-ok-sw = "N" THEN
               MOVE "Y" TO ws-step-rerun-sw(step-idx)
               MOVE SPACES TO ws-step-reason(step-idx)
               STRING "RAN ON " ws-step-name(ws-pred-idx) " "
                   ws-test-outcome
                   DELIMITED BY SIZE INTO ws-step-reason(step-idx)
           END-IF.

       4200-CARRY-RERUN.
           MOVE ws-dep-step-idx(dep-idx) TO step-idx
           MOVE ws-dep-pred-idx(dep-idx) TO ws-pred-idx
           IF ws-step-rerun-sw(ws-pred-idx) = "Y"
                   AND ws-step-rerun-sw(step-idx) = "N" THEN
               MOVE "Y" TO ws-step-rerun-sw(step-idx)
               MOVE SPACES TO ws-step-reason(step-idx)
               STRING "PREDECESSOR " ws-step-name(ws-pred-idx)
                   " MUST RERUN"
                   DELIMITED BY SIZE INTO ws-step-reason(step-idx)
               MOVE "Y" TO ws-changed-sw
           END-IF.

       4300-WRITE-STEP-LINES.
           MOVE SPACES TO dprpt-line
           STRING "CYCLE DATE " cycle-date
               DELIMITED BY SIZE INTO dprpt-line
           WRITE dprpt-line
           MOVE SPACES TO dprpt-line
           WRITE dprpt-line
           MOVE SPACES TO dprpt-line
           STRING "SEQ STEP     STATE      LAST END   RUN-ID"
               "           ACTION REASON"
               DELIMITED BY SIZE INTO dprpt-line
           WRITE dprpt-line
           PERFORM VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > ws-step-count
               IF ws-step-rerun-sw(step-idx) = "Y" THEN
                   MOVE "RERUN" TO ws-rerun-lit
                   ADD 1 TO ws-rerun-count
                   IF ws-restart-idx = 0 THEN
                       MOVE step-idx TO ws-restart-idx
                   END-IF
               ELSE
                   MOVE "DONE " TO ws-rerun-lit
               END-IF
               IF ws-step-state(step-idx) = "COMPLETE  " THEN
                   ADD 1 TO ws-complete-count
               END-IF
               MOVE step-idx TO disp-seq
               MOVE SPACES TO dprpt-line
               STRING disp-seq "  " ws-step-name(step-idx) " "
                   ws-step-state(step-idx) " "
                   ws-step-end-outcome(step-idx) " "
                   ws-step-end-run-id(step-idx) " "
                   ws-rerun-lit "  " ws-step-reason(step-idx)
                   DELIMITED BY SIZE INTO dprpt-line
               WRITE dprpt-line
           END-PERFORM.

      *    An outcome passes when it is on the list; an all-blank
      *    list accepts OK only.
       5000-TEST-OUTCOME.
           MOVE "N" TO ws-outcome-ok-sw
           IF ws-test-list = SPACES THEN
               IF ws-test-outcome = "OK        " THEN
                   MOVE "Y" TO ws-outcome-ok-sw
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ok-idx FROM 1 BY 1
               UNTIL ok-idx > 5 OR ws-outcome-ok-sw = "Y"
               IF ws-test-ok-outcome(ok-idx) NOT = SPACES
                       AND ws-test-ok-outcome(ok-idx)
                           = ws-test-outcome THEN
                   MOVE "Y" TO ws-outcome-ok-sw
               END-IF
           END-PERFORM.

       0900-WRITE-REPORT.
           MOVE SPACES TO dprpt-line
           WRITE dprpt-line
           MOVE SPACES TO dprpt-line
           EVALUATE TRUE
               WHEN ws-depc-avail-sw = "N"
                   STRING "NO TTTDEPC -- NO STREAM DEPENDENCIES "
                       "DEFINED, NOTHING TO ADVISE"
                       DELIMITED BY SIZE INTO dprpt-line
               WHEN ws-restart-idx = 0
                   STRING "STREAM COMPLETE FOR CYCLE " cycle-date
                       " -- NOTHING TO RERUN"
                       DELIMITED BY SIZE INTO dprpt-line
               WHEN OTHER
                   STRING "RESTART THE STREAM AT STEP "
                       ws-step-name(ws-restart-idx)
                       DELIMITED BY SIZE INTO dprpt-line
                   MOVE 4 TO ws-return-code
           END-EVALUATE
           WRITE dprpt-line
           MOVE ws-step-count TO disp-count
           MOVE ws-complete-count TO disp-complete
           MOVE ws-rerun-count TO disp-rerun
           MOVE SPACES TO dprpt-line
           STRING "STEPS=" disp-count "  COMPLETE=" disp-complete
               "  MUST RERUN=" disp-rerun
               DELIMITED BY SIZE INTO dprpt-line
           WRITE dprpt-line.

       END PROGRAM TTTDEPS.
