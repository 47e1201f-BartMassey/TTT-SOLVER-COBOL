       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSCCOL.

      ******************************************************************
      *  Nightly source-quality collector for the monthly scorecard
      *  (TTTSCORE).  Every per-source measure account management
      *  wants on one page already exists somewhere, but mostly on
      *  files recreated each cycle -- so once the night's stream is
      *  done this step boils the cycle down to one TTTSCACC record
      *  per sending source (scacc.cpy) before the next cycle
      *  overwrites the inputs:
      *
      *      TTTFACK    received and rejected counts, and any
      *                 acknowledgment cut with balanced NO
      *      TTTFARR    batches TTTEDIT failed this cycle
      *      TTTRESUB   resubmitted records held out by the edit
      *      TTTALRT1/2 forced-loss alerts
      *      TTTGDRPT   TTTGRADE's per-source graded and in-error
      *                 move counts (picked off its SOURCE-SYSTEM-ID
      *                 lines by fixed column offsets, the way TTTOPS
      *                 reads TTTQA's trailer)
      *
      *  and marks the cycle's received volume against the source's
      *  TTTSRCM expected range.  Any input that does not exist
      *  tonight simply contributes nothing.  Run after TTTGRADE and
      *  before the next cycle's TTTEDIT.  Reject aging is not
      *  collected here: the scorecard reads it off TTTRJMST itself.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-fack ASSIGN TO "TTTFACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fack-status.
           SELECT ttt-farr ASSIGN TO "TTTFARR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-farr-status.
           SELECT ttt-resub ASSIGN TO "TTTRESUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-resub-status.
           SELECT ttt-alrt1 ASSIGN TO "TTTALRT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alrt1-status.
           SELECT ttt-alrt2 ASSIGN TO "TTTALRT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alrt2-status.
           SELECT ttt-gdrpt ASSIGN TO "TTTGDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-gdrpt-status.
           SELECT ttt-scacc ASSIGN TO "TTTSCACC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scacc-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-fack
           RECORDING MODE IS F.
       01 fack-rec PIC X(70).
       COPY feedctl.
      *    The CNT summary record TTT writes after each source's
      *    acknowledgment header (see ttt.cbl's ws-fack-cnt-rec).
       01 fack-cnt-rec.
           05 fack-cnt-id PIC X(6).
           05 fack-cnt-received PIC 9(9).
           05 FILLER PIC X.
           05 fack-cnt-accepted PIC 9(9).
           05 FILLER PIC X.
           05 fack-cnt-rejected PIC 9(9).
           05 FILLER PIC X.
           05 fack-cnt-balanced PIC X(3).
           05 FILLER PIC X(31).

       FD  ttt-farr
           RECORDING MODE IS F.
       COPY farr.

       FD  ttt-resub
           RECORDING MODE IS F.
       01 resub-rec PIC X(70).

       FD  ttt-alrt1
           RECORDING MODE IS F.
       COPY alert.

       FD  ttt-alrt2
           RECORDING MODE IS F.
       COPY alert REPLACING LEADING ==alert== BY ==alrt2==.

       FD  ttt-gdrpt
           RECORDING MODE IS F.
       01 gdrpt-line PIC X(132).

       FD  ttt-scacc
           RECORDING MODE IS F.
       COPY scacc.

       WORKING-STORAGE SECTION.
       COPY state.
       COPY srcmst.
       01 src-idx PIC 9(4) COMP.
       COPY cycdt.

       01 ws-fack-status PIC XX VALUE SPACES.
       01 ws-farr-status PIC XX VALUE SPACES.
       01 ws-resub-status PIC XX VALUE SPACES.
       01 ws-alrt1-status PIC XX VALUE SPACES.
       01 ws-alrt2-status PIC XX VALUE SPACES.
       01 ws-gdrpt-status PIC XX VALUE SPACES.
       01 ws-scacc-status PIC XX VALUE SPACES.
       01 ws-scan-eof-sw PIC X.

      *    The cycle's measures per sending source, the same linear
      *    find-or-add table shape the other per-source rollups use.
       01 ws-col-tbl.
           05 ws-col-entry OCCURS 60 TIMES.
               10 ws-col-source PIC X(8).
               10 ws-col-received PIC 9(9).
               10 ws-col-rejected PIC 9(9).
               10 ws-col-resubmitted PIC 9(9).
               10 ws-col-losses PIC 9(9).
               10 ws-col-moves PIC 9(9).
               10 ws-col-errors PIC 9(9).
               10 ws-col-failed PIC 9(4).
               10 ws-col-unbalanced PIC 9(4).
       01 ws-col-count PIC 9(4) COMP VALUE 0.
       01 col-idx PIC 9(4) COMP.
       01 ws-col-found-sw PIC X.
       01 ws-col-overflow-sw PIC X VALUE "N".
       01 ws-probe-source PIC X(8).
       01 ws-fack-source PIC X(8) VALUE SPACES.

       01 ws-written-count PIC 9(4) VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTSCCOL".
       01 ws-audit-input-source PIC X(20) VALUE "TTTFACK".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail and on every TTTSCACC
      *    record this run writes.
       01 ws-run-id PIC X(16) VALUE SPACES.
       01 ws-options-echo PIC X(60) VALUE SPACES.
       01 ws-operator-id PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SrcMaster" USING
             BY REFERENCE src-master
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 1000-COLLECT-ACKS
           PERFORM 1100-COLLECT-FAILED-BATCHES
           PERFORM 1200-COLLECT-RESUBMISSIONS
           PERFORM 1300-COLLECT-LOSSES
           PERFORM 1400-COLLECT-GRADING
           PERFORM 2000-WRITE-ACCUMULATION
           DISPLAY "TTTSCCOL: CYCLE " cycle-date
               " SOURCES COLLECTED=" ws-written-count
           IF ws-col-overflow-sw = "Y" THEN
               DISPLAY "TTTSCCOL: SOURCE TABLE FULL -- SOME SOURCES "
                   "NOT COLLECTED"
           END-IF
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TJ" FUNCTION CURRENT-DATE(1:14)
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

      *    TTTFACK is one HDR/CNT/REA.../TRL batch per source; the
      *    header names the source the CNT record that follows it
      *    counts for.
       1000-COLLECT-ACKS.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-fack
           IF ws-fack-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-fack
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       PERFORM 1050-NOTE-ACK-RECORD
               END-READ
           END-PERFORM
           CLOSE ttt-fack.

       1050-NOTE-ACK-RECORD.
           EVALUATE TRUE
               WHEN feed-hdr-id = "HDR   "
                   MOVE feed-hdr-source-system-id TO ws-fack-source
               WHEN fack-cnt-id = "CNT   "
                   MOVE ws-fack-source TO ws-probe-source
                   PERFORM 3000-FIND-SOURCE
                   IF col-idx > 0 THEN
                       ADD fack-cnt-received
                           TO ws-col-received(col-idx)
                       ADD fack-cnt-rejected
                           TO ws-col-rejected(col-idx)
                       IF fack-cnt-balanced NOT = "YES" THEN
                           ADD 1 TO ws-col-unbalanced(col-idx)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-COLLECT-FAILED-BATCHES.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-farr
           IF ws-farr-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-farr
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       IF farr-cycle-date = cycle-date
                               AND farr-failed THEN
                           MOVE farr-source-system-id
                               TO ws-probe-source
                           PERFORM 3000-FIND-SOURCE
                           IF col-idx > 0 THEN
                               ADD 1 TO ws-col-failed(col-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-farr.

       1200-COLLECT-RESUBMISSIONS.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-resub
           IF ws-resub-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-resub
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       MOVE resub-rec TO state
                       MOVE source-system-id TO ws-probe-source
                       PERFORM 3000-FIND-SOURCE
                       IF col-idx > 0 THEN
                           ADD 1 TO ws-col-resubmitted(col-idx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-resub.

       1300-COLLECT-LOSSES.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-alrt1
           IF ws-alrt1-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-alrt1
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           MOVE alert-source-system-id
                               TO ws-probe-source
                           PERFORM 3000-FIND-SOURCE
                           IF col-idx > 0 THEN
                               ADD 1 TO ws-col-losses(col-idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-alrt1
           END-IF

           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-alrt2
           IF ws-alrt2-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-alrt2
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           MOVE alrt2-source-system-id
                               TO ws-probe-source
                           PERFORM 3000-FIND-SOURCE
                           IF col-idx > 0 THEN
                               ADD 1 TO ws-col-losses(col-idx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-alrt2
           END-IF.

      *    TTTGRADE's source lines read
      *      "  SOURCE-SYSTEM-ID=ssssssss MOVES=nnnnnnnnn OPTIMAL=...
      *       INACCURACY=nnnnnnnnn BLUNDER=nnnnnnnnn ..."
      *    at fixed offsets: source 20, moves 35, inaccuracies 74,
      *    blunders 92.
       1400-COLLECT-GRADING.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-gdrpt
           IF ws-gdrpt-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-gdrpt
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       IF gdrpt-line(1:19) = "  SOURCE-SYSTEM-ID="
                               AND gdrpt-line(35:9) IS NUMERIC
                               AND gdrpt-line(74:9) IS NUMERIC
                               AND gdrpt-line(92:9) IS NUMERIC THEN
                           MOVE gdrpt-line(20:8) TO ws-probe-source
                           PERFORM 3000-FIND-SOURCE
                           IF col-idx > 0 THEN
                               PERFORM 1450-ADD-GRADING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-gdrpt.

       1450-ADD-GRADING.
           ADD FUNCTION NUMVAL(gdrpt-line(35:9))
               TO ws-col-moves(col-idx)
           ADD FUNCTION NUMVAL(gdrpt-line(74:9))
               TO ws-col-errors(col-idx)
           ADD FUNCTION NUMVAL(gdrpt-line(92:9))
               TO ws-col-errors(col-idx).

      *    The accumulation file grows across cycles for the month's
      *    scorecard to read back.
       2000-WRITE-ACCUMULATION.
           OPEN EXTEND ttt-scacc
           IF ws-scacc-status = "35" THEN
               OPEN OUTPUT ttt-scacc
               CLOSE ttt-scacc
               OPEN EXTEND ttt-scacc
           END-IF
           IF ws-scacc-status NOT = "00" THEN
               DISPLAY "TTTSCCOL: unable to open TTTSCACC, status "
                   ws-scacc-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING col-idx FROM 1 BY 1
               UNTIL col-idx > ws-col-count
               PERFORM 2100-WRITE-SOURCE-RECORD
           END-PERFORM
           CLOSE ttt-scacc.

       2100-WRITE-SOURCE-RECORD.
           MOVE SPACES TO scacc-rec
           MOVE cycle-date TO scacc-cycle-date
           MOVE ws-col-source(col-idx) TO scacc-source-system-id
           MOVE ws-col-received(col-idx) TO scacc-received
           MOVE ws-col-rejected(col-idx) TO scacc-rejected
           MOVE ws-col-resubmitted(col-idx) TO scacc-resubmitted
           MOVE ws-col-losses(col-idx) TO scacc-forced-losses
           MOVE ws-col-moves(col-idx) TO scacc-moves-graded
           MOVE ws-col-errors(col-idx) TO scacc-moves-in-error
           MOVE ws-col-failed(col-idx) TO scacc-failed-batches
           MOVE ws-col-unbalanced(col-idx) TO scacc-unbalanced-acks
           PERFORM 2200-CHECK-VOLUME
           MOVE ws-run-id TO scacc-run-id
           WRITE scacc-rec
           ADD 1 TO ws-written-count.

       2200-CHECK-VOLUME.
           MOVE SPACE TO scacc-volume-breach
           IF ws-col-received(col-idx) = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF src-id(src-idx) = ws-col-source(col-idx)
                       AND src-vol-hi(src-idx) > 0 THEN
                   EVALUATE TRUE
                       WHEN ws-col-received(col-idx)
                               < src-vol-lo(src-idx)
                           MOVE "L" TO scacc-volume-breach
                       WHEN ws-col-received(col-idx)
                               > src-vol-hi(src-idx)
                           MOVE "H" TO scacc-volume-breach
                       WHEN OTHER
                           MOVE "N" TO scacc-volume-breach
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3000-FIND-SOURCE.
           MOVE "N" TO ws-col-found-sw
           PERFORM VARYING col-idx FROM 1 BY 1
               UNTIL col-idx > ws-col-count
                   OR ws-col-found-sw = "Y"
               IF ws-col-source(col-idx) = ws-probe-source THEN
                   MOVE "Y" TO ws-col-found-sw
               END-IF
           END-PERFORM
           IF ws-col-found-sw = "Y" THEN
               SUBTRACT 1 FROM col-idx
               EXIT PARAGRAPH
           END-IF
           IF ws-col-count >= 60 THEN
               MOVE "Y" TO ws-col-overflow-sw
               MOVE 0 TO col-idx
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-col-count
           MOVE ws-col-count TO col-idx
           MOVE ws-probe-source TO ws-col-source(col-idx)
           MOVE 0 TO ws-col-received(col-idx)
           MOVE 0 TO ws-col-rejected(col-idx)
           MOVE 0 TO ws-col-resubmitted(col-idx)
           MOVE 0 TO ws-col-losses(col-idx)
           MOVE 0 TO ws-col-moves(col-idx)
           MOVE 0 TO ws-col-errors(col-idx)
           MOVE 0 TO ws-col-failed(col-idx)
           MOVE 0 TO ws-col-unbalanced(col-idx).

       0975-WRITE-AUDIT-LOG.
           MOVE ws-written-count TO ws-audit-position-count
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

       END PROGRAM TTTSCCOL.
