       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTPSPLT.

      ******************************************************************
      *  Feed partition split.  One TTT run solving the whole TTTIN
      *  serially runs past the kiosk hand-off on heavy nights, so on
      *  those nights the edited feed is cut here into N partitions by
      *  source and each partition is solved by its own TTT run (PARM
      *  PARTITION=n) side by side; TTTPCONS consolidates them after.
      *
      *  PARM PARTITIONS=n (1-9).  Every record of a source goes to
      *  the same partition, so each source's acknowledgment and
      *  results return still come from one run.  Sources are dealt
      *  out largest first, each to the partition with the fewest
      *  records so far, to even the partitions' run times.  The
      *  partitions are TTTINP1...TTTINPn, each in TTTIN's own order;
      *  every one is written, empty if no source fell to it, so every
      *  partition run has its feed.  TTTIN is read once to count the
      *  sources and once more per partition (the partitions are few,
      *  the records many), the same shape TTT's results return uses.
      *
      *  The split is balanced to the feed edit's own count of the
      *  records it passed to TTTIN (TTTEDCTL, edctl.cpy): what was
      *  read here, what was written to the partitions, and what the
      *  edit passed must all agree.  No TTTEDCTL for the cycle means
      *  there is nothing to prove the split against, and the split is
      *  refused.  TTTPMAP (pmap.cpy) records the split -- the counts,
      *  each partition's size, and which partition each source went
      *  to -- for the console and for TTTPCONS.
      *
      *  RETURN-CODE 0 when balanced; 16 when refused or out of
      *  balance, and the JCL keeps the partition runs from starting.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-in ASSIGN TO "TTTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-in-status.
      *    One file per partition, TTTINP1...TTTINP9, each cut in
      *    its turn; the JCL points partition n's TTT run's TTTIN at
      *    TTTINPn's dataset.
           SELECT ttt-part-1 ASSIGN TO "TTTINP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-part-2 ASSIGN TO "TTTINP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-part-3 ASSIGN TO "TTTINP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-part-4 ASSIGN TO "TTTINP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-part-5 ASSIGN TO "TTTINP5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-part-6 ASSIGN TO "TTTINP6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-part-7 ASSIGN TO "TTTINP7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-part-8 ASSIGN TO "TTTINP8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-part-9 ASSIGN TO "TTTINP9"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT ttt-edctl ASSIGN TO "TTTEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-edctl-status.
           SELECT ttt-pmap ASSIGN TO "TTTPMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pmap-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-in
           RECORDING MODE IS F.
       COPY state.

      *    Each the same length as the state record.
       FD  ttt-part-1
           RECORDING MODE IS F.
       01 part-1-rec PIC X(70).

       FD  ttt-part-2
           RECORDING MODE IS F.
       01 part-2-rec PIC X(70).

       FD  ttt-part-3
           RECORDING MODE IS F.
       01 part-3-rec PIC X(70).

       FD  ttt-part-4
           RECORDING MODE IS F.
       01 part-4-rec PIC X(70).

       FD  ttt-part-5
           RECORDING MODE IS F.
       01 part-5-rec PIC X(70).

       FD  ttt-part-6
           RECORDING MODE IS F.
       01 part-6-rec PIC X(70).

       FD  ttt-part-7
           RECORDING MODE IS F.
       01 part-7-rec PIC X(70).

       FD  ttt-part-8
           RECORDING MODE IS F.
       01 part-8-rec PIC X(70).

       FD  ttt-part-9
           RECORDING MODE IS F.
       01 part-9-rec PIC X(70).

       FD  ttt-edctl
           RECORDING MODE IS F.
       COPY edctl.

       FD  ttt-pmap
           RECORDING MODE IS F.
       COPY pmap.

       WORKING-STORAGE SECTION.
       COPY cycdt.

       01 ws-in-status PIC XX VALUE SPACES.
       01 ws-part-status PIC XX VALUE SPACES.
       01 ws-edctl-status PIC XX VALUE SPACES.
       01 ws-pmap-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-input VALUE "Y".
       01 ws-part-dd PIC X(8) VALUE SPACES.

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-partitions PIC 9 VALUE 0.

      *    The cycle's sources, the same 50-entry shape TTT's
      *    acknowledgment table has: records, and the partition each
      *    is dealt to.
       01 ws-src-tbl.
           05 ws-src-entry OCCURS 50 TIMES.
               10 ws-src-id PIC X(8).
               10 ws-src-count PIC 9(9) COMP.
               10 ws-src-partition PIC 9.
       01 ws-src-used PIC 9(4) COMP VALUE 0.
       01 src-idx PIC 9(4) COMP.
       01 ws-src-found-idx PIC 9(4) COMP.
       01 ws-src-overflow-sw PIC X VALUE "N".
       01 ws-big-idx PIC 9(4) COMP.
       01 ws-deal-count PIC 9(4) COMP.

       01 ws-part-tbl.
           05 ws-part-entry OCCURS 9 TIMES.
               10 ws-part-load PIC 9(9) COMP.
               10 ws-part-sources PIC 9(4) COMP.
               10 ws-part-written PIC 9(9) COMP.
       01 part-idx PIC 9 COMP.
       01 ws-low-part PIC 9 COMP.
       01 ws-cut-part PIC 9 VALUE 0.

       01 ws-edit-count PIC 9(9) VALUE 0.
       01 ws-read-count PIC 9(9) VALUE 0.
       01 ws-written-count PIC 9(9) VALUE 0.
       01 ws-balanced-lit PIC X(3) VALUE "YES".
       01 ws-return-code PIC 99 VALUE 0.
       01 disp-count PIC 9(9).

       01 ws-audit-job-name PIC X(8) VALUE "TTTPSPLT".
       01 ws-audit-input-source PIC X(20) VALUE "TTTIN".
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
           PERFORM 0070-READ-EDIT-CONTROL
           PERFORM 0060-WRITE-BEGIN-AUDIT

           PERFORM 0200-COUNT-SOURCES
           IF ws-src-overflow-sw = "Y" THEN
               DISPLAY "TTTPSPLT: MORE THAN 50 SOURCES ON TTTIN -- "
                   "FEED NOT SPLIT, RUN IT WHOLE"
               MOVE 16 TO ws-return-code
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0300-DEAL-SOURCES
           PERFORM VARYING part-idx FROM 1 BY 1
               UNTIL part-idx > ws-partitions
               PERFORM 0400-CUT-PARTITION
           END-PERFORM

           PERFORM 0800-BALANCE-CONTROLS
           PERFORM 0850-WRITE-PARTITION-MAP
           PERFORM 0975-WRITE-AUDIT-LOG
      *    RETURN-CODE is loaded last, after the audit-log CALL, which
      *    would otherwise replace it.
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    PARM format is PARTITIONS=n, n 1 to 9.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:11) = "PARTITIONS="
                   AND ws-parm(12:1) IS NUMERIC
                   AND ws-parm(12:1) NOT = "0" THEN
               MOVE ws-parm(12:1) TO ws-partitions
           ELSE
               DISPLAY "TTTPSPLT: PARM MUST BE PARTITIONS=n, n 1-9"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "PARTITIONS=" ws-partitions
               DELIMITED BY SIZE INTO ws-options-echo.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started, and pairing it with the END event
      *    gives the run's elapsed duration.  TTTDEPS reads both to
      *    decide whether the steps that depend on this one may run.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "T9" FUNCTION CURRENT-DATE(1:14)
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

      *    The edit's count of what it passed to TTTIN, for this
      *    cycle -- a TTTEDCTL left from an earlier cycle proves
      *    nothing about tonight's TTTIN.
       0070-READ-EDIT-CONTROL.
           OPEN INPUT ttt-edctl
           IF ws-edctl-status NOT = "00" THEN
               DISPLAY "TTTPSPLT: NO TTTEDCTL (STATUS "
                   ws-edctl-status ") -- SPLIT CANNOT BE BALANCED "
                   "TO THE EDIT, FEED NOT SPLIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ttt-edctl
               AT END
                   MOVE 0 TO edctl-cycle-date
           END-READ
           CLOSE ttt-edctl
           IF edctl-cycle-date NOT = cycle-date THEN
               DISPLAY "TTTPSPLT: TTTEDCTL IS NOT FOR CYCLE "
                   cycle-date " -- RUN TTTEDIT FIRST, FEED NOT SPLIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE edctl-tttin-count TO ws-edit-count.

      *    First pass: each source's record count.
       0200-COUNT-SOURCES.
           OPEN INPUT ttt-in
           IF ws-in-status NOT = "00" THEN
               DISPLAY "TTTPSPLT: unable to open TTTIN, status "
                   ws-in-status
               MOVE 16 TO ws-return-code
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-input
               ADD 1 TO ws-read-count
               PERFORM 2000-FIND-SOURCE
               IF ws-src-found-idx > 0 THEN
                   ADD 1 TO ws-src-count(ws-src-found-idx)
               ELSE
                   IF ws-src-used < 50 THEN
                       ADD 1 TO ws-src-used
                       MOVE source-system-id TO ws-src-id(ws-src-used)
                       MOVE 1 TO ws-src-count(ws-src-used)
                       MOVE 0 TO ws-src-partition(ws-src-used)
                   ELSE
                       MOVE "Y" TO ws-src-overflow-sw
                   END-IF
               END-IF
               PERFORM 1000-READ-NEXT
           END-PERFORM
           CLOSE ttt-in.

      *    Largest source first, each to the partition with the
      *    fewest records dealt so far (the lowest-numbered on a tie).
       0300-DEAL-SOURCES.
           PERFORM VARYING part-idx FROM 1 BY 1 UNTIL part-idx > 9
               MOVE 0 TO ws-part-load(part-idx)
               MOVE 0 TO ws-part-sources(part-idx)
               MOVE 0 TO ws-part-written(part-idx)
           END-PERFORM
           PERFORM VARYING ws-deal-count FROM 1 BY 1
               UNTIL ws-deal-count > ws-src-used
               MOVE 0 TO ws-big-idx
               PERFORM VARYING src-idx FROM 1 BY 1
                   UNTIL src-idx > ws-src-used
                   IF ws-src-partition(src-idx) = 0 THEN
                       IF ws-big-idx = 0 THEN
                           MOVE src-idx TO ws-big-idx
                       ELSE
                           IF ws-src-count(src-idx)
                                   > ws-src-count(ws-big-idx) THEN
                               MOVE src-idx TO ws-big-idx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 1 TO ws-low-part
               PERFORM VARYING part-idx FROM 2 BY 1
                   UNTIL part-idx > ws-partitions
                   IF ws-part-load(part-idx)
                           < ws-part-load(ws-low-part) THEN
                       MOVE part-idx TO ws-low-part
                   END-IF
               END-PERFORM
               MOVE ws-low-part TO ws-src-partition(ws-big-idx)
               ADD ws-src-count(ws-big-idx)
                   TO ws-part-load(ws-low-part)
               ADD 1 TO ws-part-sources(ws-low-part)
           END-PERFORM.

      *    One pass of TTTIN per partition, keeping that partition's
      *    sources' records in their TTTIN order.
       0400-CUT-PARTITION.
           MOVE part-idx TO ws-cut-part
           MOVE SPACES TO ws-part-dd
           STRING "TTTINP" ws-cut-part
               DELIMITED BY SIZE INTO ws-part-dd
           PERFORM 0410-OPEN-PARTITION
           IF ws-part-status NOT = "00" THEN
               DISPLAY "TTTPSPLT: unable to open " ws-part-dd
                   ", status " ws-part-status
               MOVE 16 TO ws-return-code
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ttt-in
           IF ws-in-status NOT = "00" THEN
               DISPLAY "TTTPSPLT: unable to reopen TTTIN, status "
                   ws-in-status
               PERFORM 0430-CLOSE-PARTITION
               MOVE 16 TO ws-return-code
               PERFORM 0975-WRITE-AUDIT-LOG
               MOVE ws-return-code TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-input
               PERFORM 2000-FIND-SOURCE
               IF ws-src-found-idx > 0 THEN
                   IF ws-src-partition(ws-src-found-idx)
                           = ws-cut-part THEN
                       PERFORM 0420-WRITE-PARTITION
                       ADD 1 TO ws-part-written(part-idx)
                   END-IF
               END-IF
               PERFORM 1000-READ-NEXT
           END-PERFORM
           CLOSE ttt-in
           PERFORM 0430-CLOSE-PARTITION
           ADD ws-part-written(part-idx) TO ws-written-count
           MOVE ws-part-written(part-idx) TO disp-count
           DISPLAY "TTTPSPLT: " ws-part-dd " RECORDS=" disp-count
               " SOURCES=" ws-part-sources(part-idx).

       0410-OPEN-PARTITION.
           EVALUATE ws-cut-part
               WHEN 1
                   OPEN OUTPUT ttt-part-1
               WHEN 2
                   OPEN OUTPUT ttt-part-2
               WHEN 3
                   OPEN OUTPUT ttt-part-3
               WHEN 4
                   OPEN OUTPUT ttt-part-4
               WHEN 5
                   OPEN OUTPUT ttt-part-5
               WHEN 6
                   OPEN OUTPUT ttt-part-6
               WHEN 7
                   OPEN OUTPUT ttt-part-7
               WHEN 8
                   OPEN OUTPUT ttt-part-8
               WHEN 9
                   OPEN OUTPUT ttt-part-9
           END-EVALUATE.

       0420-WRITE-PARTITION.
           EVALUATE ws-cut-part
               WHEN 1
                   MOVE state TO part-1-rec
                   WRITE part-1-rec
               WHEN 2
                   MOVE state TO part-2-rec
                   WRITE part-2-rec
               WHEN 3
                   MOVE state TO part-3-rec
                   WRITE part-3-rec
               WHEN 4
                   MOVE state TO part-4-rec
                   WRITE part-4-rec
               WHEN 5
                   MOVE state TO part-5-rec
                   WRITE part-5-rec
               WHEN 6
                   MOVE state TO part-6-rec
                   WRITE part-6-rec
               WHEN 7
                   MOVE state TO part-7-rec
                   WRITE part-7-rec
               WHEN 8
                   MOVE state TO part-8-rec
                   WRITE part-8-rec
               WHEN 9
                   MOVE state TO part-9-rec
                   WRITE part-9-rec
           END-EVALUATE.

       0430-CLOSE-PARTITION.
           EVALUATE ws-cut-part
               WHEN 1
                   CLOSE ttt-part-1
               WHEN 2
                   CLOSE ttt-part-2
               WHEN 3
                   CLOSE ttt-part-3
               WHEN 4
                   CLOSE ttt-part-4
               WHEN 5
                   CLOSE ttt-part-5
               WHEN 6
                   CLOSE ttt-part-6
               WHEN 7
                   CLOSE ttt-part-7
               WHEN 8
                   CLOSE ttt-part-8
               WHEN 9
                   CLOSE ttt-part-9
           END-EVALUATE.

       1000-READ-NEXT.
           READ ttt-in
               AT END SET end-of-input TO TRUE
           END-READ.

       2000-FIND-SOURCE.
           MOVE 0 TO ws-src-found-idx
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > ws-src-used
                   OR ws-src-found-idx > 0
               IF ws-src-id(src-idx) = source-system-id THEN
                   MOVE src-idx TO ws-src-found-idx
               END-IF
           END-PERFORM.

      *    What the edit passed, what was read here, and what the
      *    partitions hold must be one and the same count.
       0800-BALANCE-CONTROLS.
           MOVE "YES" TO ws-balanced-lit
           IF ws-read-count NOT = ws-edit-count THEN
               MOVE "NO " TO ws-balanced-lit
           END-IF
           IF ws-written-count NOT = ws-read-count THEN
               MOVE "NO " TO ws-balanced-lit
           END-IF
           DISPLAY "TTTPSPLT: EDIT PASSED=" ws-edit-count
               " READ=" ws-read-count
               " SPLIT=" ws-written-count
               " BALANCED=" ws-balanced-lit
           IF ws-balanced-lit NOT = "YES" THEN
               DISPLAY "TTTPSPLT: CONTROL TOTALS OUT OF BALANCE"
               MOVE 16 TO ws-return-code
           END-IF.

       0850-WRITE-PARTITION-MAP.
           OPEN OUTPUT ttt-pmap
           IF ws-pmap-status NOT = "00" THEN
               DISPLAY "TTTPSPLT: unable to open TTTPMAP, status "
                   ws-pmap-status
               MOVE 16 TO ws-return-code
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO pmap-rec
           SET pmap-header TO TRUE
           MOVE cycle-date TO pmap-cycle-date
           MOVE ws-partitions TO pmap-partitions
           MOVE ws-edit-count TO pmap-edit-count
           MOVE ws-written-count TO pmap-split-count
           MOVE ws-run-id TO pmap-run-id
           WRITE pmap-rec

           PERFORM VARYING part-idx FROM 1 BY 1
               UNTIL part-idx > ws-partitions
               MOVE SPACES TO pmap-rec
               SET pmap-partition TO TRUE
               MOVE part-idx TO pmap-part-no
               MOVE ws-part-sources(part-idx) TO pmap-part-sources
               MOVE ws-part-written(part-idx) TO pmap-part-count
               WRITE pmap-rec
           END-PERFORM

           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > ws-src-used
               MOVE SPACES TO pmap-rec
               SET pmap-source TO TRUE
               MOVE ws-src-id(src-idx) TO pmap-src-id
               MOVE ws-src-partition(src-idx) TO pmap-src-partition
               MOVE ws-src-count(src-idx) TO pmap-src-count
               WRITE pmap-rec
           END-PERFORM
           CLOSE ttt-pmap.

      *    The END event carries the records split; an out-of-balance
      *    or refused split ends OUT-OF-BAL, which no dependent step
      *    accepts.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-written-count TO ws-audit-position-count
           IF ws-return-code = 0 THEN
               MOVE "OK        " TO ws-audit-outcome
           ELSE
               MOVE "OUT-OF-BAL" TO ws-audit-outcome
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

       END PROGRAM TTTPSPLT.
