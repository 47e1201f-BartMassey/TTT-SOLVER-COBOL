       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Under PARM PARTITION=n (see 0050-PARSE-PARM) the JCL for
      *    partition n points TTTIN, TTTREJ, TTTRPT, TTTHSP1, TTTCKPT,
      *    TTTALRT1, TTTEXPR, TTTRSPL and TTTPCTL at that partition's
      *    own datasets, so partition runs solving side by side never
      *    share one.
           SELECT ttt-in ASSIGN TO "TTTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-in-status.
      *    Outbound acceptance acknowledgment, cut after the controls
      *    balance: one HDR...TRL batch per sending source -- counts
      *    received/accepted/rejected, a count per reject reason code,
      *    the balanced indicator, and one HLD record per batch TTTEDIT
      *    held over the source's daily quota -- wrapped in the same
      *    feedctl convention as the inbound feed, so each source's
      *    own morning reconciliation can run against it.  Complete
      *    from-the-top runs only; sweep and restart runs see just a
      *    tail of the day and leave the file alone (see
      *    0930-WRITE-FEED-ACK).
           SELECT ttt-fack ASSIGN TO "TTTFACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fack-status.
      *    Outbound results return: the answers themselves, one
      *    HDR...TRL batch per sending source (rret.cpy), cut beside
      *    TTTFACK and under the same complete-run rule, each trailer
      *    balancing to that source's accepted count.  Positions
      *    arrive interleaved across sources, so each answer is
      *    spooled to TTTRSPL as it is solved and the batches are cut
      *    from the spool at end of run, see
      *    0945-WRITE-RESULTS-RETURN.
           SELECT ttt-rspl ASSIGN TO "TTTRSPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rspl-status.
           SELECT ttt-rret ASSIGN TO "TTTRRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rret-status.
      *    Read-only look at the hold queue: the records TTTEDIT held
      *    this cycle over a source's daily quota never reach TTTIN,
      *    so the acknowledgment reports them from here as HELD.
           SELECT ttt-hold ASSIGN TO "TTTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hold-status.
      *    A partition run's control totals and per-source counts
      *    (pctl.cpy), for TTTPCONS to consolidate the partitions by.
           SELECT ttt-pctl ASSIGN TO "TTTPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.

       DATA DIVISION.
       FILE SECTION.
       01 fack-rec PIC X(70).
       COPY feedctl.

       FD  ttt-rspl
           RECORDING MODE IS F.
      *    One solved answer, tagged with the source it goes back to
      *    and the record number it was solved at (a partition
      *    restart solves the records after its last checkpoint
      *    again, and TTTPCONS keeps only the later answer).
       01 rspl-rec.
           05 rspl-rec-no PIC 9(6).
           05 rspl-source-system-id PIC X(8).
           05 rspl-result PIC X(70).

       FD  ttt-rret
           RECORDING MODE IS F.
      *    Header and trailer are feedctl.cpy's layouts again, under
      *    their own names for this FD.
       COPY rret.
       COPY feedctl REPLACING LEADING ==feed== BY ==rret==.

       FD  ttt-hold
           RECORDING MODE IS F.
       COPY hold.

       FD  ttt-pctl
           RECORDING MODE IS F.
       COPY pctl.

       FD  ttt-ckpt
           RECORDING MODE IS F.
       01 ckpt-rec.

       WORKING-STORAGE SECTION.
       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-parm-items.
           05 ws-parm-item PIC X(26) OCCURS 3 TIMES.
       01 parm-idx PIC 9 COMP.
      *    0 for the whole feed; 1-9 under PARM PARTITION=n.
       01 ws-partition-no PIC 9 VALUE 0.
       01 ws-pctl-status PIC XX VALUE SPACES.
       01 ws-restart-key PIC 9(6) VALUE 0.
       01 ws-sweep-sw PIC X VALUE "N".
       01 ws-force-sw PIC X VALUE "N".
      *    The rerun authorization a PARM FORCE run was honored under
      *    (see rrauth.cbl), and RerunAuth's answer.
       01 ws-force-auth-id PIC 9(6) VALUE 0.
       01 ws-force-auth-sw PIC X VALUE "N".
      *    " PARTITION n" on a partition run's refusal messages.
       01 ws-force-scope PIC X(12) VALUE SPACES.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-aud-eof-sw PIC X VALUE "N".
           88 end-of-aud VALUE "Y".
       01 ws-prior-end-sw PIC X VALUE "N".
       01 ws-prior-end-run-id PIC X(16) VALUE SPACES.
       01 ws-curs-status PIC XX VALUE SPACES.
       01 ws-curs-eof-sw PIC X VALUE "N".
           88 end-of-curs VALUE "Y".
       01 ws-ackcell-found-sw PIC X.
       01 ws-fack-batch-count PIC 9(9) COMP.

       01 ws-rspl-status PIC XX VALUE SPACES.
       01 ws-rret-status PIC XX VALUE SPACES.
       01 ws-hold-status PIC XX VALUE SPACES.
       01 ws-hold-eof-sw PIC X.
      *    The cycle's held batches, one entry per hold-id, for the
      *    HLD records of each source's acknowledgment.
       01 ws-ackhold-tbl.
           05 ws-ackhold-entry OCCURS 200 TIMES.
               10 ws-ackhold-src-id PIC X(8).
               10 ws-ackhold-id PIC X(18).
               10 ws-ackhold-count PIC 9(9) COMP.
       01 ws-ackhold-used PIC 9(4) COMP VALUE 0.
       01 ws-ackhold-idx PIC 9(4) COMP.
       01 ws-rspl-eof-sw PIC X VALUE "N".
           88 end-of-rspl VALUE "Y".
       01 ws-rret-batch-count PIC 9(9) COMP.
       01 ws-rret-balanced-lit PIC X(3) VALUE "YES".
      *    The answer as it goes back to the source, built here and
      *    spooled whole as rspl-result.
       COPY rret REPLACING LEADING ==rret== BY ==wrr==.

       01 ws-fack-cnt-rec.
           05 FILLER PIC X(6) VALUE "CNT   ".
           05 wfa-received PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-reason-count PIC 9(9).
           05 FILLER PIC X(50) VALUE SPACES.
      *    One per batch held over the source's daily quota this
      *    cycle: the hold-id to quote when asking for its release,
      *    and how many records it holds.
       01 ws-fack-hld-rec.
           05 FILLER PIC X(6) VALUE "HLD   ".
           05 wfa-hold-id PIC X(18).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-held-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-held-status PIC X(4) VALUE "HELD".
           05 FILLER PIC X(31) VALUE SPACES.

       COPY symmap.

           IF ws-sweep-sw = "Y" AND ws-balanced-lit = "YES" THEN
               PERFORM 0940-WRITE-SWEEP-CURSOR
           END-IF
           IF ws-partition-no > 0 THEN
               PERFORM 0960-WRITE-PARTITION-CONTROL
           END-IF
           PERFORM 0930-WRITE-FEED-ACK
           PERFORM 0945-WRITE-RESULTS-RETURN
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0975-WRITE-AUDIT-LOG
           CALL "TransCache" USING
      *    totals (0130-READ-SWEEP-CURSOR), only the intake file's new
      *    tail is processed, the day's TTTRPT/TTTHSP1 are appended
      *    to, and the cursor is rewritten at sweep end.
      *
      *    PARM PARTITION=n solves partition n of a feed TTTPSPLT has
      *    split by source: the JCL points TTTIN at TTTINPn and the
      *    run's own report, rejects, history spill, checkpoint, alert
      *    and express extracts and results spool at TTTRPTPn,
      *    TTTREJPn, TTTHS1Pn, TTTCKPPn, TTTAL1Pn, TTTEXPPn and
      *    TTTRSPPn, and it writes the TTTPCTL control file (TTTPCTPn)
      *    for TTTPCONS.  The run names the partition on its audit
      *    records and run-id, and leaves TTTFACK and TTTRRET to
      *    TTTPCONS, which consolidates the partitions once all have
      *    run.  The partitions run side by side; a failed one is
      *    restarted alone with PARTITION=n,RESTART=nnnnnn off its own
      *    TTTCKPPn.  Like the other partition files, TTTHS1Pn is
      *    rewritten by a partition run from the top.  Keywords
      *    combine, comma-separated, in any order.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE SPACES TO ws-parm-item(1) ws-parm-item(2)
               ws-parm-item(3)
           UNSTRING ws-parm DELIMITED BY ","
               INTO ws-parm-item(1) ws-parm-item(2) ws-parm-item(3)
           END-UNSTRING
           PERFORM VARYING parm-idx FROM 1 BY 1 UNTIL parm-idx > 3
               EVALUATE TRUE
                   WHEN ws-parm-item(parm-idx)(1:8) = "RESTART="
                       MOVE ws-parm-item(parm-idx)(9:6)
                           TO ws-restart-key
                   WHEN ws-parm-item(parm-idx)(1:5) = "SWEEP"
                       MOVE "Y" TO ws-sweep-sw
                   WHEN ws-parm-item(parm-idx)(1:5) = "FORCE"
                       MOVE "Y" TO ws-force-sw
                   WHEN ws-parm-item(parm-idx)(1:10) = "PARTITION="
                       IF ws-parm-item(parm-idx)(11:1) IS NUMERIC
                               AND ws-parm-item(parm-idx)(11:1)
                                   NOT = "0" THEN
                           MOVE ws-parm-item(parm-idx)(11:1)
                               TO ws-partition-no
                       ELSE
                           DISPLAY "TTT: PARTITION= MUST BE 1-9"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
      *    The audit trail names the partition's feed, so the
      *    partition runs' events are told apart.
           IF ws-partition-no > 0 THEN
               MOVE SPACES TO ws-audit-input-source
               STRING "TTTINP" ws-partition-no
                   DELIMITED BY SIZE INTO ws-audit-input-source
           END-IF.


               " EX=" parm-express-mode
               " NB=" parm-node-budget
               DELIMITED BY SIZE INTO ws-options-echo
           IF ws-partition-no > 0 THEN
               MOVE " PT=" TO ws-options-echo(49:4)
               MOVE ws-partition-no TO ws-options-echo(53:1)
           END-IF
      *    The business date for everything this run stamps -- set by
      *    the scheduler at window open (TTTCYCDT), so a run that
      *    drifts past midnight still reports under the cycle it
                   "EXPRESS-MODE=Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The sweep cursor follows the one intake file through the
      *    day; a partition is cut once, from the edited feed, and
      *    has no growing tail to sweep.
           IF ws-partition-no > 0 AND ws-sweep-sw = "Y" THEN
               DISPLAY "TTT: SWEEP CANNOT BE COMBINED WITH "
                   "PARTITION="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Run-once guard: an END event already on the trail for this
      *    job and cycle date means the cycle has been run, and a
      *    duplicate run would double-append the day's history spill.
      *    A run TTTBKOUT has since backed out no longer counts: its
      *    records are gone and the cycle is owed a clean rerun.
      *    PARM FORCE overrides deliberately, but only under a rerun
      *    authorization entered for this job and cycle beforehand
      *    (0067-CHECK-FORCE-AUTH); restarts and sweeps are
      *    continuations of the same cycle, not duplicates, so they
      *    pass the guard by design.
      *
      *    A partition run is refused by a completed run of its own
      *    partition or of the whole feed; a whole-feed run by any
      *    completed run of the cycle, partitioned or not.  The END
      *    event's input source names the partition (TTTINPn).
       0065-CHECK-RUN-ONCE.
           IF ws-force-sw = "Y" THEN
               PERFORM 0067-CHECK-FORCE-AUTH
               EXIT PARAGRAPH
           END-IF
           IF ws-sweep-sw = "Y" OR ws-restart-key > 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ttt-aud
                   NOT AT END
                       IF aud-job-name = "TTT"
                               AND aud-event-type = "END  "
                               AND aud-run-date = cycle-date
                               AND (ws-partition-no = 0
                                   OR aud-input-source = "TTTIN"
                                   OR aud-input-source
                                       = ws-audit-input-source) THEN
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
           IF ws-prior-end-sw = "Y" THEN
               DISPLAY "TTT: A COMPLETED RUN IS ALREADY ON THE "
                   "AUDIT TRAIL FOR CYCLE " cycle-date
                   " (" ws-prior-end-run-id ")"
                   " -- DUPLICATE RUN REFUSED (PARM FORCE "
                   "OVERRIDES UNDER A RERUN AUTHORIZATION)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    PARM FORCE is honored only when TTTRRAU holds an OPEN,
      *    unexpired rerun authorization for TTT and this cycle -- and
      *    under PARTITION=n, for partition n, so each partition of a
      *    forced cycle is authorized on its own and they still run
      *    side by side -- which the run then uses up.  Its id is
      *    stamped on this run's BEGIN and END events as FA=nnnnnn in
      *    the options echo -- in place of PT=n on a partition run,
      *    whose input source and run-id already name the partition.
      *    Without one the run is refused before it touches anything,
      *    and the attempt is left on the trail as a REFUS event for
      *    TTTFRCRP.  The authorization is needed whether or not the
      *    cycle has run: FORCE says the operator means to override
      *    the guard.
       0067-CHECK-FORCE-AUTH.
           CALL "RerunAuth" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE cycle-date
             BY REFERENCE ws-force-auth-id
             BY REFERENCE ws-force-auth-sw
             BY REFERENCE ws-partition-no
           IF ws-force-auth-sw = "Y" THEN
               MOVE SPACES TO ws-options-echo(49:12)
               STRING " FA=" ws-force-auth-id
                   DELIMITED BY SIZE INTO ws-options-echo(49:12)
               DISPLAY "TTT: PARM FORCE HONORED UNDER RERUN "
                   "AUTHORIZATION " ws-force-auth-id
                   " FOR CYCLE " cycle-date
               EXIT PARAGRAPH
           END-IF
           IF ws-partition-no > 0 THEN
               STRING " PARTITION " ws-partition-no
                   DELIMITED BY SIZE INTO ws-force-scope
           END-IF
           IF ws-force-auth-sw = "X" THEN
               DISPLAY "TTT: RERUN AUTHORIZATION FOR CYCLE "
                   cycle-date ws-force-scope
                   " HAS EXPIRED -- PARM FORCE REFUSED"
               MOVE "EXPIRED   " TO ws-audit-outcome
           ELSE
               DISPLAY "TTT: NO RERUN AUTHORIZATION ON TTTRRAU FOR "
                   "CYCLE " cycle-date ws-force-scope
                   " -- PARM FORCE REFUSED"
               MOVE "NO AUTH   " TO ws-audit-outcome
           END-IF
           MOVE 0 TO ws-audit-position-count
           MOVE SPACES TO ws-run-id
           STRING "TB" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           IF ws-partition-no > 0 THEN
               STRING "P" ws-partition-no
                   DELIMITED BY SIZE INTO ws-run-id(1:2)
           END-IF
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
           MOVE SPACES TO ws-run-id
           STRING "TB" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
      *    Partitions start together, often within the same second;
      *    each is prefixed with its own number to keep ids unique.
           IF ws-partition-no > 0 THEN
               STRING "P" ws-partition-no
                   DELIMITED BY SIZE INTO ws-run-id(1:2)
           END-IF
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
               STOP RUN
           END-IF

      *    TTTHSP1, the batch side's spill, is always added to and is
      *    scratched once TTTMERGE has merged it.  A partition's
      *    TTTHS1Pn is this run's alone and TTTPCONS copies all of it,
      *    so a partition run from the top starts it afresh.
           IF ws-partition-no > 0 AND ws-restart-key = 0 THEN
               OPEN OUTPUT ttt-hist
           ELSE
               OPEN EXTEND ttt-hist
               IF ws-hist-status = "35" THEN
                   OPEN OUTPUT ttt-hist
                   CLOSE ttt-hist
                   OPEN EXTEND ttt-hist
               END-IF
           END-IF
           IF ws-hist-status NOT = "00" THEN
               DISPLAY "TTT: unable to open TTTHSP1, status "
               STOP RUN
           END-IF

      *    The results spool follows TTTREJ's rule: a restart or
      *    sweep adds its tail to the day's spool rather than
      *    truncating it.
           IF ws-restart-key > 0 OR ws-sweep-sw = "Y" THEN
               OPEN EXTEND ttt-rspl
               IF ws-rspl-status = "35" THEN
                   OPEN OUTPUT ttt-rspl
                   CLOSE ttt-rspl
                   OPEN EXTEND ttt-rspl
               END-IF
           ELSE
               OPEN OUTPUT ttt-rspl
           END-IF
           IF ws-rspl-status NOT = "00" THEN
               DISPLAY "TTT: unable to open TTTRSPL, status "
                   ws-rspl-status
               CLOSE ttt-in ttt-rej ttt-rpt ttt-hist ttt-alert
               STOP RUN
           END-IF

           IF parm-express-mode = "Y" THEN
               OPEN OUTPUT ttt-expr
               IF ws-expr-status NOT = "00" THEN
                   DISPLAY "TTT: unable to open TTTEXPR, status "
                       ws-expr-status
                   CLOSE ttt-in ttt-rej ttt-rpt ttt-hist ttt-alert
                       ttt-rspl
                   STOP RUN
               END-IF
           END-IF
               DISPLAY "TTT: unable to open TTTCKPT, status "
                   ws-ckpt-status
               CLOSE ttt-in ttt-rej ttt-rpt ttt-hist ttt-alert
                   ttt-rspl
               STOP RUN
           END-IF

      *    Emptied now and written only at the end (0960), so a
      *    partition that abends leaves nothing TTTPCONS could
      *    mistake for a finished run -- restart or not.
           IF ws-partition-no > 0 THEN
               OPEN OUTPUT ttt-pctl
               IF ws-pctl-status NOT = "00" THEN
                   DISPLAY "TTT: unable to open TTTPCTL, status "
                       ws-pctl-status
                   CLOSE ttt-in ttt-rej ttt-rpt ttt-hist ttt-alert
                       ttt-rspl ttt-ckpt
                   STOP RUN
               END-IF
           END-IF.

      *    Reads TTTCKPT under INPUT to end-of-file, keeping only the
                       ADD 1 TO ws-input-count
                       PERFORM 2000-PROCESS-RECORD
                       PERFORM 2500-CHECKPOINT-IF-DUE
                   ELSE
                       IF ws-partition-no > 0 THEN
                           PERFORM 2070-TALLY-SKIPPED-RECORD
                       END-IF
                   END-IF
               END-IF
               PERFORM 1000-READ-NEXT
                   PERFORM 2310-WRITE-EXPRESS
               END-IF
               PERFORM 2400-WRITE-HISTORY
               PERFORM 2410-WRITE-RESULT-SPOOL
               IF ws-outcome-sign = -1 THEN
                   PERFORM 2420-WRITE-ALERT
               END-IF
               END-IF
           END-IF.

      *    A restarted partition still owes TTTPCONS per-source counts
      *    for the whole partition, so the records its restart key
      *    skips are validated again for the tallies -- not solved,
      *    not written anywhere.
       2070-TALLY-SKIPPED-RECORD.
           PERFORM 2050-FIND-ACK-SOURCE
           IF ws-ack-src-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-ack-received(ws-ack-src-idx)
           CALL "ValidateState" USING
             BY REFERENCE state
             BY REFERENCE ws-valid-sw
             BY REFERENCE ws-reject-reason
             BY REFERENCE ws-reject-code
           IF ws-valid-sw NOT = "Y" THEN
               ADD 1 TO ws-ack-rejected(ws-ack-src-idx)
               PERFORM 2060-TALLY-ACK-REASON
           ELSE
               ADD 1 TO ws-ack-accepted(ws-ack-src-idx)
           END-IF.

       2100-WRITE-REJECT.
           MOVE SPACES TO rej-rec
           MOVE ws-rec-no TO rej-rec-no
           MOVE ws-run-id TO hist-run-id
           WRITE hist-rec.

      *    The answer as the source will get it back on TTTRRET, held
      *    on the spool until end of run sorts the day out by source.
      *    ws-distance is left over from the previous win or loss on
      *    a draw, so a draw's distance is set to 0 here explicitly.
       2410-WRITE-RESULT-SPOOL.
           MOVE SPACES TO wrr-rec
           MOVE "RES   " TO wrr-id
           MOVE game-id TO wrr-game-id
           MOVE date-played TO wrr-date-played
           MOVE ws-move-row TO wrr-move-row
           MOVE ws-move-col TO wrr-move-col
           MOVE ws-tie-count TO wrr-best-count
           PERFORM VARYING tie-idx FROM 1 BY 1 UNTIL tie-idx > 9
               IF tie-idx > ws-tie-count THEN
                   MOVE 0 TO wrr-best-row(tie-idx)
                   MOVE 0 TO wrr-best-col(tie-idx)
               ELSE
                   MOVE ws-tie-row(tie-idx) TO wrr-best-row(tie-idx)
                   MOVE ws-tie-col(tie-idx) TO wrr-best-col(tie-idx)
               END-IF
           END-PERFORM
           MOVE ws-outcome-lit TO wrr-outcome
           IF ws-outcome-sign = 0 THEN
               MOVE 0 TO wrr-distance
           ELSE
               MOVE ws-distance TO wrr-distance
           END-IF
           IF ws-budget-hit-sw = "Y" THEN
               MOVE "B" TO wrr-bounded
           ELSE
               MOVE SPACE TO wrr-bounded
           END-IF
           MOVE ws-run-id TO wrr-run-id
           MOVE ws-rec-no TO rspl-rec-no
           MOVE source-system-id TO rspl-source-system-id
           MOVE wrr-rec TO rspl-result
           WRITE rspl-rec.

      *    One alert record per forced-loss position, routed to the
      *    originating feed's owner: the board, how soon the loss is
      *    forced, and the principal variation -- the forced losing
      *    against it.  Partial runs leave any prior TTTFACK exactly
      *    as it stands and say so on the console.
       0930-WRITE-FEED-ACK.
           IF ws-partition-no > 0 THEN
               DISPLAY "TTT: TTTFACK NOT CUT -- PARTITION RUN, "
                   "TTTPCONS CUTS IT FOR ALL PARTITIONS"
               EXIT PARAGRAPH
           END-IF
           IF ws-sweep-sw = "Y" OR ws-restart-key > 0 THEN
               DISPLAY "TTT: TTTFACK NOT CUT -- PARTIAL RUN "
                   "(SWEEP/RESTART) COVERS ONLY ITS OWN TAIL"
               EXIT PARAGRAPH
           END-IF
           PERFORM 0932-COLLECT-HELD-BATCHES
           OPEN OUTPUT ttt-fack
           IF ws-fack-status NOT = "00" THEN
               DISPLAY "TTT: unable to open TTTFACK, status "
                   "NOT ACKNOWLEDGED ON TTTFACK"
           END-IF.

      *    A source whose whole feed was held still gets an
      *    acknowledgment -- zero counts and its HLD records -- so it
      *    hears that the records arrived and why they were not run.
       0932-COLLECT-HELD-BATCHES.
           OPEN INPUT ttt-hold
           IF ws-hold-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-hold-eof-sw
           PERFORM UNTIL ws-hold-eof-sw = "Y"
               READ ttt-hold
                   AT END
                       MOVE "Y" TO ws-hold-eof-sw
                   NOT AT END
                       IF hold-cycle-date = cycle-date THEN
                           PERFORM 0933-TALLY-HELD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-hold.

       0933-TALLY-HELD-RECORD.
           IF ws-ackhold-used > 0 THEN
               IF ws-ackhold-id(ws-ackhold-used) = hold-id THEN
                   ADD 1 TO ws-ackhold-count(ws-ackhold-used)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ws-ackhold-used >= 200 THEN
               MOVE "Y" TO ws-ack-overflow-sw
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-ackhold-used
           MOVE hold-source-system-id
               TO ws-ackhold-src-id(ws-ackhold-used)
           MOVE hold-id TO ws-ackhold-id(ws-ackhold-used)
           MOVE 1 TO ws-ackhold-count(ws-ackhold-used)

           MOVE "N" TO ws-ack-found-sw
           PERFORM VARYING ws-ack-src-idx FROM 1 BY 1
               UNTIL ws-ack-src-idx > ws-ack-src-used
                   OR ws-ack-found-sw = "Y"
               IF ws-ack-src-id(ws-ack-src-idx)
                       = hold-source-system-id THEN
                   MOVE "Y" TO ws-ack-found-sw
               END-IF
           END-PERFORM
           IF ws-ack-found-sw = "N" THEN
               IF ws-ack-src-used < 50 THEN
                   ADD 1 TO ws-ack-src-used
                   MOVE hold-source-system-id
                       TO ws-ack-src-id(ws-ack-src-used)
                   MOVE 0 TO ws-ack-received(ws-ack-src-used)
                   MOVE 0 TO ws-ack-accepted(ws-ack-src-used)
                   MOVE 0 TO ws-ack-rejected(ws-ack-src-used)
               ELSE
                   MOVE "Y" TO ws-ack-overflow-sw
               END-IF
           END-IF.

       0935-WRITE-ONE-SOURCE-ACK.
      *    The control layouts are record descriptions of this FD, so
      *    they build in the record area and write directly -- a MOVE
               END-IF
           END-PERFORM

           PERFORM VARYING ws-ackhold-idx FROM 1 BY 1
               UNTIL ws-ackhold-idx > ws-ackhold-used
               IF ws-ackhold-src-id(ws-ackhold-idx)
                       = ws-ack-src-id(ws-ack-src-idx) THEN
                   MOVE ws-ackhold-id(ws-ackhold-idx) TO wfa-hold-id
                   MOVE ws-ackhold-count(ws-ackhold-idx)
                       TO wfa-held-count
                   MOVE ws-fack-hld-rec TO fack-rec
                   WRITE fack-rec
                   ADD 1 TO ws-fack-batch-count
               END-IF
           END-PERFORM

           MOVE SPACES TO feed-trl-rec
           MOVE "TRL   " TO feed-trl-id
           MOVE ws-fack-batch-count TO feed-trl-record-count
           WRITE feed-trl-rec.

      *    Results return batches, one per source on the TTTFACK just
      *    cut and in the same order: the HDR, every spooled answer
      *    for that source (one pass of the spool per source -- the
      *    day's sources are few, the answers many), and a TRL whose
      *    count must equal the accepted count the acknowledgment
      *    reported.  A batch that does not balance is still cut, but
      *    the run fails its controls the same as an out-of-balance
      *    day, so the source is never told to trust it.  Same
      *    complete-run rule as 0930-WRITE-FEED-ACK, and for the same
      *    reason -- the accepted counts to balance to exist only for
      *    a from-the-top run.
       0945-WRITE-RESULTS-RETURN.
           CLOSE ttt-rspl
           IF ws-partition-no > 0 THEN
               DISPLAY "TTT: TTTRRET NOT CUT -- PARTITION RUN, "
                   "TTTPCONS CUTS IT FROM TTTRSPL"
               EXIT PARAGRAPH
           END-IF
           IF ws-sweep-sw = "Y" OR ws-restart-key > 0 THEN
               DISPLAY "TTT: TTTRRET NOT CUT -- PARTIAL RUN "
                   "(SWEEP/RESTART) COVERS ONLY ITS OWN TAIL"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ttt-rret
           IF ws-rret-status NOT = "00" THEN
               DISPLAY "TTT: unable to open TTTRRET, status "
                   ws-rret-status
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ws-ack-src-idx FROM 1 BY 1
               UNTIL ws-ack-src-idx > ws-ack-src-used
               PERFORM 0946-WRITE-ONE-SOURCE-RETURN
           END-PERFORM
           CLOSE ttt-rret
           IF ws-rret-balanced-lit NOT = "YES" THEN
               DISPLAY "TTT: TTTRRET OUT OF BALANCE WITH TTTFACK"
           END-IF.

       0946-WRITE-ONE-SOURCE-RETURN.
           MOVE SPACES TO rret-hdr-rec
           MOVE "HDR   " TO rret-hdr-id
           MOVE cycle-date TO rret-hdr-date
           MOVE ws-ack-src-id(ws-ack-src-idx)
               TO rret-hdr-source-system-id
           WRITE rret-hdr-rec

           MOVE 0 TO ws-rret-batch-count
           OPEN INPUT ttt-rspl
           IF ws-rspl-status NOT = "00" THEN
               DISPLAY "TTT: unable to reread TTTRSPL, status "
                   ws-rspl-status
               MOVE "NO " TO ws-rret-balanced-lit
           ELSE
               MOVE "N" TO ws-rspl-eof-sw
               PERFORM UNTIL end-of-rspl
                   READ ttt-rspl
                       AT END
                           SET end-of-rspl TO TRUE
                       NOT AT END
                           IF rspl-source-system-id
                                   = ws-ack-src-id(ws-ack-src-idx)
                           THEN
                               MOVE rspl-result TO rret-rec
                               WRITE rret-rec
                               ADD 1 TO ws-rret-batch-count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-rspl
           END-IF

           MOVE SPACES TO rret-trl-rec
           MOVE "TRL   " TO rret-trl-id
           MOVE ws-rret-batch-count TO rret-trl-record-count
           WRITE rret-trl-rec
           IF ws-rret-batch-count
                   NOT = ws-ack-accepted(ws-ack-src-idx) THEN
               DISPLAY "TTT: TTTRRET BATCH FOR "
                   ws-ack-src-id(ws-ack-src-idx)
                   " HAS " ws-rret-batch-count
                   " ANSWERS, TTTFACK ACCEPTED "
                   ws-ack-accepted(ws-ack-src-idx)
               MOVE "NO " TO ws-rret-balanced-lit
           END-IF.

      *    The partition's totals, then its per-source counts and
      *    reject reason counts, for TTTPCONS -- written whether or
      *    not the controls balanced (the BALANCED flag says which),
      *    and only here, at the end of a run that got this far.
       0960-WRITE-PARTITION-CONTROL.
           MOVE SPACES TO pctl-rec
           SET pctl-totals TO TRUE
           MOVE ws-partition-no TO pctl-partition
           MOVE cycle-date TO pctl-cycle-date
           MOVE ws-run-id TO pctl-run-id
           MOVE ws-cum-input-count TO pctl-input-count
           MOVE ws-output-count TO pctl-output-count
           MOVE ws-win-count TO pctl-win-count
           MOVE ws-draw-count TO pctl-draw-count
           MOVE ws-loss-count TO pctl-loss-count
           MOVE ws-reject-count TO pctl-reject-count
           MOVE ws-total-node-count TO pctl-node-count
           MOVE ws-sym-hit-count TO pctl-sym-hit-count
           MOVE ws-budget-hit-count TO pctl-budget-hit-count
           MOVE ws-balanced-lit TO pctl-balanced
           IF ws-restart-key > 0 THEN
               MOVE "R" TO pctl-restarted
           END-IF
           MOVE ws-ack-overflow-sw TO pctl-ack-overflow
           WRITE pctl-rec

           PERFORM VARYING ws-ack-src-idx FROM 1 BY 1
               UNTIL ws-ack-src-idx > ws-ack-src-used
               MOVE SPACES TO pctl-rec
               SET pctl-source TO TRUE
               MOVE ws-partition-no TO pctl-partition
               MOVE ws-ack-src-id(ws-ack-src-idx) TO pctl-src-id
               MOVE ws-ack-received(ws-ack-src-idx)
                   TO pctl-src-received
               MOVE ws-ack-accepted(ws-ack-src-idx)
                   TO pctl-src-accepted
               MOVE ws-ack-rejected(ws-ack-src-idx)
                   TO pctl-src-rejected
               WRITE pctl-rec
           END-PERFORM

           PERFORM VARYING ws-ackcell-idx FROM 1 BY 1
               UNTIL ws-ackcell-idx > ws-ackcell-used
               MOVE SPACES TO pctl-rec
               SET pctl-reason TO TRUE
               MOVE ws-partition-no TO pctl-partition
               MOVE ws-ackcell-src-id(ws-ackcell-idx)
                   TO pctl-rsn-src-id
               MOVE ws-ackcell-code(ws-ackcell-idx) TO pctl-rsn-code
               MOVE ws-ackcell-count(ws-ackcell-idx)
                   TO pctl-rsn-count
               WRITE pctl-rec
           END-PERFORM
           CLOSE ttt-pctl.

      *    RETURN-CODE drives JCL COND= conditioning on the batch
      *    outcome: 16 if the control totals failed to balance (a
      *    logic error, most severe), else 8 if any position was
      *    rejected by validation, else 4 if forced losses exceeded
      *    the site's loss-alert threshold (TTTPARM; the default 0
      *    alerts on any loss, the historical behavior), else 0.  A
      *    results return that failed to balance to the
      *    acknowledgment counts as out of balance too.
       0950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN ws-balanced-lit NOT = "YES"
                   MOVE 16 TO ws-return-code
               WHEN ws-rret-balanced-lit NOT = "YES"
                   MOVE 16 TO ws-return-code
               WHEN ws-reject-count > 0
                   MOVE 8 TO ws-return-code
               WHEN ws-loss-count > parm-loss-alert-threshold
