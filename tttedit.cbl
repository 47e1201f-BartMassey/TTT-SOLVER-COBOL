      *  file), handled per the TTTPARM RESUBMIT-POLICY -- counted and
      *  accepted, dropped, or routed to the TTTRESUB file -- with a
      *  resubmission section on TTTEDRPT showing how much of the
      *  feed was deja vu.  Every batch closed out, accepted or
      *  failed, is also logged to TTTFARR (farr.cpy) with its source
      *  and the time it was taken in, for the feed arrival monitor
      *  TTTFMON to hold against each source's sending schedule.
      *
      *  A source with a contracted daily quota on TTTSRCM
      *  (src-daily-quota) gets that many records onto TTTIN per
      *  cycle and no more: an accepted batch is passed up to what is
      *  left of the quota and the excess is held on TTTHOLD
      *  (hold.cpy) under one hold-id for the batch, so one source's
      *  flood cannot blow the window for everyone.  What the cycle
      *  passed is kept on the TTTQUSE usage ledger, one record per
      *  source per cycle.  Batches an operator has released from the
      *  hold queue (TTTHREL) for this cycle or an earlier one are
      *  delivered to TTTIN first, ahead of the transmission, and do
      *  not count against the quota -- the release is the
      *  operator's decision that the cycle can take them.
      *
      *  Each accepted batch is also scored against its source's own
      *  feed profile baseline (TTTFPBAS, built by TTTFPBL from the
      *  source's recent history): its ply distribution, variant and
      *  priority-class mixes, share of duplicate boards and share of
      *  records with a move log, each as a departure in percentage
      *  points from what the source normally sends.  A measure past
      *  TTTPARM PROFILE-WARN-PCT is reported as an anomaly on
      *  TTTEDRPT, by source and measure; past PROFILE-SEVERE-PCT it
      *  is severe, and with PROFILE-HOLD=Y a severe batch is held
      *  whole on TTTHOLD instead of passed -- the quota's queue, for
      *  TTTHREL to release once the source is confirmed.  Every
      *  batch's profile and outcome is logged to TTTFPOBS
      *  (fprof.cpy), which is also where TTTFPBL learns each
      *  source's priority mix.  No baseline, or too few records on
      *  either side (PROFILE-MIN-RECORDS), leaves a batch unscored.
      *
      *  The count of records passed to TTTIN (batches released from
      *  hold included) is cut on the one-record TTTEDCTL control
      *  file (edctl.cpy) beside TTTIN, for the partitioned solve
      *  (TTTPSPLT, TTTPCONS) to balance back to.
      *
      *  The edit can be run again for a cycle.  TTTIN is rebuilt
      *  whole every time and TTT solves a cycle's TTTIN once, so a
      *  rerun replaces the earlier run instead of adding to it:
      *  batches the earlier run delivered from the hold queue this
      *  cycle are delivered again, the cycle's TTTQUSE usage is
      *  rewritten with this run's, a batch already on TTTHOLD for
      *  the cycle (same source, same first held GAME-ID) is not held
      *  a second time, and the earlier run's TTTFPOBS profiles for
      *  the cycle are retyped as replaced.  TTTFARR is the log of
      *  what was taken in and when, and keeps every take-in.
      *
      *  The RETURN-CODE is the gate: 0 when every batch accepted, 4
      *  when every batch accepted but some records were held (over
      *  quota or on the feed profile), 8 when some batches failed
      *  but at least one was accepted or a held batch was delivered
      *  (the solver still runs on what passed), 12 when nothing
      *  usable passed at all (every batch failed, or every accepted
      *  record was held and TTTIN is empty) -- and the scheduler's
      *  COND= on the TTT step keeps the solver from reading an empty
      *  feed.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ttt-resub ASSIGN TO "TTTRESUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-resub-status.
           SELECT ttt-farr ASSIGN TO "TTTFARR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-farr-status.
           SELECT ttt-hold ASSIGN TO "TTTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hold-status.
           SELECT ttt-quse ASSIGN TO "TTTQUSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-quse-status.
           SELECT ttt-edctl ASSIGN TO "TTTEDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-edctl-status.
           SELECT ttt-fpbas ASSIGN TO "TTTFPBAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fpbas-status.
           SELECT ttt-fpobs ASSIGN TO "TTTFPOBS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fpobs-status.

       DATA DIVISION.
       FILE SECTION.
      *    policy, ready to be fed back deliberately if wanted.
       01 resub-rec PIC X(70).

       FD  ttt-farr
           RECORDING MODE IS F.
       COPY farr.

       FD  ttt-hold
           RECORDING MODE IS F.
       COPY hold.

      *    The quota usage ledger: one record per source per cycle,
      *    the records the cycle's edit passed to TTTIN.  A rerun of
      *    the edit rewrites the cycle's records in place.
       FD  ttt-quse
           RECORDING MODE IS F.
       01 quse-rec.
           05 quse-cycle-date PIC 9(8).
           05 FILLER PIC X.
           05 quse-source-system-id PIC X(8).
           05 FILLER PIC X.
           05 quse-passed-count PIC 9(9).

       FD  ttt-edctl
           RECORDING MODE IS F.
       COPY edctl.

       FD  ttt-fpbas
           RECORDING MODE IS F.
       COPY fprof REPLACING LEADING ==fprof== BY ==fpbas==.

       FD  ttt-fpobs
           RECORDING MODE IS F.
       COPY fprof.

       WORKING-STORAGE SECTION.
       COPY state.
       COPY srcmst.

       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-resub-status PIC XX VALUE SPACES.
       01 ws-farr-status PIC XX VALUE SPACES.
       01 ws-hold-status PIC XX VALUE SPACES.
       01 ws-quse-status PIC XX VALUE SPACES.
       01 ws-edctl-status PIC XX VALUE SPACES.
       01 ws-fpbas-status PIC XX VALUE SPACES.
       01 ws-fpobs-status PIC XX VALUE SPACES.
       01 ws-read-done-sw PIC X.

      *    Feed profile scoring.  The baselines are kept as record
      *    images and each is worked on in fpbw-rec; the batch's own
      *    profile is built straight into the TTTFPOBS record.
       COPY fprof REPLACING LEADING ==fprof== BY ==fpbw==.
       COPY symmap.
       01 ws-fpb-tbl.
           05 ws-fpb-entry PIC X(233) OCCURS 50 TIMES.
       01 ws-fpb-used PIC 9(4) COMP VALUE 0.
       01 fpb-idx PIC 9(4) COMP.
       01 ws-fpb-found-sw PIC X.
       01 ws-fpobs-avail-sw PIC X VALUE "N".
       01 ws-profile-hold-sw PIC X VALUE "N".
       01 ws-prof-cell PIC S9.
       01 ws-prof-ply PIC 99 COMP.
       01 ply-idx PIC 99 COMP.
       01 row-idx PIC 9 COMP.
       01 col-idx PIC 9 COMP.
       01 sym-idx PIC 9 COMP.
       01 pos-idx PIC 9 COMP.
       01 src-cell PIC 9 COMP.
       01 ws-prof-board PIC X(9).
       01 ws-prof-image PIC X(9).
       01 ws-prof-best PIC X(9).
       01 ws-canon-key PIC X(12).
       01 ws-canon-tbl.
           05 ws-canon-entry PIC X(12) OCCURS 6000 TIMES.
       01 ws-canon-count PIC 9(9) COMP VALUE 0.
       01 ws-canon-capacity PIC 9(9) VALUE 6000.
       01 canon-idx PIC 9(9) COMP.
       01 ws-canon-found-sw PIC X.
       01 measure-idx PIC 9 COMP.
       01 ws-measure-names PIC X(45) VALUE
           "PLY      VARIANT  PRIORITY DUPLICATEMOVELOG  ".
       01 ws-measure-name-tbl REDEFINES ws-measure-names.
           05 ws-measure-name PIC X(9) OCCURS 5 TIMES.
       01 ws-prof-batch-pct PIC 9(3)V9(4).
       01 ws-prof-base-pct PIC 9(3)V9(4).
       01 ws-prof-diff PIC 9(3)V9(4).
       01 ws-prof-sum PIC 9(5)V9(4).
       01 ws-prof-batch-mode PIC 99 COMP.
       01 ws-prof-base-mode PIC 99 COMP.
       01 disp-prof-batch-pct PIC 9(3).
       01 disp-prof-base-pct PIC 9(3).
       01 disp-prof-batch-mode PIC 9.
       01 disp-prof-base-mode PIC 9.
       01 ws-severity-lit PIC X(7).
       01 ws-profiled-batch-count PIC 9(4) VALUE 0.
       01 ws-scored-batch-count PIC 9(4) VALUE 0.
       01 ws-anomal-batch-count PIC 9(4) VALUE 0.
       01 ws-severe-batch-count PIC 9(4) VALUE 0.
       01 ws-profile-held-count PIC 9(4) VALUE 0.

      *    Quota usage for the cycle, one entry per TTTSRCM source in
      *    the same order as src-entry: what this run passed, which is
      *    the cycle's usage, and whether TTTQUSE has it yet.
       01 ws-quota-tbl.
           05 ws-quota-entry OCCURS 50 TIMES.
               10 ws-quota-used PIC 9(9) COMP.
               10 ws-quota-recorded-sw PIC X.
       01 ws-batch-src-idx PIC 9(4) COMP VALUE 0.
       01 ws-batch-pass-count PIC 9(9) COMP.
       01 ws-batch-held-count PIC 9(9) COMP.
       01 ws-quota-left PIC 9(9) COMP.
       01 ws-run-time PIC 9(6).
       01 ws-held-rec-count PIC 9(9) VALUE 0.
       01 ws-held-batch-count PIC 9(4) VALUE 0.
       01 ws-released-rec-count PIC 9(9) VALUE 0.
       01 ws-released-batch-count PIC 9(4) VALUE 0.
       01 ws-last-release-id PIC X(18) VALUE SPACES.

      *    The batches already on TTTHOLD for this cycle, by hold-id,
      *    source and the GAME-ID of the first held record -- what a
      *    rerun checks a batch against before holding it again.
       01 ws-prior-hold-tbl.
           05 ws-prior-hold-entry OCCURS 200 TIMES.
               10 ws-ph-id PIC X(18).
               10 ws-ph-source PIC X(8).
               10 ws-ph-game-id PIC X(10).
       01 ws-prior-hold-count PIC 9(4) COMP VALUE 0.
       01 ph-idx PIC 9(4) COMP.
       01 ws-last-hold-id PIC X(18) VALUE SPACES.
       01 ws-prior-hold-sw PIC X.
       01 ws-fpobs-replaced-count PIC 9(9) VALUE 0.
       01 disp-quota PIC 9(9).
       01 disp-quota-used PIC 9(9).
       01 disp-held-count PIC 9(9).
       01 ws-hmast-avail-sw PIC X VALUE "N".
       01 ws-resub-sw PIC X.
       01 ws-batch-resub-count PIC 9(6) VALUE 0.
       01 ws-failed-rec-count PIC 9(9) VALUE 0.
       01 ws-stray-count PIC 9(9) VALUE 0.
       01 ws-dup-count PIC 9(6) VALUE 0.
      *    Every record written to TTTIN, for TTTEDCTL.
       01 ws-tttin-count PIC 9(9) VALUE 0.

      *    The open batch's data records, held back until its trailer
      *    proves the batch whole -- only then are they released to
           CALL "ParmFile" USING
             BY REFERENCE parm-options
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-LOAD-PROFILE-BASELINES
           PERFORM 0200-WRITE-HEADING
           PERFORM 0300-START-QUOTA-USAGE
           PERFORM 0400-DELIVER-RELEASED
           PERFORM 0450-OPEN-HOLD-QUEUE

           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-raw
           END-PERFORM

           PERFORM 0800-FINAL-EDITS
           PERFORM 0850-WRITE-QUOTA-USAGE
           PERFORM 0860-WRITE-EDIT-CONTROL
           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           CLOSE ttt-inraw ttt-in ttt-edrpt ttt-farr ttt-hold
           IF ws-hmast-avail-sw = "Y" THEN
               CLOSE ttt-hmast
           END-IF
           IF parm-resubmit-policy = "ROUTE " THEN
               CLOSE ttt-resub
           END-IF
           IF ws-fpobs-avail-sw = "Y" THEN
               CLOSE ttt-fpobs
           END-IF
           STOP RUN.

       0100-OPEN-FILES.
                   ws-hmast-status ") -- RESUBMISSION CHECK OFF"
           END-IF

      *    The arrival log accumulates across transmissions and
      *    cycles -- the monitor picks out the cycle date it wants.
           OPEN EXTEND ttt-farr
           IF ws-farr-status = "35" THEN
               OPEN OUTPUT ttt-farr
               CLOSE ttt-farr
               OPEN EXTEND ttt-farr
           END-IF
           IF ws-farr-status NOT = "00" THEN
               DISPLAY "TTTEDIT: unable to open TTTFARR, status "
                   ws-farr-status
               CLOSE ttt-inraw ttt-in ttt-edrpt
               STOP RUN
           END-IF

           IF parm-resubmit-policy = "ROUTE " THEN
               OPEN OUTPUT ttt-resub
               IF ws-resub-status NOT = "00" THEN
                   DISPLAY "TTTEDIT: unable to open TTTRESUB, "
                       "status " ws-resub-status
                   CLOSE ttt-inraw ttt-in ttt-edrpt ttt-farr
                   STOP RUN
               END-IF
           END-IF.

      *    Each source's baseline, and the batch profile log, which
      *    accumulates across cycles like the arrival log.  Without a
      *    baseline file every batch goes unscored; without the log
      *    the batches are still scored, only not logged.  Profiles an
      *    earlier run logged for this cycle are retyped R (replaced)
      *    in place first, so a rerun's batches are not counted twice
      *    when TTTFPBL takes the priority mix from the O records.
       0150-LOAD-PROFILE-BASELINES.
           OPEN INPUT ttt-fpbas
           IF ws-fpbas-status = "00" THEN
               MOVE "N" TO ws-read-done-sw
               PERFORM UNTIL ws-read-done-sw = "Y"
                   READ ttt-fpbas
                       AT END
                           MOVE "Y" TO ws-read-done-sw
                       NOT AT END
                           IF fpbas-baseline AND ws-fpb-used < 50 THEN
                               ADD 1 TO ws-fpb-used
                               MOVE fpbas-rec
                                   TO ws-fpb-entry(ws-fpb-used)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-fpbas
           ELSE
               DISPLAY "TTTEDIT: TTTFPBAS NOT AVAILABLE (STATUS "
                   ws-fpbas-status ") -- FEED PROFILE NOT SCORED"
           END-IF
           OPEN I-O ttt-fpobs
           IF ws-fpobs-status = "00" THEN
               MOVE "N" TO ws-read-done-sw
               PERFORM UNTIL ws-read-done-sw = "Y"
                   READ ttt-fpobs
                       AT END
                           MOVE "Y" TO ws-read-done-sw
                       NOT AT END
                           IF fprof-observed
                                   AND fprof-cycle-date
                                       = cycle-date THEN
                               SET fprof-replaced TO TRUE
                               REWRITE fprof-rec
                               ADD 1 TO ws-fpobs-replaced-count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-fpobs
               IF ws-fpobs-replaced-count > 0 THEN
                   DISPLAY "TTTEDIT: " ws-fpobs-replaced-count
                       " TTTFPOBS PROFILES OF AN EARLIER RUN OF CYCLE "
                       cycle-date " MARKED REPLACED"
               END-IF
           END-IF
           OPEN EXTEND ttt-fpobs
           IF ws-fpobs-status = "35" THEN
               OPEN OUTPUT ttt-fpobs
               CLOSE ttt-fpobs
               OPEN EXTEND ttt-fpobs
           END-IF
           IF ws-fpobs-status = "00" THEN
               MOVE "Y" TO ws-fpobs-avail-sw
           ELSE
               DISPLAY "TTTEDIT: unable to open TTTFPOBS, status "
                   ws-fpobs-status " -- FEED PROFILES NOT LOGGED"
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO edrpt-line
           MOVE ALL "-" TO edrpt-line
           WRITE edrpt-line.

      *    Every source starts the cycle with its whole quota: what an
      *    earlier edit run of the cycle passed went to a TTTIN this
      *    run replaces, so none of it reaches the solver.
       0300-START-QUOTA-USAGE.
           INITIALIZE ws-quota-tbl
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.

      *    Held batches released for this cycle (or for an earlier one
      *    whose edit never ran) go to TTTIN ahead of the transmission,
      *    stamped with their source like any released batch, and are
      *    marked DELIVERED in place.  Their GAME-IDs join the
      *    duplicate table, so a source resending the same games
      *    fresh fails that batch as it would within a transmission.
      *    A batch already DELIVERED in this cycle went to the TTTIN
      *    of an earlier run of it, which this run replaces, so it is
      *    delivered again.  The cycle's held batches are noted on the
      *    way through for 3060-HOLD-EXCESS.
       0400-DELIVER-RELEASED.
           OPEN I-O ttt-hold
           IF ws-hold-status = "35" THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-hold-status NOT = "00" THEN
               DISPLAY "TTTEDIT: unable to open TTTHOLD, status "
                   ws-hold-status " -- RELEASED BATCHES NOT DELIVERED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               READ ttt-hold
                   AT END
                       MOVE "Y" TO ws-read-done-sw
                   NOT AT END
                       IF hold-cycle-date = cycle-date THEN
                           PERFORM 0420-NOTE-CYCLE-HOLD
                       END-IF
                       IF (hold-released
                               AND hold-release-cycle
                                   NOT > cycle-date)
                               OR (hold-delivered
                               AND hold-delivered-cycle
                                   = cycle-date) THEN
                           PERFORM 0410-DELIVER-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-hold.

       0410-DELIVER-ONE.
           IF hold-id NOT = ws-last-release-id THEN
               MOVE hold-id TO ws-last-release-id
               ADD 1 TO ws-released-batch-count
               MOVE SPACES TO edrpt-line
               STRING "RELEASED FROM HOLD: HOLD-ID=" hold-id
                   " SOURCE=" hold-source-system-id
                   " HELD CYCLE=" hold-cycle-date
                   DELIMITED BY SIZE INTO edrpt-line
               WRITE edrpt-line
               IF hold-delivered THEN
                   MOVE SPACES TO edrpt-line
                   STRING "  DELIVERED EARLIER THIS CYCLE -- "
                       "DELIVERED AGAIN TO THE REBUILT TTTIN"
                       DELIMITED BY SIZE INTO edrpt-line
                   WRITE edrpt-line
               END-IF
           END-IF
           MOVE hold-state TO state
           MOVE hold-source-system-id TO source-system-id
           MOVE state TO edit-out-rec
           WRITE edit-out-rec
           ADD 1 TO ws-tttin-count
           ADD 1 TO ws-released-rec-count
           IF ws-id-count < ws-id-capacity THEN
               ADD 1 TO ws-id-count
               MOVE game-id TO ws-id-entry(ws-id-count)
           END-IF
           IF hold-delivered THEN
               EXIT PARAGRAPH
           END-IF
           SET hold-delivered TO TRUE
           MOVE cycle-date TO hold-delivered-cycle
           REWRITE hold-rec
           IF ws-hold-status NOT = "00" THEN
               DISPLAY "TTTEDIT: TTTHOLD REWRITE FAILED, STATUS "
                   ws-hold-status " -- HOLD-ID " hold-id
           END-IF.

      *    One entry per held batch of the cycle, whatever has become
      *    of it since: its records are contiguous under its hold-id,
      *    and the first of them names the batch.
       0420-NOTE-CYCLE-HOLD.
           IF hold-id = ws-last-hold-id THEN
               EXIT PARAGRAPH
           END-IF
           MOVE hold-id TO ws-last-hold-id
           IF ws-prior-hold-count NOT < 200 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-prior-hold-count
           MOVE hold-state TO state
           MOVE hold-id TO ws-ph-id(ws-prior-hold-count)
           MOVE hold-source-system-id
               TO ws-ph-source(ws-prior-hold-count)
           MOVE game-id TO ws-ph-game-id(ws-prior-hold-count).

      *    The hold queue accumulates across cycles, the same as the
      *    arrival log.
       0450-OPEN-HOLD-QUEUE.
           OPEN EXTEND ttt-hold
           IF ws-hold-status = "35" THEN
               OPEN OUTPUT ttt-hold
               CLOSE ttt-hold
               OPEN EXTEND ttt-hold
           END-IF
           IF ws-hold-status NOT = "00" THEN
               DISPLAY "TTTEDIT: unable to open TTTHOLD, status "
                   ws-hold-status
               CLOSE ttt-inraw ttt-in ttt-edrpt ttt-farr
               STOP RUN
           END-IF.

       1000-READ-NEXT.
           READ ttt-inraw
               AT END SET end-of-raw TO TRUE
           MOVE 0 TO ws-resub-rec-count
           MOVE feed-hdr-date TO ws-batch-date
           MOVE feed-hdr-source-system-id TO ws-batch-source
           MOVE 0 TO ws-batch-src-idx
           MOVE SPACES TO edrpt-line
           STRING "BATCH=" ws-batch-no
               " DATE=" feed-hdr-date
               UNTIL src-idx > src-count OR ws-src-found-sw = "Y"
               IF src-id(src-idx) = ws-batch-source THEN
                   MOVE "Y" TO ws-src-found-sw
                   MOVE src-idx TO ws-batch-src-idx
               END-IF
           END-PERFORM
           IF ws-src-found-sw = "N" THEN
           ELSE
               ADD 1 TO ws-accepted-batch-count
               ADD ws-batch-data-count TO ws-accepted-rec-count
               PERFORM 3020-PROFILE-BATCH
      *        A batch held on its profile is held whole and takes
      *        none of the source's quota.
               IF ws-profile-hold-sw = "Y" THEN
                   MOVE 0 TO ws-batch-pass-count
                   MOVE ws-batch-rec-count TO ws-batch-held-count
               ELSE
                   PERFORM 3050-APPLY-QUOTA
               END-IF
               PERFORM VARYING batch-idx FROM 1 BY 1
                   UNTIL batch-idx > ws-batch-pass-count
                   MOVE ws-batch-entry(batch-idx) TO state
                   MOVE ws-batch-source TO source-system-id
                   MOVE state TO edit-out-rec
                   WRITE edit-out-rec
                   ADD 1 TO ws-tttin-count
               END-PERFORM
               IF ws-batch-held-count > 0 THEN
                   PERFORM 3060-HOLD-EXCESS
               END-IF
               PERFORM VARYING resub-idx FROM 1 BY 1
                   UNTIL resub-idx > ws-resub-rec-count
                   MOVE ws-resub-entry(resub-idx) TO state
                   " RESUBMITS=" ws-batch-resub-count
                   DELIMITED BY SIZE INTO edrpt-line
               WRITE edrpt-line
           END-IF
           PERFORM 3100-LOG-ARRIVAL.

      *    How much of the batch the source's quota still allows; the
      *    batch's records go in the order they were sent, so it is
      *    always the tail that is held.  A source with no quota, or a
      *    site with no TTTSRCM, passes everything.
       3050-APPLY-QUOTA.
           MOVE ws-batch-rec-count TO ws-batch-pass-count
           MOVE 0 TO ws-batch-held-count
           IF ws-batch-src-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF src-daily-quota(ws-batch-src-idx) > 0 THEN
               IF ws-quota-used(ws-batch-src-idx)
                       < src-daily-quota(ws-batch-src-idx) THEN
                   COMPUTE ws-quota-left =
                       src-daily-quota(ws-batch-src-idx)
                       - ws-quota-used(ws-batch-src-idx)
               ELSE
                   MOVE 0 TO ws-quota-left
               END-IF
               IF ws-batch-pass-count > ws-quota-left THEN
                   COMPUTE ws-batch-held-count =
                       ws-batch-pass-count - ws-quota-left
                   MOVE ws-quota-left TO ws-batch-pass-count
               END-IF
           END-IF
           ADD ws-batch-pass-count TO ws-quota-used(ws-batch-src-idx).

      *    A batch an earlier run of the cycle already held -- same
      *    source, same first held GAME-ID -- stays under that hold-id
      *    and is not written to TTTHOLD again; its records are still
      *    held out of TTTIN.
       3060-HOLD-EXCESS.
           ADD 1 TO ws-held-batch-count
           ADD ws-batch-held-count TO ws-held-rec-count
           MOVE ws-batch-held-count TO disp-held-count
           COMPUTE batch-idx = ws-batch-pass-count + 1
           PERFORM 3065-FIND-PRIOR-HOLD
           IF ws-prior-hold-sw = "Y" THEN
               MOVE ws-ph-id(ph-idx) TO hold-id
               MOVE SPACES TO edrpt-line
               STRING "  ALREADY HELD THIS CYCLE AS HOLD-ID=" hold-id
                   " -- NOT HELD AGAIN"
                   DELIMITED BY SIZE INTO edrpt-line
               WRITE edrpt-line
           ELSE
               PERFORM UNTIL batch-idx > ws-batch-rec-count
                   MOVE SPACES TO hold-rec
                   MOVE cycle-date TO hold-id-cycle
                   MOVE ws-run-time TO hold-id-time
                   MOVE ws-batch-no TO hold-id-batch
                   MOVE ws-batch-source TO hold-source-system-id
                   MOVE cycle-date TO hold-cycle-date
                   SET hold-held TO TRUE
                   MOVE 0 TO hold-release-cycle
                   MOVE 0 TO hold-delivered-cycle
                   MOVE ws-batch-entry(batch-idx) TO hold-state
                   WRITE hold-rec
                   ADD 1 TO batch-idx
               END-PERFORM
           END-IF
           IF ws-profile-hold-sw = "Y" THEN
               MOVE SPACES TO edrpt-line
               STRING "  SEVERE PROFILE ANOMALY -- " disp-held-count
                   " RECORDS HELD, HOLD-ID=" hold-id
                   DELIMITED BY SIZE INTO edrpt-line
               WRITE edrpt-line
               DISPLAY "TTTEDIT: SOURCE " ws-batch-source
                   " SEVERE PROFILE ANOMALY -- " disp-held-count
                   " RECORDS HELD AS " hold-id
               EXIT PARAGRAPH
           END-IF
           MOVE src-daily-quota(ws-batch-src-idx) TO disp-quota
           MOVE SPACES TO edrpt-line
           STRING "  DAILY QUOTA=" disp-quota
               " REACHED -- " disp-held-count
               " RECORDS HELD, HOLD-ID=" hold-id
               DELIMITED BY SIZE INTO edrpt-line
           WRITE edrpt-line
           DISPLAY "TTTEDIT: SOURCE " ws-batch-source
               " OVER DAILY QUOTA -- " disp-held-count
               " RECORDS HELD AS " hold-id.

      *    batch-idx is the batch's first held record.
       3065-FIND-PRIOR-HOLD.
           MOVE "N" TO ws-prior-hold-sw
           MOVE ws-batch-entry(batch-idx) TO state
           PERFORM VARYING ph-idx FROM 1 BY 1
               UNTIL ph-idx > ws-prior-hold-count
                   OR ws-prior-hold-sw = "Y"
               IF ws-ph-source(ph-idx) = ws-batch-source
                       AND ws-ph-game-id(ph-idx) = game-id THEN
                   MOVE "Y" TO ws-prior-hold-sw
               END-IF
           END-PERFORM
           IF ws-prior-hold-sw = "Y" THEN
               SUBTRACT 1 FROM ph-idx
           END-IF.

      *    The batch's profile, built into the TTTFPOBS record, then
      *    scored against the source's baseline and logged.
       3020-PROFILE-BATCH.
           MOVE "N" TO ws-profile-hold-sw
           ADD 1 TO ws-profiled-batch-count
           MOVE SPACES TO fprof-rec
           SET fprof-observed TO TRUE
           MOVE ws-batch-source TO fprof-source-system-id
           MOVE cycle-date TO fprof-cycle-date
           MOVE 0 TO fprof-window-from
           MOVE ws-batch-no TO fprof-batch-no
           MOVE ws-run-time TO fprof-run-time
           MOVE ws-batch-rec-count TO fprof-record-count
           MOVE ws-batch-rec-count TO fprof-prio-sample
           PERFORM VARYING ply-idx FROM 1 BY 1 UNTIL ply-idx > 10
               MOVE 0 TO fprof-ply-count(ply-idx)
           END-PERFORM
           MOVE 0 TO fprof-std-count fprof-misere-count
               fprof-high-count fprof-dup-count fprof-movelog-count
           PERFORM VARYING measure-idx FROM 1 BY 1
               UNTIL measure-idx > 5
               MOVE 0 TO fprof-departure(measure-idx)
               MOVE SPACE TO fprof-severity(measure-idx)
           END-PERFORM
           MOVE 0 TO ws-canon-count
           PERFORM VARYING batch-idx FROM 1 BY 1
               UNTIL batch-idx > ws-batch-rec-count
               MOVE ws-batch-entry(batch-idx) TO state
               PERFORM 3025-PROFILE-RECORD
           END-PERFORM

           MOVE "N" TO ws-fpb-found-sw
           PERFORM VARYING fpb-idx FROM 1 BY 1
               UNTIL fpb-idx > ws-fpb-used OR ws-fpb-found-sw = "Y"
               MOVE ws-fpb-entry(fpb-idx) TO fpbw-rec
               IF fpbw-source-system-id = ws-batch-source THEN
                   MOVE "Y" TO ws-fpb-found-sw
               END-IF
           END-PERFORM
           IF ws-fpb-found-sw = "N"
                   OR fpbw-record-count < parm-profile-min-records
                   OR fprof-record-count
                       < parm-profile-min-records THEN
               MOVE "NOSCOR" TO fprof-outcome
           ELSE
               PERFORM 3030-SCORE-BATCH
           END-IF
           IF ws-fpobs-avail-sw = "Y" THEN
               WRITE fprof-rec
           END-IF.

      *    Ply, variant, priority and move log straight off the state
      *    record; duplicates against the canonical boards the batch
      *    has already sent (TTTSYM's key).
       3025-PROFILE-RECORD.
           MOVE 0 TO ws-prof-ply
           PERFORM VARYING row-idx FROM 1 BY 1 UNTIL row-idx > 3
               PERFORM VARYING col-idx FROM 1 BY 1 UNTIL col-idx > 3
                   COMPUTE pos-idx = (row-idx - 1) * 3 + col-idx
                   MOVE b-elem(row-idx, col-idx) TO ws-prof-cell
                   EVALUATE ws-prof-cell
                       WHEN 0
                           MOVE "0" TO ws-prof-board(pos-idx:1)
                       WHEN 1
                           MOVE "1" TO ws-prof-board(pos-idx:1)
                           ADD 1 TO ws-prof-ply
                       WHEN OTHER
                           MOVE "2" TO ws-prof-board(pos-idx:1)
                           ADD 1 TO ws-prof-ply
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           ADD 1 TO fprof-ply-count(ws-prof-ply + 1)
           IF game-variant = "M" THEN
               ADD 1 TO fprof-misere-count
           ELSE
               ADD 1 TO fprof-std-count
           END-IF
           IF priority-class = "H" THEN
               ADD 1 TO fprof-high-count
           END-IF
           IF move-count > 0 THEN
               ADD 1 TO fprof-movelog-count
           END-IF

           IF board-size = 3 THEN
               PERFORM VARYING sym-idx FROM 1 BY 1 UNTIL sym-idx > 8
                   PERFORM VARYING pos-idx FROM 1 BY 1 UNTIL pos-idx > 9
                       MOVE sym-map(sym-idx, pos-idx) TO src-cell
                       MOVE ws-prof-board(src-cell:1)
                           TO ws-prof-image(pos-idx:1)
                   END-PERFORM
                   IF sym-idx = 1 OR ws-prof-image < ws-prof-best THEN
                       MOVE ws-prof-image TO ws-prof-best
                   END-IF
               END-PERFORM
           ELSE
               MOVE ws-prof-board TO ws-prof-best
           END-IF
           MOVE SPACES TO ws-canon-key
           IF on-move = 1 THEN
               MOVE "1" TO ws-canon-key(1:1)
           ELSE
               MOVE "2" TO ws-canon-key(1:1)
           END-IF
           MOVE board-size TO ws-canon-key(2:1)
           MOVE ws-prof-best TO ws-canon-key(3:9)
           IF game-variant = "M" THEN
               MOVE "M" TO ws-canon-key(12:1)
           ELSE
               MOVE "S" TO ws-canon-key(12:1)
           END-IF
           MOVE "N" TO ws-canon-found-sw
           PERFORM VARYING canon-idx FROM 1 BY 1
               UNTIL canon-idx > ws-canon-count
                   OR ws-canon-found-sw = "Y"
               IF ws-canon-entry(canon-idx) = ws-canon-key THEN
                   MOVE "Y" TO ws-canon-found-sw
               END-IF
           END-PERFORM
           IF ws-canon-found-sw = "Y" THEN
               ADD 1 TO fprof-dup-count
           ELSE
               IF ws-canon-count < ws-canon-capacity THEN
                   ADD 1 TO ws-canon-count
                   MOVE ws-canon-key TO ws-canon-entry(ws-canon-count)
               END-IF
           END-IF.

      *    Each measure's departure, in percentage points: half the
      *    summed difference of the shares for the ply distribution
      *    (how much of the batch sits where the baseline does not),
      *    the plain difference of shares for the others.  The
      *    priority mix is scored only when the baseline sampled
      *    enough edited records to have one.
       3030-SCORE-BATCH.
           ADD 1 TO ws-scored-batch-count
           MOVE 0 TO ws-prof-sum
           MOVE 1 TO ws-prof-batch-mode ws-prof-base-mode
           PERFORM VARYING ply-idx FROM 1 BY 1 UNTIL ply-idx > 10
               COMPUTE ws-prof-batch-pct = fprof-ply-count(ply-idx)
                   * 100 / fprof-record-count
               COMPUTE ws-prof-base-pct = fpbw-ply-count(ply-idx)
                   * 100 / fpbw-record-count
               PERFORM 3035-DIFFERENCE
               ADD ws-prof-diff TO ws-prof-sum
               IF fprof-ply-count(ply-idx)
                       > fprof-ply-count(ws-prof-batch-mode) THEN
                   MOVE ply-idx TO ws-prof-batch-mode
               END-IF
               IF fpbw-ply-count(ply-idx)
                       > fpbw-ply-count(ws-prof-base-mode) THEN
                   MOVE ply-idx TO ws-prof-base-mode
               END-IF
           END-PERFORM
           COMPUTE fprof-departure(1) ROUNDED = ws-prof-sum / 2

           COMPUTE ws-prof-batch-pct =
               fprof-misere-count * 100 / fprof-record-count
           COMPUTE ws-prof-base-pct =
               fpbw-misere-count * 100 / fpbw-record-count
           PERFORM 3035-DIFFERENCE
           COMPUTE fprof-departure(2) ROUNDED = ws-prof-diff

           IF fpbw-prio-sample NOT < parm-profile-min-records THEN
               COMPUTE ws-prof-batch-pct =
                   fprof-high-count * 100 / fprof-record-count
               COMPUTE ws-prof-base-pct =
                   fpbw-high-count * 100 / fpbw-prio-sample
               PERFORM 3035-DIFFERENCE
               COMPUTE fprof-departure(3) ROUNDED = ws-prof-diff
           END-IF

           COMPUTE ws-prof-batch-pct =
               fprof-dup-count * 100 / fprof-record-count
           COMPUTE ws-prof-base-pct =
               fpbw-dup-count * 100 / fpbw-record-count
           PERFORM 3035-DIFFERENCE
           COMPUTE fprof-departure(4) ROUNDED = ws-prof-diff

           COMPUTE ws-prof-batch-pct =
               fprof-movelog-count * 100 / fprof-record-count
           COMPUTE ws-prof-base-pct =
               fpbw-movelog-count * 100 / fpbw-record-count
           PERFORM 3035-DIFFERENCE
           COMPUTE fprof-departure(5) ROUNDED = ws-prof-diff

           MOVE "PASS  " TO fprof-outcome
           PERFORM VARYING measure-idx FROM 1 BY 1
               UNTIL measure-idx > 5
               EVALUATE TRUE
                   WHEN fprof-departure(measure-idx)
                           NOT < parm-profile-severe-pct
                       MOVE "S" TO fprof-severity(measure-idx)
                       MOVE "SEVERE" TO fprof-outcome
                   WHEN fprof-departure(measure-idx)
                           NOT < parm-profile-warn-pct
                       MOVE "A" TO fprof-severity(measure-idx)
                       IF fprof-outcome = "PASS  " THEN
                           MOVE "ANOMAL" TO fprof-outcome
                       END-IF
               END-EVALUATE
               IF fprof-severity(measure-idx) NOT = SPACE THEN
                   PERFORM 3040-REPORT-MEASURE
               END-IF
           END-PERFORM

           EVALUATE fprof-outcome
               WHEN "SEVERE"
                   ADD 1 TO ws-severe-batch-count
                   IF parm-profile-hold = "Y" THEN
                       MOVE "HELD  " TO fprof-outcome
                       MOVE "Y" TO ws-profile-hold-sw
                       ADD 1 TO ws-profile-held-count
                   ELSE
                       DISPLAY "TTTEDIT: SOURCE " ws-batch-source
                           " SEVERE PROFILE ANOMALY -- BATCH PASSED"
                           " (PROFILE-HOLD=N), SEE TTTEDRPT"
                   END-IF
               WHEN "ANOMAL"
                   ADD 1 TO ws-anomal-batch-count
                   DISPLAY "TTTEDIT: SOURCE " ws-batch-source
                       " PROFILE ANOMALY -- SEE TTTEDRPT"
           END-EVALUATE.

       3035-DIFFERENCE.
           IF ws-prof-batch-pct > ws-prof-base-pct THEN
               COMPUTE ws-prof-diff =
                   ws-prof-batch-pct - ws-prof-base-pct
           ELSE
               COMPUTE ws-prof-diff =
                   ws-prof-base-pct - ws-prof-batch-pct
           END-IF.

      *    One line per measure out of tolerance: the source, the
      *    measure and its departure, and what the batch and the
      *    baseline each look like on it.
       3040-REPORT-MEASURE.
           IF fprof-severity(measure-idx) = "S" THEN
               MOVE "SEVERE " TO ws-severity-lit
           ELSE
               MOVE "ANOMALY" TO ws-severity-lit
           END-IF
           MOVE SPACES TO edrpt-line
           EVALUATE measure-idx
               WHEN 1
                   COMPUTE disp-prof-batch-mode = ws-prof-batch-mode - 1
                   COMPUTE disp-prof-base-mode = ws-prof-base-mode - 1
                   STRING "  PROFILE " ws-severity-lit " "
                       ws-batch-source " PLY       DEP="
                       fprof-departure(measure-idx)
                       " COMMONEST PLY=" disp-prof-batch-mode
                       " BASE=" disp-prof-base-mode
                       DELIMITED BY SIZE INTO edrpt-line
               WHEN OTHER
                   EVALUATE measure-idx
                       WHEN 2
                           COMPUTE disp-prof-batch-pct ROUNDED =
                               fprof-misere-count * 100
                               / fprof-record-count
                           COMPUTE disp-prof-base-pct ROUNDED =
                               fpbw-misere-count * 100
                               / fpbw-record-count
                       WHEN 3
                           COMPUTE disp-prof-batch-pct ROUNDED =
                               fprof-high-count * 100
                               / fprof-record-count
                           COMPUTE disp-prof-base-pct ROUNDED =
                               fpbw-high-count * 100
                               / fpbw-prio-sample
                       WHEN 4
                           COMPUTE disp-prof-batch-pct ROUNDED =
                               fprof-dup-count * 100
                               / fprof-record-count
                           COMPUTE disp-prof-base-pct ROUNDED =
                               fpbw-dup-count * 100
                               / fpbw-record-count
                       WHEN OTHER
                           COMPUTE disp-prof-batch-pct ROUNDED =
                               fprof-movelog-count * 100
                               / fprof-record-count
                           COMPUTE disp-prof-base-pct ROUNDED =
                               fpbw-movelog-count * 100
                               / fpbw-record-count
                   END-EVALUATE
                   STRING "  PROFILE " ws-severity-lit " "
                       ws-batch-source " "
                       ws-measure-name(measure-idx)
                       " DEP=" fprof-departure(measure-idx)
                       " BATCH%=" disp-prof-batch-pct
                       " BASE%=" disp-prof-base-pct
                       DELIMITED BY SIZE INTO edrpt-line
           END-EVALUATE
           WRITE edrpt-line.

       3100-LOG-ARRIVAL.
           MOVE SPACES TO farr-rec
           MOVE cycle-date TO farr-cycle-date
           MOVE FUNCTION CURRENT-DATE(1:8) TO farr-arrival-date
           MOVE FUNCTION CURRENT-DATE(9:6) TO farr-arrival-time
           MOVE ws-batch-source TO farr-source-system-id
           MOVE ws-batch-date TO farr-feed-date
           IF batch-failed THEN
               SET farr-failed TO TRUE
           ELSE
               SET farr-accepted TO TRUE
           END-IF
           MOVE ws-batch-data-count TO farr-record-count
           WRITE farr-rec.

      *    A GAME-ID/DATE-PLAYED pair already on the history master
      *    was solved, journaled, and billed on a prior day -- a
      *    resubmission, not fresh work.  Under ACCEPT it passes with
               WRITE edrpt-line
           END-IF.

      *    The cycle's usage replaces whatever an earlier run of the
      *    cycle recorded: each source's first record for the cycle is
      *    rewritten with this run's count and any further one with
      *    zero, and a source with none yet is appended.
       0850-WRITE-QUOTA-USAGE.
           OPEN I-O ttt-quse
           EVALUATE ws-quse-status
               WHEN "00"
                   MOVE "N" TO ws-read-done-sw
                   PERFORM UNTIL ws-read-done-sw = "Y"
                       READ ttt-quse
                           AT END
                               MOVE "Y" TO ws-read-done-sw
                           NOT AT END
                               IF quse-cycle-date = cycle-date THEN
                                   PERFORM 0855-REPLACE-USAGE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ttt-quse
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TTTEDIT: unable to open TTTQUSE, status "
                       ws-quse-status " -- QUOTA USAGE NOT RECORDED"
                   EXIT PARAGRAPH
           END-EVALUATE
           OPEN EXTEND ttt-quse
           IF ws-quse-status = "35" THEN
               OPEN OUTPUT ttt-quse
               CLOSE ttt-quse
               OPEN EXTEND ttt-quse
           END-IF
           IF ws-quse-status NOT = "00" THEN
               DISPLAY "TTTEDIT: unable to open TTTQUSE, status "
                   ws-quse-status " -- QUOTA USAGE NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF ws-quota-used(src-idx) > 0
                       AND ws-quota-recorded-sw(src-idx) NOT = "Y" THEN
                   MOVE SPACES TO quse-rec
                   MOVE cycle-date TO quse-cycle-date
                   MOVE src-id(src-idx) TO quse-source-system-id
                   MOVE ws-quota-used(src-idx) TO quse-passed-count
                   WRITE quse-rec
               END-IF
           END-PERFORM
           CLOSE ttt-quse.

       0855-REPLACE-USAGE.
           MOVE 0 TO quse-passed-count
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF src-id(src-idx) = quse-source-system-id
                       AND ws-quota-recorded-sw(src-idx) NOT = "Y" THEN
                   MOVE ws-quota-used(src-idx) TO quse-passed-count
                   MOVE "Y" TO ws-quota-recorded-sw(src-idx)
               END-IF
           END-PERFORM
           REWRITE quse-rec
           IF ws-quse-status NOT = "00" THEN
               DISPLAY "TTTEDIT: TTTQUSE REWRITE FAILED, STATUS "
                   ws-quse-status " -- " quse-source-system-id
           END-IF.

      *    Replaced on every run, the same as TTTIN itself.
       0860-WRITE-EDIT-CONTROL.
           OPEN OUTPUT ttt-edctl
           IF ws-edctl-status NOT = "00" THEN
               DISPLAY "TTTEDIT: unable to open TTTEDCTL, status "
                   ws-edctl-status " -- EDIT CONTROL NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO edctl-rec
           MOVE cycle-date TO edctl-cycle-date
           MOVE ws-tttin-count TO edctl-tttin-count
           MOVE FUNCTION CURRENT-DATE(9:6) TO edctl-run-time
           WRITE edctl-rec
           CLOSE ttt-edctl.

       8000-FAIL-BATCH.
           MOVE "Y" TO ws-batch-failed-sw.

               " ROUTED=" ws-routed-resub-count
               DELIMITED BY SIZE INTO edrpt-line
           WRITE edrpt-line
           MOVE SPACES TO edrpt-line
           STRING "HELD OVER QUOTA=" ws-held-rec-count
               " IN " ws-held-batch-count " BATCHES"
               " RELEASED FROM HOLD=" ws-released-rec-count
               " IN " ws-released-batch-count
               DELIMITED BY SIZE INTO edrpt-line
           WRITE edrpt-line
           MOVE SPACES TO edrpt-line
           STRING "RECORDS PASSED TO TTTIN=" ws-tttin-count
               DELIMITED BY SIZE INTO edrpt-line
           WRITE edrpt-line
           MOVE SPACES TO edrpt-line
           STRING "PROFILED BATCHES=" ws-profiled-batch-count
               " SCORED=" ws-scored-batch-count
               " ANOMALOUS=" ws-anomal-batch-count
               " SEVERE=" ws-severe-batch-count
               " HELD=" ws-profile-held-count
               DELIMITED BY SIZE INTO edrpt-line
           WRITE edrpt-line
           IF ws-failed-batch-count > 0 OR ws-stray-count > 0 THEN
               DISPLAY "TTTEDIT: FEED PROBLEMS -- SEE TTTEDRPT"
           END-IF.

      *    RETURN-CODE 12 means nothing usable passed (every batch
      *    failed, no batch arrived at all, or every record of the
      *    accepted batches was held, over quota or on its profile,
      *    leaving TTTIN empty) and the scheduler's COND= keeps TTT
      *    from running against an empty feed; 8 means
      *    some batches failed but clean ones went through, so the
      *    solver still runs on what passed while the failed sources
      *    are chased; 4 is a clean transmission with records held
      *    over quota; 0 is a fully clean transmission.  Released
      *    hold batches delivered this run are usable input too.
       0950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN ws-accepted-batch-count = 0
                       AND ws-released-rec-count = 0
                   MOVE 12 TO RETURN-CODE
               WHEN ws-tttin-count = 0 AND ws-accepted-rec-count > 0
                   MOVE 12 TO RETURN-CODE
               WHEN ws-failed-batch-count > 0 OR ws-stray-count > 0
                       OR ws-accepted-batch-count = 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-held-rec-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
