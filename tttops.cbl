      *  A file that does not exist reports NOT AVAILABLE rather than
      *  failing the dashboard -- a quiet night legitimately has no
      *  TTTREJ, and TTTQA only exists when a promotion ran.
      *
      *  The scan also re-derives TTTAUD's integrity chain (audit.cpy)
      *  link by link and shows AUDIT CHAIN INTACT through the last
      *  sequence number, or RED with the first broken link or gap --
      *  TTTAUDVF then gives the full account.
      *
      *  TTTHOLD, the over-quota hold queue (hold.cpy), is aged against
      *  the cycle date: batches still HELD, or RELEASED but not yet
      *  delivered, by days since the cycle they were held under --
      *  AMBER when any has waited more than 7 days for a decision.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ttt-qa ASSIGN TO "TTTQA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-qa-status.
           SELECT ttt-hold ASSIGN TO "TTTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hold-status.
           SELECT ttt-opsrp ASSIGN TO "TTTOPSRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-opsrp-status.
           RECORDING MODE IS F.
       01 qa-line PIC X(120).

       FD  ttt-hold
           RECORDING MODE IS F.
       COPY hold.

       FD  ttt-opsrp
           RECORDING MODE IS F.
       01 opsrp-line PIC X(120).
       01 ws-rej-status PIC XX VALUE SPACES.
       01 ws-ckpt-status PIC XX VALUE SPACES.
       01 ws-qa-status PIC XX VALUE SPACES.
       01 ws-hold-status PIC XX VALUE SPACES.
       01 ws-opsrp-status PIC XX VALUE SPACES.

       01 ws-aud-eof-sw PIC X VALUE "N".
           88 end-of-ckpt VALUE "Y".
       01 ws-qa-eof-sw PIC X VALUE "N".
           88 end-of-qa VALUE "Y".
       01 ws-hold-eof-sw PIC X VALUE "N".
           88 end-of-hold VALUE "Y".

      *    Latest completed run and completion state per job, last
      *    record wins (TTTAUD is appended in time order).
       01 ws-rej-available-sw PIC X VALUE "Y".
       01 ws-ckpt-available-sw PIC X VALUE "Y".
       01 ws-qa-available-sw PIC X VALUE "Y".
       01 ws-hold-available-sw PIC X VALUE "Y".

       01 ws-reject-count PIC 9(6) VALUE 0.
       01 ws-ckpt-seen-sw PIC X VALUE "N".
       01 ws-qa-pass PIC 9(6) VALUE 0.
       01 ws-qa-fail PIC 9(6) VALUE 0.

      *    The audit trail's chain as the scan re-derives it.
       01 ws-chain-prev-seq PIC 9(9) VALUE 0.
       01 ws-chain-prev PIC 9(18) VALUE 0.
       01 ws-chain-new PIC 9(18).
       01 ws-chain-break-count PIC 9(6) VALUE 0.
       01 ws-chain-gap-count PIC 9(6) VALUE 0.
       01 ws-chain-first-bad-seq PIC 9(9) VALUE 0.
       01 ws-chain-unconverted-sw PIC X VALUE "N".

      *    The hold queue's open batches (a batch's records are
      *    consecutive on TTTHOLD), bucketed by age in days.
       01 ws-hold-last-id PIC X(18) VALUE SPACES.
       01 ws-hold-batch-count PIC 9(6) VALUE 0.
       01 ws-hold-record-count PIC 9(6) VALUE 0.
       01 ws-hold-age-0-2 PIC 9(6) VALUE 0.
       01 ws-hold-age-3-7 PIC 9(6) VALUE 0.
       01 ws-hold-age-over-7 PIC 9(6) VALUE 0.
       01 ws-hold-age PIC S9(6) COMP.
       01 ws-hold-oldest-age PIC 9(4) VALUE 0.
       01 ws-hold-oldest-id PIC X(18) VALUE SPACES.
       01 ws-cycle-int PIC 9(9) COMP.

       01 ws-status-lit PIC X(5).
       01 ws-overall-status PIC X(5) VALUE "GREEN".
       01 ws-balanced-lit PIC X(3) VALUE "N/A".
           PERFORM 1100-SCAN-REJECTS
           PERFORM 1200-SCAN-CHECKPOINT
           PERFORM 1300-SCAN-QA
           PERFORM 1400-SCAN-HOLD-QUEUE
           PERFORM 0900-WRITE-DASHBOARD
           PERFORM 0950-SET-RETURN-CODE
           CLOSE ttt-opsrp
               END-IF
           END-IF

           OPEN INPUT ttt-hold
           IF ws-hold-status = "35" THEN
               MOVE "N" TO ws-hold-available-sw
               SET end-of-hold TO TRUE
           ELSE
               IF ws-hold-status NOT = "00" THEN
                   DISPLAY "TTTOPS: unable to open TTTHOLD, status "
                       ws-hold-status
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ttt-opsrp
           IF ws-opsrp-status NOT = "00" THEN
               DISPLAY "TTTOPS: unable to open TTTOPSRP, status "
                   AT END
                       SET end-of-aud TO TRUE
                   NOT AT END
                       PERFORM 2500-CHECK-AUDIT-CHAIN
                       PERFORM 2000-NOTE-AUDIT-EVENT
               END-READ
           END-PERFORM
                   MOVE "Y" TO ws-job-pending-sw(ws-job-idx)
                   MOVE aud-run-date TO ws-job-last-date(ws-job-idx)
                   MOVE aud-run-time TO ws-job-last-time(ws-job-idx)
               WHEN "BKOUT"
      *            TTTBKOUT's per-file events; its END follows.
                   CONTINUE
               WHEN "CTLCH"
               WHEN "PURGE"
               WHEN "RLEAS"
               WHEN "AUTHZ"
      *            TTTCTLM's change images, TTTCACHM's, TTTHREL's and
      *            TTTPURGE's purges, TTTHREL's releases, and TTTRRAUM's
      *            grants and revokes; likewise.
                   CONTINUE
               WHEN "REFUS"
      *            A refused sign-on, or a PARM FORCE refused for want
      *            of a rerun authorization, never ran.
                   CONTINUE
               WHEN OTHER
      *            END events and records from before event types both
      *            mark a completed run.
                       TO ws-job-last-positions(ws-job-idx)
           END-EVALUATE.

      *    Each record's stored chain must be what AudChain derives
      *    from its bytes and the previous record's stored value, and
      *    its sequence number one more than the last.  A trail still
      *    in the pre-chain layout is reported once and not chained.
       2500-CHECK-AUDIT-CHAIN.
           IF ws-chain-unconverted-sw = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           IF aud-seq NOT NUMERIC OR aud-chain NOT NUMERIC THEN
               MOVE "Y" TO ws-chain-unconverted-sw
               EXIT PARAGRAPH
           END-IF
           IF aud-seq NOT = ws-chain-prev-seq + 1 THEN
               ADD 1 TO ws-chain-gap-count
               IF ws-chain-first-bad-seq = 0 THEN
                   MOVE aud-seq TO ws-chain-first-bad-seq
               END-IF
           END-IF
           CALL "AudChain" USING
             BY REFERENCE aud-rec(1:169)
             BY REFERENCE ws-chain-prev
             BY REFERENCE ws-chain-new
           IF ws-chain-new NOT = aud-chain THEN
               ADD 1 TO ws-chain-break-count
               IF ws-chain-first-bad-seq = 0 THEN
                   MOVE aud-seq TO ws-chain-first-bad-seq
               END-IF
           END-IF
           MOVE aud-seq TO ws-chain-prev-seq
           MOVE aud-chain TO ws-chain-prev.

       3000-FIND-JOB-ENTRY.
           MOVE "N" TO ws-job-found-sw
           MOVE 0 TO ws-job-idx
               CLOSE ttt-qa
           END-IF.

      *    Ages are whole days from the cycle the batch was held under
      *    to this cycle; DELIVERED and PURGED batches are done with.
       1400-SCAN-HOLD-QUEUE.
           COMPUTE ws-cycle-int = FUNCTION INTEGER-OF-DATE(cycle-date)
           PERFORM UNTIL end-of-hold
               READ ttt-hold
                   AT END
                       SET end-of-hold TO TRUE
                   NOT AT END
                       IF hold-held OR hold-released THEN
                           PERFORM 1410-NOTE-HELD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF ws-hold-available-sw = "Y" THEN
               CLOSE ttt-hold
           END-IF.

       1410-NOTE-HELD-RECORD.
           ADD 1 TO ws-hold-record-count
           IF hold-id = ws-hold-last-id THEN
               EXIT PARAGRAPH
           END-IF
           MOVE hold-id TO ws-hold-last-id
           ADD 1 TO ws-hold-batch-count
           MOVE 0 TO ws-hold-age
           IF hold-cycle-date IS NUMERIC THEN
               COMPUTE ws-hold-age = ws-cycle-int
                   - FUNCTION INTEGER-OF-DATE(hold-cycle-date)
           END-IF
           IF ws-hold-age < 0 THEN
               MOVE 0 TO ws-hold-age
           END-IF
           EVALUATE TRUE
               WHEN ws-hold-age <= 2
                   ADD 1 TO ws-hold-age-0-2
               WHEN ws-hold-age <= 7
                   ADD 1 TO ws-hold-age-3-7
               WHEN OTHER
                   ADD 1 TO ws-hold-age-over-7
           END-EVALUATE
           IF ws-hold-batch-count = 1
                   OR ws-hold-age > ws-hold-oldest-age THEN
               MOVE ws-hold-age TO ws-hold-oldest-age
               MOVE hold-id TO ws-hold-oldest-id
           END-IF.

       0900-WRITE-DASHBOARD.
           IF ws-aud-available-sw = "N" THEN
               MOVE SPACES TO opsrp-line
           PERFORM 0915-WRITE-REJECT-LINE
           PERFORM 0917-WRITE-CHECKPOINT-LINE
           PERFORM 0919-WRITE-QA-LINE
           PERFORM 0921-WRITE-CHAIN-LINE
           PERFORM 0923-WRITE-HOLD-LINE

           MOVE SPACES TO opsrp-line
           STRING "BATCH CONTROL TOTALS BALANCED=" ws-balanced-lit
           END-EVALUATE
           WRITE opsrp-line.

       0921-WRITE-CHAIN-LINE.
           IF ws-aud-available-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO opsrp-line
           EVALUATE TRUE
               WHEN ws-chain-unconverted-sw = "Y"
                   STRING "AUDIT CHAIN: TRAIL NOT CONVERTED BY "
                       "TTTAUDC3 -- NOT VERIFIED STATUS=RED"
                       DELIMITED BY SIZE INTO opsrp-line
                   PERFORM 0930-RAISE-RED
               WHEN ws-chain-break-count > 0
                       OR ws-chain-gap-count > 0
                   STRING "AUDIT CHAIN: BROKEN AT SEQ "
                       ws-chain-first-bad-seq
                       " BROKEN LINKS=" ws-chain-break-count
                       " GAPS=" ws-chain-gap-count
                       " STATUS=RED -- RUN TTTAUDVF"
                       DELIMITED BY SIZE INTO opsrp-line
                   PERFORM 0930-RAISE-RED
               WHEN OTHER
                   STRING "AUDIT CHAIN: INTACT THROUGH SEQ "
                       ws-chain-prev-seq
                       " STATUS=GREEN"
                       DELIMITED BY SIZE INTO opsrp-line
           END-EVALUATE
           WRITE opsrp-line.

       0923-WRITE-HOLD-LINE.
           MOVE SPACES TO opsrp-line
           EVALUATE TRUE
               WHEN ws-hold-available-sw = "N"
                   STRING "HOLD QUEUE: TTTHOLD NOT AVAILABLE"
                       DELIMITED BY SIZE INTO opsrp-line
               WHEN ws-hold-batch-count = 0
                   STRING "HOLD QUEUE: EMPTY STATUS=GREEN"
                       DELIMITED BY SIZE INTO opsrp-line
               WHEN OTHER
                   IF ws-hold-age-over-7 > 0 THEN
                       MOVE "AMBER" TO ws-status-lit
                   ELSE
                       MOVE "GREEN" TO ws-status-lit
                   END-IF
                   PERFORM 0925-FOLD-INTO-OVERALL
                   STRING "HOLD QUEUE: BATCHES=" ws-hold-batch-count
                       " RECORDS=" ws-hold-record-count
                       " AGE 0-2=" ws-hold-age-0-2
                       " 3-7=" ws-hold-age-3-7
                       " OVER 7=" ws-hold-age-over-7
                       " STATUS=" ws-status-lit
                       DELIMITED BY SIZE INTO opsrp-line
           END-EVALUATE
           WRITE opsrp-line
           IF ws-hold-batch-count > 0 THEN
               MOVE SPACES TO opsrp-line
               STRING "HOLD QUEUE: OLDEST BATCH " ws-hold-oldest-id
                   " WAITING " ws-hold-oldest-age " DAYS"
                   DELIMITED BY SIZE INTO opsrp-line
               WRITE opsrp-line
           END-IF.

       0925-FOLD-INTO-OVERALL.
           EVALUATE TRUE
               WHEN ws-status-lit = "RED  "
