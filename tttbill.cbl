      *  per-source total -- and TTTBLRPT is the summary report that
      *  accounts for 100% of the month's volume so finance can tie
      *  it out.
      *
      *  Solves voided through TTTCORR are not billed, and an amended
      *  solve bills to its corrected source and month (CorrLookup
      *  applies the TTTCORJ correction journal to each TTTHIST
      *  record); the summary shows how many voided solves were
      *  excluded.
      *
      *  Billing periods (TTTBLPER, blper.cpy).  A month stays open
      *  and can be rerun freely until finance has booked it; then
      *  PARM MONTH=yyyymm,CLOSE=Y invoices it a last time and closes
      *  it, booking the rates and every source's charges.  A closed
      *  month is never invoiced again.  Rerunning TTTBILL for it
      *  restates it at its booked rates: each charge that moved
      *  since the close (a reject resolved, a run backed out, a
      *  solve voided) is recorded as a credit or debit adjustment
      *  memo for the next open month, the booked figure becomes the
      *  restated one, and RETURN-CODE is 4.  REASON=text on the
      *  restating run says why (otherwise the direction of the
      *  change does).  Billing the open month then carries its
      *  memos as A lines on TTTINVC:
      *      A|month|source|charge|qty diff|rate|amount|CR or DR|
      *          closed month
      *  TTTADJRG is the adjustment register.  A close that cannot
      *  book every charge leaves the month open and ends with
      *  RETURN-CODE 12; the rerun with CLOSE=Y books it again.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ttt-blrpt ASSIGN TO "TTTBLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-blrpt-status.
           SELECT ttt-bper ASSIGN TO "TTTBLPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bper-key
               FILE STATUS IS ws-bper-status.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 blrpt-line PIC X(132).

       FD  ttt-bper.
       COPY blper.

       WORKING-STORAGE SECTION.
       COPY srcmst.
       COPY cycdt.
       01 ws-rate-status PIC XX VALUE SPACES.
       01 ws-invc-status PIC XX VALUE SPACES.
       01 ws-blrpt-status PIC XX VALUE SPACES.
       01 ws-bper-status PIC XX VALUE SPACES.
       01 ws-hist-eof-sw PIC X VALUE "N".
           88 end-of-hist VALUE "Y".
       01 ws-aud-eof-sw PIC X VALUE "N".
       01 ws-rjmst-avail-sw PIC X VALUE "N".

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-parm-items.
           05 ws-parm-item PIC X(40) OCCURS 3 TIMES.
       01 parm-idx PIC 9 COMP.
       01 ws-bill-month PIC 9(6) VALUE 0.
       01 ws-close-sw PIC X VALUE "N".
       01 ws-book-failed-sw PIC X VALUE "N".
       01 ws-reason PIC X(30) VALUE SPACES.

      *    The month's period: RESTATE when it was closed before this
      *    run, CLOSING when this run closes it, else OPEN.
       01 ws-period-mode PIC X(8) VALUE "OPEN".
           88 period-open VALUE "OPEN".
           88 period-restate VALUE "RESTATE".
           88 period-closing VALUE "CLOSING".
       01 ws-closed-cycle PIC 9(8) VALUE 0.
      *    The open month a restatement's memos are issued in.
       01 ws-issue-month PIC 9(6) VALUE 0.
       01 ws-issue-month-parts REDEFINES ws-issue-month.
           05 ws-issue-yyyy PIC 9(4).
           05 ws-issue-mm PIC 9(2).
       01 ws-issue-found-sw PIC X.

      *    One charge under restatement or being booked.
       01 ws-chg-type PIC X(9).
       01 ws-chg-qty PIC 9(12).
       01 ws-chg-amount PIC 9(9)V99.
       01 ws-chg-rate PIC 9(5)V99.
       01 ws-booked-new-sw PIC X.
       01 ws-prior-qty PIC 9(12).
       01 ws-prior-amount PIC 9(9)V99.
       01 ws-original-amount PIC 9(9)V99.
       01 ws-adj-seq PIC 9(4).
       01 ws-qty-diff PIC 9(12).

      *    Memos recorded by a restatement, or issued on TTTINVC by
      *    an open month's run.
       01 ws-memo-count PIC 9(6) VALUE 0.
       01 ws-memo-credits PIC 9(9)V99 VALUE 0.
       01 ws-memo-debits PIC 9(9)V99 VALUE 0.
       01 disp-memo-count PIC 9(6).
       01 disp-credits PIC 9(9).99.
       01 disp-debits PIC 9(9).99.

      *    Site rates; zero when TTTRATE is absent or silent.
       01 ws-rate-position PIC 9(5)V99 VALUE 0.
       01 ws-total-nodes PIC 9(12) VALUE 0.
       01 ws-total-rejects PIC 9(9) VALUE 0.
       01 ws-run-count PIC 9(6) VALUE 0.
       01 ws-void-count PIC 9(9) VALUE 0.

      *    What the correction journal says became of the record.
       01 ws-corr-action PIC X.
       01 ws-corr-date PIC 9(8).
       01 ws-corr-source PIC X(8).

       01 ws-amt-positions PIC 9(9)V99.
       01 ws-amt-nodes PIC 9(9)V99.
           PERFORM 0050-PARSE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-READ-RATE-TABLE
           PERFORM 0200-CHECK-PERIOD
           PERFORM 0300-ROLL-UP-HISTORY
           PERFORM 0400-ROLL-UP-REJECTS
           PERFORM 0500-ROLL-UP-AUDIT
           IF period-restate THEN
               PERFORM 0700-RESTATE-MONTH
           ELSE
               PERFORM 0600-WRITE-INVOICES
               PERFORM 0650-ISSUE-ADJUSTMENTS
               IF ws-close-sw = "Y" THEN
                   PERFORM 0800-CLOSE-PERIOD
               END-IF
           END-IF
           PERFORM 0900-WRITE-SUMMARY
           CLOSE ttt-invc ttt-blrpt ttt-bper
           EVALUATE TRUE
               WHEN ws-book-failed-sw = "Y"
                   MOVE 12 TO RETURN-CODE
               WHEN period-restate AND ws-memo-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *    PARM format is MONTH=yyyymm[,CLOSE=Y][,REASON=text]; an
      *    absent MONTH bills the cycle date's own month.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE cycle-date(1:6) TO ws-bill-month
           MOVE SPACES TO ws-parm-item(1) ws-parm-item(2)
               ws-parm-item(3)
           UNSTRING ws-parm DELIMITED BY ","
               INTO ws-parm-item(1) ws-parm-item(2) ws-parm-item(3)
           END-UNSTRING
           PERFORM VARYING parm-idx FROM 1 BY 1 UNTIL parm-idx > 3
               EVALUATE TRUE
                   WHEN ws-parm-item(parm-idx)(1:6) = "MONTH="
                       MOVE ws-parm-item(parm-idx)(7:6)
                           TO ws-bill-month
                   WHEN ws-parm-item(parm-idx)(1:6) = "CLOSE="
                       IF ws-parm-item(parm-idx)(7:1) = "Y" THEN
                           MOVE "Y" TO ws-close-sw
                       END-IF
                   WHEN ws-parm-item(parm-idx)(1:7) = "REASON="
                       MOVE ws-parm-item(parm-idx)(8:30) TO ws-reason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       0100-OPEN-FILES.
           OPEN INPUT ttt-hist
               DISPLAY "TTTBILL: unable to open TTTBLRPT, status "
                   ws-blrpt-status
               STOP RUN
           END-IF

      *    The period master is created on first use, like the other
      *    indexed masters.
           OPEN I-O ttt-bper
           IF ws-bper-status = "35" THEN
               OPEN OUTPUT ttt-bper
               CLOSE ttt-bper
               OPEN I-O ttt-bper
           END-IF
           IF ws-bper-status NOT = "00" THEN
               DISPLAY "TTTBILL: unable to open TTTBLPER, status "
                   ws-bper-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    TTTRATE is optional the same way TTTSCOR is for TTTRPT01:
                       rate-line(1:40)
           END-EVALUATE.

      *    A closed month is restated at the rates it was invoiced
      *    at, whatever TTTRATE says today.
       0200-CHECK-PERIOD.
           MOVE ws-bill-month TO bper-month
           MOVE SPACES TO bper-source-id bper-charge-type
           MOVE 0 TO bper-seq
           READ ttt-bper
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT bper-control OR NOT bper-closed THEN
               EXIT PARAGRAPH
           END-IF
           SET period-restate TO TRUE
           MOVE bper-closed-cycle TO ws-closed-cycle
           MOVE bper-rate-position TO ws-rate-position
           MOVE bper-rate-mnodes TO ws-rate-mnodes
           MOVE bper-rate-reject TO ws-rate-reject
           DISPLAY "TTTBILL: MONTH " ws-bill-month " CLOSED "
               ws-closed-cycle " -- RESTATING, NOT RE-INVOICING"
           IF ws-close-sw = "Y" THEN
               DISPLAY "TTTBILL: CLOSE=Y IGNORED, MONTH ALREADY CLOSED"
           END-IF.

       0300-ROLL-UP-HISTORY.
           PERFORM UNTIL end-of-hist
               READ ttt-hist
                   AT END
                       SET end-of-hist TO TRUE
                   NOT AT END
                       PERFORM 0350-APPLY-CORRECTION
                       IF hist-date-played(1:6) = ws-bill-month
                               AND ws-corr-action NOT = "V" THEN
                           ADD 1 TO ws-total-positions
                           ADD hist-node-count TO ws-total-nodes
                           MOVE hist-source-system-id
               CLOSE ttt-hist
           END-IF.

      *    A voided solve is counted (when it falls in the month) and
      *    then left out of every charge; an amended one takes its
      *    corrected date and source before the month test.
       0350-APPLY-CORRECTION.
           CALL "CorrLookup" USING
             BY REFERENCE hist-game-id
             BY REFERENCE hist-date-played
             BY REFERENCE ws-corr-action
             BY REFERENCE ws-corr-date
             BY REFERENCE ws-corr-source
           EVALUATE ws-corr-action
               WHEN "V"
                   IF hist-date-played(1:6) = ws-bill-month THEN
                       ADD 1 TO ws-void-count
                   END-IF
               WHEN "A"
                   MOVE ws-corr-date TO hist-date-played
                   MOVE ws-corr-source TO hist-source-system-id
           END-EVALUATE.

      *    Rejects handled: master entries first seen in the billing
      *    month, whatever their lifecycle status reached by now --
      *    the handling work was done this month either way.
                       SET end-of-aud TO TRUE
                   NOT AT END
                       IF aud-run-date(1:6) = ws-bill-month
                               AND aud-event-type NOT = "BEGIN"
                               AND aud-event-type NOT = "BKOUT"
                               AND aud-event-type NOT = "CTLCH"
                               AND aud-event-type NOT = "REFUS"
                               AND aud-event-type NOT = "PURGE"
                               AND aud-event-type NOT = "RLEAS"
                               AND aud-event-type NOT = "AUTHZ" THEN
                           ADD 1 TO ws-run-count
                       END-IF
               END-READ
               PERFORM 0610-WRITE-ONE-INVOICE
           END-PERFORM.

       0605-PRICE-SOURCE.
           COMPUTE ws-amt-positions ROUNDED =
               ws-src-positions(src-tbl-idx) * ws-rate-position
           COMPUTE ws-amt-nodes ROUNDED =
           COMPUTE ws-amt-rejects ROUNDED =
               ws-src-rejects(src-tbl-idx) * ws-rate-reject
           COMPUTE ws-amt-source =
               ws-amt-positions + ws-amt-nodes + ws-amt-rejects.

       0610-WRITE-ONE-INVOICE.
           PERFORM 0605-PRICE-SOURCE
           ADD ws-amt-source TO ws-amt-grand

           MOVE ws-src-positions(src-tbl-idx) TO disp-qty
               DELIMITED BY SIZE INTO invc-line
           WRITE invc-line.

      *    Memos recorded against closed months for issue in this
      *    month go on TTTINVC after its own charges.  Only months
      *    before this one can hold them.
       0650-ISSUE-ADJUSTMENTS.
           MOVE "N" TO ws-scan-done-sw
           MOVE LOW-VALUES TO bper-key
           START ttt-bper KEY NOT LESS THAN bper-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-bper NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       IF bper-month NOT < ws-bill-month THEN
                           MOVE "Y" TO ws-scan-done-sw
                       ELSE
                           IF bper-adjust
                                   AND bper-adj-issue-month
                                       = ws-bill-month THEN
                               PERFORM 0660-WRITE-MEMO-LINE
                           END-IF
                       END-IF
               END-READ
               IF ws-scan-done-sw = "N"
                       AND ws-bper-status NOT = "00" THEN
                   DISPLAY "TTTBILL: TTTBLPER scan ended on status "
                       ws-bper-status
                   MOVE "Y" TO ws-scan-done-sw
               END-IF
           END-PERFORM.

       0660-WRITE-MEMO-LINE.
           IF bper-adj-restated-qty > bper-adj-prior-qty THEN
               COMPUTE ws-qty-diff =
                   bper-adj-restated-qty - bper-adj-prior-qty
           ELSE
               COMPUTE ws-qty-diff =
                   bper-adj-prior-qty - bper-adj-restated-qty
           END-IF
           MOVE ws-qty-diff TO disp-qty
           MOVE bper-adj-rate TO disp-rate
           MOVE bper-adj-amount TO disp-amount
           MOVE SPACES TO invc-line
           STRING "A|" ws-bill-month
               "|" bper-source-id
               "|" bper-charge-type
               "|" disp-qty
               "|" disp-rate
               "|" disp-amount
               "|" bper-adj-memo-type
               "|" bper-month
               DELIMITED BY SIZE INTO invc-line
           WRITE invc-line
           ADD 1 TO ws-memo-count
           IF bper-adj-memo-type = "CR" THEN
               ADD bper-adj-amount TO ws-memo-credits
           ELSE
               ADD bper-adj-amount TO ws-memo-debits
           END-IF.

      *    Restating a closed month: every source booked at the close
      *    or billable now is priced again at the booked rates and
      *    compared charge by charge with what is booked.
       0700-RESTATE-MONTH.
           PERFORM 0740-FIND-ISSUE-MONTH
           PERFORM 0710-ADD-BOOKED-SOURCES
           PERFORM VARYING src-tbl-idx FROM 1 BY 1
               UNTIL src-tbl-idx > ws-src-count-used
               PERFORM 0720-RESTATE-SOURCE
           END-PERFORM.

      *    A source booked at the close with no usage left now still
      *    has to be restated (to zero), so it joins the table.
       0710-ADD-BOOKED-SOURCES.
           MOVE "N" TO ws-scan-done-sw
           MOVE ws-bill-month TO bper-month
           MOVE LOW-VALUES TO bper-source-id bper-charge-type
           MOVE 0 TO bper-seq
           START ttt-bper KEY NOT LESS THAN bper-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-bper NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       IF bper-month NOT = ws-bill-month THEN
                           MOVE "Y" TO ws-scan-done-sw
                       ELSE
                           IF bper-booked THEN
                               MOVE bper-source-id TO ws-find-src-id
                               PERFORM 3000-FIND-SOURCE-ENTRY
                           END-IF
                       END-IF
               END-READ
               IF ws-scan-done-sw = "N"
                       AND ws-bper-status NOT = "00" THEN
                   DISPLAY "TTTBILL: TTTBLPER scan ended on status "
                       ws-bper-status
                   MOVE "Y" TO ws-scan-done-sw
               END-IF
           END-PERFORM.

       0720-RESTATE-SOURCE.
           PERFORM 0605-PRICE-SOURCE
           ADD ws-amt-source TO ws-amt-grand
           MOVE "POSITIONS" TO ws-chg-type
           MOVE ws-src-positions(src-tbl-idx) TO ws-chg-qty
           MOVE ws-amt-positions TO ws-chg-amount
           MOVE ws-rate-position TO ws-chg-rate
           PERFORM 0730-RESTATE-CHARGE
           MOVE "NODES" TO ws-chg-type
           MOVE ws-src-nodes(src-tbl-idx) TO ws-chg-qty
           MOVE ws-amt-nodes TO ws-chg-amount
           MOVE ws-rate-mnodes TO ws-chg-rate
           PERFORM 0730-RESTATE-CHARGE
           MOVE "REJECTS" TO ws-chg-type
           MOVE ws-src-rejects(src-tbl-idx) TO ws-chg-qty
           MOVE ws-amt-rejects TO ws-chg-amount
           MOVE ws-rate-reject TO ws-chg-rate
           PERFORM 0730-RESTATE-CHARGE.

      *    The booked figure always becomes the restated one; a memo
      *    is recorded only when the money moved (a quantity change
      *    priced at a zero rate just updates the booking).
       0730-RESTATE-CHARGE.
           MOVE "N" TO ws-booked-new-sw
           MOVE ws-bill-month TO bper-month
           MOVE ws-src-id(src-tbl-idx) TO bper-source-id
           MOVE ws-chg-type TO bper-charge-type
           MOVE 0 TO bper-seq
           READ ttt-bper
               INVALID KEY
                   MOVE "Y" TO ws-booked-new-sw
           END-READ
           IF ws-booked-new-sw = "Y" THEN
               MOVE ws-bill-month TO bper-month
               MOVE ws-src-id(src-tbl-idx) TO bper-source-id
               MOVE ws-chg-type TO bper-charge-type
               MOVE 0 TO bper-seq
               MOVE SPACES TO bper-data
               SET bper-booked TO TRUE
               MOVE 0 TO bper-original-qty bper-original-amount
                   bper-booked-qty bper-booked-amount bper-adj-count
           END-IF
           IF ws-chg-qty = bper-booked-qty
                   AND ws-chg-amount = bper-booked-amount THEN
               EXIT PARAGRAPH
           END-IF
           MOVE bper-booked-qty TO ws-prior-qty
           MOVE bper-booked-amount TO ws-prior-amount
           MOVE bper-original-amount TO ws-original-amount
           MOVE ws-chg-qty TO bper-booked-qty
           MOVE ws-chg-amount TO bper-booked-amount
           IF ws-chg-amount NOT = ws-prior-amount THEN
               ADD 1 TO bper-adj-count
           END-IF
           MOVE bper-adj-count TO ws-adj-seq
           IF ws-booked-new-sw = "Y" THEN
               WRITE bper-rec
                   INVALID KEY
                       DISPLAY "TTTBILL: TTTBLPER WRITE FAILED, status "
                           ws-bper-status " " bper-key
               END-WRITE
           ELSE
               REWRITE bper-rec
                   INVALID KEY
                       DISPLAY "TTTBILL: TTTBLPER REWRITE FAILED, "
                           "status " ws-bper-status " " bper-key
               END-REWRITE
           END-IF
           IF ws-chg-amount = ws-prior-amount THEN
               EXIT PARAGRAPH
           END-IF

           MOVE ws-adj-seq TO bper-seq
           MOVE SPACES TO bper-data
           SET bper-adjust TO TRUE
           MOVE ws-issue-month TO bper-adj-issue-month
           MOVE cycle-date TO bper-adj-recorded-cycle
           MOVE ws-original-amount TO bper-adj-original-amount
           MOVE ws-prior-qty TO bper-adj-prior-qty
           MOVE ws-prior-amount TO bper-adj-prior-amount
           MOVE ws-chg-qty TO bper-adj-restated-qty
           MOVE ws-chg-amount TO bper-adj-restated-amount
           MOVE ws-chg-rate TO bper-adj-rate
           IF ws-chg-amount < ws-prior-amount THEN
               MOVE "CR" TO bper-adj-memo-type
               COMPUTE bper-adj-amount = ws-prior-amount - ws-chg-amount
               ADD bper-adj-amount TO ws-memo-credits
           ELSE
               MOVE "DR" TO bper-adj-memo-type
               COMPUTE bper-adj-amount = ws-chg-amount - ws-prior-amount
               ADD bper-adj-amount TO ws-memo-debits
           END-IF
           EVALUATE TRUE
               WHEN ws-reason NOT = SPACES
                   MOVE ws-reason TO bper-adj-reason
               WHEN ws-chg-type = "REJECTS"
                       AND ws-chg-qty < ws-prior-qty
                   MOVE "REJECTS REMOVED AFTER CLOSE" TO bper-adj-reason
               WHEN ws-chg-type = "REJECTS"
                   MOVE "REJECTS ADDED AFTER CLOSE" TO bper-adj-reason
               WHEN ws-chg-qty < ws-prior-qty
                   MOVE "SOLVES BACKED OUT OR VOIDED" TO bper-adj-reason
               WHEN OTHER
                   MOVE "SOLVES ADDED AFTER CLOSE" TO bper-adj-reason
           END-EVALUATE
           WRITE bper-rec
               INVALID KEY
                   DISPLAY "TTTBILL: TTTBLPER WRITE FAILED, status "
                       ws-bper-status " " bper-key
               NOT INVALID KEY
                   ADD 1 TO ws-memo-count
                   MOVE bper-adj-amount TO disp-amount
                   DISPLAY "TTTBILL: " bper-adj-memo-type " MEMO "
                       bper-source-id " " bper-charge-type " "
                       disp-amount " ISSUE IN " ws-issue-month
           END-WRITE.

      *    The first month after this one that is not closed.
       0740-FIND-ISSUE-MONTH.
           MOVE ws-bill-month TO ws-issue-month
           MOVE "N" TO ws-issue-found-sw
           PERFORM UNTIL ws-issue-found-sw = "Y"
               IF ws-issue-mm = 12 THEN
                   ADD 1 TO ws-issue-yyyy
                   MOVE 1 TO ws-issue-mm
               ELSE
                   ADD 1 TO ws-issue-mm
               END-IF
               MOVE ws-issue-month TO bper-month
               MOVE SPACES TO bper-source-id bper-charge-type
               MOVE 0 TO bper-seq
               MOVE "Y" TO ws-issue-found-sw
               READ ttt-bper
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF bper-control AND bper-closed THEN
                           MOVE "N" TO ws-issue-found-sw
                       END-IF
               END-READ
           END-PERFORM.

      *    Closing books what this run just invoiced.  The charges go
      *    first and the control record last, so a close that fails
      *    part way leaves the month open to be closed again.
       0800-CLOSE-PERIOD.
           PERFORM VARYING src-tbl-idx FROM 1 BY 1
               UNTIL src-tbl-idx > ws-src-count-used
               PERFORM 0810-BOOK-SOURCE
           END-PERFORM
           IF ws-book-failed-sw = "Y" THEN
               DISPLAY "TTTBILL: MONTH " ws-bill-month
                   " NOT CLOSED -- CHARGES NOT ALL BOOKED"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-bill-month TO bper-month
           MOVE SPACES TO bper-source-id bper-charge-type
           MOVE 0 TO bper-seq
           MOVE SPACES TO bper-data
           SET bper-control TO TRUE
           MOVE "CLOSED" TO bper-status
           MOVE cycle-date TO bper-closed-cycle
           MOVE ws-rate-position TO bper-rate-position
           MOVE ws-rate-mnodes TO bper-rate-mnodes
           MOVE ws-rate-reject TO bper-rate-reject
           MOVE ws-amt-grand TO bper-invoiced-amount
           WRITE bper-rec
               INVALID KEY
                   REWRITE bper-rec
           END-WRITE
           IF ws-bper-status NOT = "00" THEN
               DISPLAY "TTTBILL: MONTH " ws-bill-month
                   " NOT CLOSED -- TTTBLPER status " ws-bper-status
               MOVE "Y" TO ws-book-failed-sw
               EXIT PARAGRAPH
           END-IF
           SET period-closing TO TRUE
           MOVE cycle-date TO ws-closed-cycle
           DISPLAY "TTTBILL: MONTH " ws-bill-month " CLOSED".

       0810-BOOK-SOURCE.
           PERFORM 0605-PRICE-SOURCE
           MOVE "POSITIONS" TO ws-chg-type
           MOVE ws-src-positions(src-tbl-idx) TO ws-chg-qty
           MOVE ws-amt-positions TO ws-chg-amount
           PERFORM 0820-BOOK-CHARGE
           MOVE "NODES" TO ws-chg-type
           MOVE ws-src-nodes(src-tbl-idx) TO ws-chg-qty
           MOVE ws-amt-nodes TO ws-chg-amount
           PERFORM 0820-BOOK-CHARGE
           MOVE "REJECTS" TO ws-chg-type
           MOVE ws-src-rejects(src-tbl-idx) TO ws-chg-qty
           MOVE ws-amt-rejects TO ws-chg-amount
           PERFORM 0820-BOOK-CHARGE.

       0820-BOOK-CHARGE.
           MOVE ws-bill-month TO bper-month
           MOVE ws-src-id(src-tbl-idx) TO bper-source-id
           MOVE ws-chg-type TO bper-charge-type
           MOVE 0 TO bper-seq
           MOVE SPACES TO bper-data
           SET bper-booked TO TRUE
           MOVE ws-chg-qty TO bper-original-qty bper-booked-qty
           MOVE ws-chg-amount TO bper-original-amount
               bper-booked-amount
           MOVE 0 TO bper-adj-count
           WRITE bper-rec
               INVALID KEY
                   REWRITE bper-rec
           END-WRITE
           IF ws-bper-status NOT = "00" THEN
               DISPLAY "TTTBILL: TTTBLPER BOOKING FAILED, status "
                   ws-bper-status " " bper-key
               MOVE "Y" TO ws-book-failed-sw
           END-IF.

      *    The summary accounts for 100% of the month's volume: every
      *    source's share of positions sums to the total, so finance
      *    ties the invoices back to the work.
               " CHARGES=" disp-amount
               DELIMITED BY SIZE INTO blrpt-line
           WRITE blrpt-line
           IF ws-void-count > 0 THEN
               MOVE ws-void-count TO disp-positions
               MOVE SPACES TO blrpt-line
               STRING "VOIDED SOLVES EXCLUDED (TTTCORJ)="
                   disp-positions
                   DELIMITED BY SIZE INTO blrpt-line
               WRITE blrpt-line
           END-IF
           IF ws-src-overflow-sw = "Y" THEN
               MOVE SPACES TO blrpt-line
               STRING "SOURCE TABLE FULL -- SOME SOURCES NOT "
                   "INVOICED; VOLUME DOES NOT TIE OUT"
                   DELIMITED BY SIZE INTO blrpt-line
               WRITE blrpt-line
           END-IF
           PERFORM 0930-WRITE-PERIOD-LINES.

       0910-WRITE-SOURCE-SUMMARY.
           MOVE 0 TO ws-volume-pct
               DELIMITED BY SIZE INTO blrpt-line
           WRITE blrpt-line.

      *    Where the month stands, and the adjustment memos this run
      *    recorded (restatement) or issued on TTTINVC (open month).
       0930-WRITE-PERIOD-LINES.
           MOVE ws-memo-count TO disp-memo-count
           EVALUATE TRUE
               WHEN period-restate
                   MOVE SPACES TO blrpt-line
                   STRING "MONTH CLOSED " ws-closed-cycle
                       " -- RESTATED AT BOOKED RATES, NOT RE-INVOICED"
                       DELIMITED BY SIZE INTO blrpt-line
                   WRITE blrpt-line
                   MOVE SPACES TO blrpt-line
                   IF ws-memo-count = 0 THEN
                       STRING "NO CHANGE SINCE CLOSE -- NO ADJUSTMENT "
                           "MEMOS"
                           DELIMITED BY SIZE INTO blrpt-line
                   ELSE
                       STRING "ADJUSTMENT MEMOS RECORDED="
                           disp-memo-count
                           " FOR ISSUE IN MONTH=" ws-issue-month
                           " (SEE TTTADJRG)"
                           DELIMITED BY SIZE INTO blrpt-line
                   END-IF
                   WRITE blrpt-line
               WHEN ws-memo-count > 0
                   MOVE SPACES TO blrpt-line
                   STRING "ADJUSTMENT MEMOS ISSUED ON TTTINVC="
                       disp-memo-count
                       DELIMITED BY SIZE INTO blrpt-line
                   WRITE blrpt-line
           END-EVALUATE
           IF ws-memo-count > 0 THEN
               MOVE ws-memo-credits TO disp-credits
               MOVE ws-memo-debits TO disp-debits
               MOVE SPACES TO blrpt-line
               STRING "ADJUSTMENT CREDITS=" disp-credits
                   " DEBITS=" disp-debits
                   DELIMITED BY SIZE INTO blrpt-line
               WRITE blrpt-line
           END-IF
           IF period-closing THEN
               MOVE ws-amt-grand TO disp-amount
               MOVE SPACES TO blrpt-line
               STRING "MONTH CLOSED THIS RUN -- CHARGES BOOKED="
                   disp-amount
                   " -- FURTHER RUNS RESTATE ONLY"
                   DELIMITED BY SIZE INTO blrpt-line
               WRITE blrpt-line
           END-IF.

      *    Owner name from the TTTSRCM registration master, the same
      *    rendering the other per-source reports use.
       0920-LOOKUP-OWNER.
