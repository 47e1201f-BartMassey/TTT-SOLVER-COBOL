       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSCORE.

      ******************************************************************
      *  Monthly source quality scorecard.  Each per-source measure
      *  used to sit on a different report, and account management
      *  asked for one view per feed.  This job scores every source
      *  registered on TTTSRCM for a month:
      *
      *      PARM MONTH=yyyymm    (default: the cycle date's month)
      *
      *  from the month's nightly TTTSCACC records (see tttsccol.cbl)
      *  plus the open rejects on TTTRJMST, on seven measures:
      *
      *      REJECTS    rejected share of positions received
      *      AGING      open rejects past TTTPARM REJECT-AGE-DAYS
      *                 (less 10 points each)
      *      RESUBMIT   resubmitted share of records sent
      *      QUALITY    graded moves in error (TTTGRADE)
      *      BALANCING  failed edit batches and unbalanced TTTFACK
      *                 acknowledgments (less 25 points each)
      *      VOLUME     sending days outside the TTTSRCM range
      *      LOSSES     forced losses per position received
      *
      *  Each measure scores 0-100 and the source's score is their
      *  weighted average -- weights from the optional TTTSCWT
      *  control file (measure name in cols 1-10, weight in cols
      *  12-14; "*" comments), defaulting to 25/10/10/20/15/10/10 in
      *  the order above.  Grade A at 90 and over, B 80, C 70, D 60,
      *  F below.  Sources are ranked by score; a source with no
      *  activity in the month is shown but not ranked.
      *
      *  Month-over-month movement comes from TTTSCHST, the scorecard
      *  history, where each run appends the month's scores (a rerun
      *  for the same month appends again and its records supersede
      *  the earlier ones).  TTTSCRPT prints the ranking and every
      *  source's page; TTTSCSEC carries the same one-page-per-source
      *  sections tagged by source (scsec.cpy) for TTTDIST to route
      *  to each owner as the SCORES output.  RETURN-CODE 4 when
      *  any source grades F, else 0.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-scacc ASSIGN TO "TTTSCACC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scacc-status.
           SELECT ttt-rjmst ASSIGN TO "TTTRJMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rjm-key
               FILE STATUS IS ws-rjmst-status.
           SELECT ttt-scwt ASSIGN TO "TTTSCWT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scwt-status.
           SELECT ttt-schst ASSIGN TO "TTTSCHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-schst-status.
           SELECT ttt-scrpt ASSIGN TO "TTTSCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scrpt-status.
           SELECT ttt-scsec ASSIGN TO "TTTSCSEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scsec-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-scacc
           RECORDING MODE IS F.
       COPY scacc.

       FD  ttt-rjmst.
       COPY rejmst.

       FD  ttt-scwt
           RECORDING MODE IS F.
       01 scwt-line PIC X(80).

       FD  ttt-schst
           RECORDING MODE IS F.
      *    One source's score for one month.
       01 schst-rec.
           05 schst-month PIC 9(6).
           05 FILLER PIC X.
           05 schst-source-system-id PIC X(8).
           05 FILLER PIC X.
           05 schst-score PIC 9(3)V9.
           05 FILLER PIC X.
           05 schst-grade PIC X.
           05 FILLER PIC X.
           05 schst-rank PIC 9(4).
           05 FILLER PIC X.
           05 schst-run-id PIC X(16).

       FD  ttt-scrpt
           RECORDING MODE IS F.
       01 scrpt-line PIC X(132).

       FD  ttt-scsec
           RECORDING MODE IS F.
       COPY scsec.

       WORKING-STORAGE SECTION.
       COPY srcmst.
       01 src-idx PIC 9(4) COMP.
       01 src-idx2 PIC 9(4) COMP.
       COPY parm.
       COPY cycdt.

       01 ws-scacc-status PIC XX VALUE SPACES.
       01 ws-rjmst-status PIC XX VALUE SPACES.
       01 ws-scwt-status PIC XX VALUE SPACES.
       01 ws-schst-status PIC XX VALUE SPACES.
       01 ws-scrpt-status PIC XX VALUE SPACES.
       01 ws-scsec-status PIC XX VALUE SPACES.
       01 ws-scan-eof-sw PIC X.
       01 ws-scan-done-sw PIC X.

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-month PIC 9(6).
       01 ws-month-r REDEFINES ws-month.
           05 ws-month-yyyy PIC 9(4).
           05 ws-month-mm PIC 9(2).
       01 ws-prior-month PIC 9(6).
       01 ws-prior-month-r REDEFINES ws-prior-month.
           05 ws-prior-yyyy PIC 9(4).
           05 ws-prior-mm PIC 9(2).

      *    The seven measures, in scoring order, and their weights.
       01 ws-measure-names-lit.
           05 FILLER PIC X(10) VALUE "REJECTS".
           05 FILLER PIC X(10) VALUE "AGING".
           05 FILLER PIC X(10) VALUE "RESUBMIT".
           05 FILLER PIC X(10) VALUE "QUALITY".
           05 FILLER PIC X(10) VALUE "BALANCING".
           05 FILLER PIC X(10) VALUE "VOLUME".
           05 FILLER PIC X(10) VALUE "LOSSES".
       01 ws-measure-names REDEFINES ws-measure-names-lit.
           05 ws-measure-name PIC X(10) OCCURS 7 TIMES.
       01 ws-weight-tbl.
           05 ws-weight PIC 9(3) OCCURS 7 TIMES.
       01 ws-weight-total PIC 9(4).
       01 msr-idx PIC 9 COMP.
       01 ws-msr-found-sw PIC X.

      *    The month's nightly records, one per source per cycle date
      *    -- a collector rerun's later record replaces the earlier.
       01 ws-day-tbl.
           05 ws-day-entry OCCURS 3000 TIMES.
               10 ws-day-source PIC X(8).
               10 ws-day-date PIC 9(8).
               10 ws-day-image PIC X(106).
       01 ws-day-count PIC 9(4) COMP VALUE 0.
       01 day-idx PIC 9(4) COMP.
       01 ws-day-found-sw PIC X.
       01 ws-day-overflow-sw PIC X VALUE "N".
      *    One day's record back out of the table, for totalling once
      *    TTTSCACC is closed.
       COPY scacc REPLACING LEADING ==scacc== BY ==scday==.
      *    The source 6000-FIND-REGISTERED looks up.
       01 ws-find-source PIC X(8).

      *    Month totals and results per registered source, in step
      *    with src-entry.
       01 ws-card-tbl.
           05 ws-card-entry OCCURS 50 TIMES.
               10 ws-card-days PIC 9(4).
               10 ws-card-received PIC 9(9).
               10 ws-card-rejected PIC 9(9).
               10 ws-card-resubmitted PIC 9(9).
               10 ws-card-losses PIC 9(9).
               10 ws-card-moves PIC 9(9).
               10 ws-card-errors PIC 9(9).
               10 ws-card-failed PIC 9(5).
               10 ws-card-unbalanced PIC 9(5).
               10 ws-card-vol-days PIC 9(4).
               10 ws-card-vol-breaches PIC 9(4).
               10 ws-card-overdue PIC 9(5).
               10 ws-card-msr-score PIC 9(3)V9 OCCURS 7 TIMES.
               10 ws-card-score PIC 9(3)V9.
               10 ws-card-grade PIC X.
               10 ws-card-rank PIC 9(4).
               10 ws-card-prior-sw PIC X.
               10 ws-card-prior-score PIC 9(3)V9.
               10 ws-card-prior-grade PIC X.
               10 ws-card-prior-rank PIC 9(4).

       01 ws-active-count PIC 9(4) VALUE 0.
       01 ws-f-count PIC 9(4) VALUE 0.
       01 ws-rank-wanted PIC 9(4).
       01 ws-points PIC 9(5)V99.
       01 ws-pct PIC 9(5)V9.
       01 ws-deduct PIC 9(7).
       01 ws-weighted-sum PIC 9(7)V99.
       01 ws-movement PIC S9(3)V9.
       01 ws-rank-move PIC S9(4).
       01 ws-cycle-int PIC 9(9) COMP.
       01 ws-first-int PIC 9(9) COMP.
       01 ws-age-days PIC S9(5) COMP.

       01 ws-page-line PIC X(120).
       01 ws-line-ptr PIC 9(3) COMP.
       01 ws-result-text PIC X(56).
       01 disp-count PIC ZZZ,ZZZ,ZZ9.
       01 disp-count2 PIC ZZZ,ZZZ,ZZ9.
       01 disp-small PIC ZZZ9.
       01 disp-small2 PIC ZZZ9.
       01 disp-pct PIC ZZ9.9.
       01 disp-score PIC ZZ9.9.
       01 disp-prior-score PIC ZZ9.9.
       01 disp-weight PIC ZZ9.
       01 disp-points PIC ZZ9.9.
       01 disp-movement PIC ++++9.9.
       01 disp-rank PIC ZZZ9.
       01 disp-prior-rank PIC ZZZ9.
       01 disp-rank-move PIC +++++9.

       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTSCORE".
       01 ws-audit-input-source PIC X(20) VALUE "TTTSCACC".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail and on every
      *    TTTSCHST record this run writes.
       01 ws-run-id PIC X(16) VALUE SPACES.
       01 ws-options-echo PIC X(60) VALUE SPACES.
       01 ws-operator-id PIC X(8) VALUE SPACES.

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SrcMaster" USING
             BY REFERENCE src-master
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           CALL "ParmFile" USING
             BY REFERENCE parm-options
           MOVE cycle-date TO ws-current-date
           PERFORM 0050-PARSE-PARM
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-REPORTS
           PERFORM 0300-LOAD-WEIGHTS
           PERFORM 0200-WRITE-HEADING
           IF src-loaded-sw NOT = "Y" OR src-count = 0 THEN
               MOVE SPACES TO scrpt-line
               STRING "NO TTTSRCM -- NO REGISTERED SOURCES TO SCORE"
                   DELIMITED BY SIZE INTO scrpt-line
               WRITE scrpt-line
               MOVE 4 TO ws-return-code
           ELSE
               PERFORM 1000-LOAD-MONTH
               PERFORM 1200-TOTAL-MONTH
               PERFORM 1300-AGE-REJECTS
               PERFORM 1400-LOAD-PRIOR-MONTH
               PERFORM VARYING src-idx FROM 1 BY 1
                   UNTIL src-idx > src-count
                   PERFORM 2000-SCORE-SOURCE
               END-PERFORM
               PERFORM 2500-RANK-SOURCES
               PERFORM 3000-WRITE-RANKING
               PERFORM 4000-WRITE-PAGES
               PERFORM 5000-APPEND-HISTORY
           END-IF
           CLOSE ttt-scrpt ttt-scsec
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:6) = "MONTH=" THEN
               IF ws-parm(7:6) IS NUMERIC THEN
                   MOVE ws-parm(7:6) TO ws-month
               ELSE
                   DISPLAY "TTTSCORE: PARM MUST BE MONTH=yyyymm"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE cycle-date(1:6) TO ws-month
           END-IF
           IF ws-month-mm < 1 OR ws-month-mm > 12 THEN
               DISPLAY "TTTSCORE: PARM MUST BE MONTH=yyyymm"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-month-mm = 1 THEN
               COMPUTE ws-prior-yyyy = ws-month-yyyy - 1
               MOVE 12 TO ws-prior-mm
           ELSE
               MOVE ws-month-yyyy TO ws-prior-yyyy
               COMPUTE ws-prior-mm = ws-month-mm - 1
           END-IF
           MOVE SPACES TO ws-options-echo
           STRING "MONTH=" ws-month
               DELIMITED BY SIZE INTO ws-options-echo.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TX" FUNCTION CURRENT-DATE(1:14)
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

       0100-OPEN-REPORTS.
           OPEN OUTPUT ttt-scrpt
           IF ws-scrpt-status NOT = "00" THEN
               DISPLAY "TTTSCORE: unable to open TTTSCRPT, status "
                   ws-scrpt-status
               STOP RUN
           END-IF
           OPEN OUTPUT ttt-scsec
           IF ws-scsec-status NOT = "00" THEN
               DISPLAY "TTTSCORE: unable to open TTTSCSEC, status "
                   ws-scsec-status
               CLOSE ttt-scrpt
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE SPACES TO scrpt-line
           STRING "TTT MONTHLY SOURCE QUALITY SCORECARD  MONTH "
               ws-month-yyyy "-" ws-month-mm
               "  RUN DATE " ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO scrpt-line
           WRITE scrpt-line
           MOVE ALL "-" TO scrpt-line
           WRITE scrpt-line
           MOVE SPACES TO scrpt-line
           MOVE 1 TO ws-line-ptr
           STRING "WEIGHTS:"
               DELIMITED BY SIZE INTO scrpt-line
               WITH POINTER ws-line-ptr
           PERFORM VARYING msr-idx FROM 1 BY 1 UNTIL msr-idx > 7
               MOVE ws-weight(msr-idx) TO disp-weight
               STRING " " FUNCTION TRIM(ws-measure-name(msr-idx)) "="
                   FUNCTION TRIM(disp-weight)
                   DELIMITED BY SIZE INTO scrpt-line
                   WITH POINTER ws-line-ptr
           END-PERFORM
           WRITE scrpt-line
           MOVE SPACES TO scrpt-line
           WRITE scrpt-line.

      *    Defaults first; a TTTSCWT line overrides one measure's
      *    weight.  A missing TTTSCWT keeps the defaults.
       0300-LOAD-WEIGHTS.
           MOVE 25 TO ws-weight(1)
           MOVE 10 TO ws-weight(2)
           MOVE 10 TO ws-weight(3)
           MOVE 20 TO ws-weight(4)
           MOVE 15 TO ws-weight(5)
           MOVE 10 TO ws-weight(6)
           MOVE 10 TO ws-weight(7)
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-scwt
           IF ws-scwt-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-scwt
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           PERFORM 0350-LOAD-WEIGHT-LINE
                   END-READ
               END-PERFORM
               CLOSE ttt-scwt
           END-IF
           MOVE 0 TO ws-weight-total
           PERFORM VARYING msr-idx FROM 1 BY 1 UNTIL msr-idx > 7
               ADD ws-weight(msr-idx) TO ws-weight-total
           END-PERFORM
           IF ws-weight-total = 0 THEN
               DISPLAY "TTTSCORE: ALL TTTSCWT WEIGHTS ARE ZERO -- "
                   "NOTHING TO SCORE ON"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0350-LOAD-WEIGHT-LINE.
           IF scwt-line = SPACES OR scwt-line(1:1) = "*" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-msr-found-sw
           PERFORM VARYING msr-idx FROM 1 BY 1
               UNTIL msr-idx > 7 OR ws-msr-found-sw = "Y"
               IF ws-measure-name(msr-idx) = scwt-line(1:10) THEN
                   MOVE "Y" TO ws-msr-found-sw
               END-IF
           END-PERFORM
           IF ws-msr-found-sw = "N" OR scwt-line(12:3) NOT NUMERIC
           THEN
               DISPLAY "TTTSCORE: UNRECOGNIZED TTTSCWT RECORD: "
                   scwt-line(1:20)
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM msr-idx
           MOVE scwt-line(12:3) TO ws-weight(msr-idx).

       1000-LOAD-MONTH.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-scacc
           IF ws-scacc-status = "35" THEN
               MOVE SPACES TO scrpt-line
               STRING "NO TTTSCACC -- NOTHING COLLECTED FOR ANY "
                   "CYCLE YET"
                   DELIMITED BY SIZE INTO scrpt-line
               WRITE scrpt-line
               EXIT PARAGRAPH
           END-IF
           IF ws-scacc-status NOT = "00" THEN
               DISPLAY "TTTSCORE: unable to open TTTSCACC, status "
                   ws-scacc-status
               CLOSE ttt-scrpt ttt-scsec
               STOP RUN
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-scacc
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       IF scacc-cycle-date(1:6) = ws-month THEN
                           PERFORM 1100-NOTE-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-scacc
           IF ws-day-overflow-sw = "Y" THEN
               MOVE SPACES TO scrpt-line
               STRING "MORE THAN 3000 SOURCE-DAYS IN THE MONTH -- "
                   "EXCESS NOT SCORED"
                   DELIMITED BY SIZE INTO scrpt-line
               WRITE scrpt-line
           END-IF.

       1100-NOTE-DAY.
           ADD 1 TO ws-audit-position-count
           MOVE "N" TO ws-day-found-sw
           PERFORM VARYING day-idx FROM 1 BY 1
               UNTIL day-idx > ws-day-count OR ws-day-found-sw = "Y"
               IF ws-day-source(day-idx) = scacc-source-system-id
                       AND ws-day-date(day-idx) = scacc-cycle-date
               THEN
                   MOVE "Y" TO ws-day-found-sw
               END-IF
           END-PERFORM
           IF ws-day-found-sw = "Y" THEN
               SUBTRACT 1 FROM day-idx
           ELSE
               IF ws-day-count >= 3000 THEN
                   MOVE "Y" TO ws-day-overflow-sw
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-day-count
               MOVE ws-day-count TO day-idx
           END-IF
           MOVE scacc-source-system-id TO ws-day-source(day-idx)
           MOVE scacc-cycle-date TO ws-day-date(day-idx)
           MOVE scacc-rec TO ws-day-image(day-idx).

       1200-TOTAL-MONTH.
           PERFORM VARYING src-idx FROM 1 BY 1 UNTIL src-idx > 50
               INITIALIZE ws-card-entry(src-idx)
               MOVE "N" TO ws-card-prior-sw(src-idx)
           END-PERFORM
           PERFORM VARYING day-idx FROM 1 BY 1
               UNTIL day-idx > ws-day-count
               MOVE ws-day-image(day-idx) TO scday-rec
               MOVE scday-source-system-id TO ws-find-source
               PERFORM 6000-FIND-REGISTERED
               IF src-idx > 0 THEN
                   PERFORM 1250-ADD-DAY
               END-IF
           END-PERFORM.

       1250-ADD-DAY.
           ADD 1 TO ws-card-days(src-idx)
           ADD scday-received TO ws-card-received(src-idx)
           ADD scday-rejected TO ws-card-rejected(src-idx)
           ADD scday-resubmitted TO ws-card-resubmitted(src-idx)
           ADD scday-forced-losses TO ws-card-losses(src-idx)
           ADD scday-moves-graded TO ws-card-moves(src-idx)
           ADD scday-moves-in-error TO ws-card-errors(src-idx)
           ADD scday-failed-batches TO ws-card-failed(src-idx)
           ADD scday-unbalanced-acks TO ws-card-unbalanced(src-idx)
           IF scday-volume-breach NOT = SPACE THEN
               ADD 1 TO ws-card-vol-days(src-idx)
               IF scday-volume-outside THEN
                   ADD 1 TO ws-card-vol-breaches(src-idx)
               END-IF
           END-IF.

      *    Open rejects past the site's tolerance, the same test
      *    TTTRJAGE applies for its OVERDUE lines.
       1300-AGE-REJECTS.
           OPEN INPUT ttt-rjmst
           IF ws-rjmst-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-cycle-int = FUNCTION INTEGER-OF-DATE(cycle-date)
           MOVE "N" TO ws-scan-done-sw
           MOVE LOW-VALUES TO rjm-key
           START ttt-rjmst KEY NOT LESS THAN rjm-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-rjmst NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
               END-READ
               IF ws-scan-done-sw = "N"
                       AND ws-rjmst-status NOT = "00" THEN
                   DISPLAY "TTTSCORE: TTTRJMST scan ended on status "
                       ws-rjmst-status
                   MOVE "Y" TO ws-scan-done-sw
               END-IF
               IF ws-scan-done-sw = "N" THEN
                   PERFORM 1350-AGE-ONE-REJECT
               END-IF
           END-PERFORM
           CLOSE ttt-rjmst.

       1350-AGE-ONE-REJECT.
           IF rjm-status = "RESOLVED  " OR rjm-status = "ABANDONED "
           THEN
               EXIT PARAGRAPH
           END-IF
           IF rjm-first-seen = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-first-int =
               FUNCTION INTEGER-OF-DATE(rjm-first-seen)
           COMPUTE ws-age-days = ws-cycle-int - ws-first-int
           IF ws-age-days > parm-reject-age-days THEN
               MOVE rjm-source-system-id TO ws-find-source
               PERFORM 6000-FIND-REGISTERED
               IF src-idx > 0 THEN
                   ADD 1 TO ws-card-overdue(src-idx)
               END-IF
           END-IF.

      *    The prior month's scores, last record per source winning.
       1400-LOAD-PRIOR-MONTH.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-schst
           IF ws-schst-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-schst
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       IF schst-month = ws-prior-month THEN
                           MOVE schst-source-system-id
                               TO ws-find-source
                           PERFORM 6000-FIND-REGISTERED
                           IF src-idx > 0 THEN
                               MOVE "Y" TO ws-card-prior-sw(src-idx)
                               MOVE schst-score
                                   TO ws-card-prior-score(src-idx)
                               MOVE schst-grade
                                   TO ws-card-prior-grade(src-idx)
                               MOVE schst-rank
                                   TO ws-card-prior-rank(src-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-schst.

      *    Each measure scores 0-100; the source's score is the
      *    weighted average.  Rates are taken only where there is a
      *    base to take them on -- no positions received, no rate.
       2000-SCORE-SOURCE.
           IF ws-card-days(src-idx) = 0 THEN
               MOVE "-" TO ws-card-grade(src-idx)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-active-count
           PERFORM VARYING msr-idx FROM 1 BY 1 UNTIL msr-idx > 7
               MOVE 100 TO ws-card-msr-score(src-idx msr-idx)
           END-PERFORM

           IF ws-card-received(src-idx) > 0 THEN
               COMPUTE ws-pct ROUNDED = ws-card-rejected(src-idx)
                   * 100 / ws-card-received(src-idx)
               PERFORM 2100-SCORE-FROM-PCT
               MOVE ws-points TO ws-card-msr-score(src-idx 1)
           END-IF

           COMPUTE ws-deduct = ws-card-overdue(src-idx) * 10
           PERFORM 2200-SCORE-FROM-DEDUCTION
           MOVE ws-points TO ws-card-msr-score(src-idx 2)

           IF ws-card-received(src-idx)
                   + ws-card-resubmitted(src-idx) > 0 THEN
               COMPUTE ws-pct ROUNDED = ws-card-resubmitted(src-idx)
                   * 100 / (ws-card-received(src-idx)
                       + ws-card-resubmitted(src-idx))
               PERFORM 2100-SCORE-FROM-PCT
               MOVE ws-points TO ws-card-msr-score(src-idx 3)
           END-IF

           IF ws-card-moves(src-idx) > 0 THEN
               COMPUTE ws-pct ROUNDED = ws-card-errors(src-idx)
                   * 100 / ws-card-moves(src-idx)
               PERFORM 2100-SCORE-FROM-PCT
               MOVE ws-points TO ws-card-msr-score(src-idx 4)
           END-IF

           COMPUTE ws-deduct = (ws-card-failed(src-idx)
               + ws-card-unbalanced(src-idx)) * 25
           PERFORM 2200-SCORE-FROM-DEDUCTION
           MOVE ws-points TO ws-card-msr-score(src-idx 5)

           IF ws-card-vol-days(src-idx) > 0 THEN
               COMPUTE ws-pct ROUNDED = ws-card-vol-breaches(src-idx)
                   * 100 / ws-card-vol-days(src-idx)
               PERFORM 2100-SCORE-FROM-PCT
               MOVE ws-points TO ws-card-msr-score(src-idx 6)
           END-IF

           IF ws-card-received(src-idx) > 0 THEN
               COMPUTE ws-pct ROUNDED = ws-card-losses(src-idx)
                   * 100 / ws-card-received(src-idx)
               PERFORM 2100-SCORE-FROM-PCT
               MOVE ws-points TO ws-card-msr-score(src-idx 7)
           END-IF

           MOVE 0 TO ws-weighted-sum
           PERFORM VARYING msr-idx FROM 1 BY 1 UNTIL msr-idx > 7
               COMPUTE ws-weighted-sum = ws-weighted-sum
                   + ws-card-msr-score(src-idx msr-idx)
                       * ws-weight(msr-idx)
           END-PERFORM
           COMPUTE ws-card-score(src-idx) ROUNDED =
               ws-weighted-sum / ws-weight-total
           EVALUATE TRUE
               WHEN ws-card-score(src-idx) >= 90
                   MOVE "A" TO ws-card-grade(src-idx)
               WHEN ws-card-score(src-idx) >= 80
                   MOVE "B" TO ws-card-grade(src-idx)
               WHEN ws-card-score(src-idx) >= 70
                   MOVE "C" TO ws-card-grade(src-idx)
               WHEN ws-card-score(src-idx) >= 60
                   MOVE "D" TO ws-card-grade(src-idx)
               WHEN OTHER
                   MOVE "F" TO ws-card-grade(src-idx)
                   ADD 1 TO ws-f-count
           END-EVALUATE.

       2100-SCORE-FROM-PCT.
           IF ws-pct >= 100 THEN
               MOVE 0 TO ws-points
           ELSE
               COMPUTE ws-points = 100 - ws-pct
           END-IF.

       2200-SCORE-FROM-DEDUCTION.
           IF ws-deduct >= 100 THEN
               MOVE 0 TO ws-points
           ELSE
               COMPUTE ws-points = 100 - ws-deduct
           END-IF.

      *    Rank is one more than the number of active sources that
      *    beat this one -- higher score, or the same score and an
      *    earlier source-system-id.
       2500-RANK-SOURCES.
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF ws-card-days(src-idx) > 0 THEN
                   MOVE 1 TO ws-card-rank(src-idx)
                   PERFORM VARYING src-idx2 FROM 1 BY 1
                       UNTIL src-idx2 > src-count
                       IF ws-card-days(src-idx2) > 0
                           AND (ws-card-score(src-idx2)
                                   > ws-card-score(src-idx)
                               OR (ws-card-score(src-idx2)
                                   = ws-card-score(src-idx)
                               AND src-id(src-idx2) < src-id(src-idx)))
                       THEN
                           ADD 1 TO ws-card-rank(src-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3000-WRITE-RANKING.
           MOVE SPACES TO scrpt-line
           STRING "RANK SOURCE   OWNER                          "
               "SCORE GRADE   PRIOR GRADE RANK  MOVEMENT"
               DELIMITED BY SIZE INTO scrpt-line
           WRITE scrpt-line
           PERFORM VARYING ws-rank-wanted FROM 1 BY 1
               UNTIL ws-rank-wanted > ws-active-count
               PERFORM VARYING src-idx FROM 1 BY 1
                   UNTIL src-idx > src-count
                   IF ws-card-days(src-idx) > 0
                           AND ws-card-rank(src-idx) = ws-rank-wanted
                   THEN
                       PERFORM 3100-WRITE-RANKING-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF ws-card-days(src-idx) = 0 THEN
                   MOVE SPACES TO scrpt-line
                   STRING "   - " src-id(src-idx) " "
                       src-owner-name(src-idx) " "
                       "NO ACTIVITY THIS MONTH -- NOT RANKED"
                       DELIMITED BY SIZE INTO scrpt-line
                   WRITE scrpt-line
               END-IF
           END-PERFORM
           MOVE ALL "-" TO scrpt-line
           WRITE scrpt-line
           MOVE ws-active-count TO disp-small
           MOVE src-count TO disp-small2
           MOVE ws-f-count TO disp-rank
           MOVE SPACES TO scrpt-line
           STRING "SOURCES REGISTERED=" disp-small2
               "  SCORED=" disp-small
               "  GRADED F=" disp-rank
               DELIMITED BY SIZE INTO scrpt-line
           WRITE scrpt-line.

       3100-WRITE-RANKING-LINE.
           MOVE ws-card-rank(src-idx) TO disp-rank
           MOVE ws-card-score(src-idx) TO disp-score
           MOVE SPACES TO scrpt-line
           IF ws-card-prior-sw(src-idx) = "Y" THEN
               PERFORM 3200-FORMAT-MOVEMENT
               STRING disp-rank " " src-id(src-idx) " "
                   src-owner-name(src-idx) " " disp-score "   "
                   ws-card-grade(src-idx) "   " disp-prior-score
                   "     " ws-card-prior-grade(src-idx) " "
                   disp-prior-rank "  " disp-movement " PTS "
                   disp-rank-move " PLACES"
                   DELIMITED BY SIZE INTO scrpt-line
           ELSE
               STRING disp-rank " " src-id(src-idx) " "
                   src-owner-name(src-idx) " " disp-score "   "
                   ws-card-grade(src-idx) "   NOT SCORED LAST MONTH"
                   DELIMITED BY SIZE INTO scrpt-line
           END-IF
           WRITE scrpt-line.

      *    Movement is this month less last: points up are positive,
      *    and places up (a smaller rank number) are positive too.
       3200-FORMAT-MOVEMENT.
           MOVE ws-card-prior-score(src-idx) TO disp-prior-score
           MOVE ws-card-prior-rank(src-idx) TO disp-prior-rank
           COMPUTE ws-movement = ws-card-score(src-idx)
               - ws-card-prior-score(src-idx)
           MOVE ws-movement TO disp-movement
           COMPUTE ws-rank-move = ws-card-prior-rank(src-idx)
               - ws-card-rank(src-idx)
           MOVE ws-rank-move TO disp-rank-move.

      *    One page per registered source, best first, unranked
      *    sources last; each line goes to the printed report and,
      *    tagged with the source, to TTTSCSEC for routing.
       4000-WRITE-PAGES.
           PERFORM VARYING ws-rank-wanted FROM 1 BY 1
               UNTIL ws-rank-wanted > ws-active-count
               PERFORM VARYING src-idx FROM 1 BY 1
                   UNTIL src-idx > src-count
                   IF ws-card-days(src-idx) > 0
                           AND ws-card-rank(src-idx) = ws-rank-wanted
                   THEN
                       PERFORM 4100-WRITE-SOURCE-PAGE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF ws-card-days(src-idx) = 0 THEN
                   PERFORM 4100-WRITE-SOURCE-PAGE
               END-IF
           END-PERFORM.

       4100-WRITE-SOURCE-PAGE.
           MOVE SPACES TO scrpt-line
           WRITE scrpt-line
           MOVE SPACES TO ws-page-line
           STRING "SOURCE QUALITY SCORECARD  MONTH "
               ws-month-yyyy "-" ws-month-mm
               "  SOURCE " src-id(src-idx)
               "  OWNER " src-owner-name(src-idx)
               DELIMITED BY SIZE INTO ws-page-line
           PERFORM 4900-EMIT-PAGE-LINE
           MOVE ALL "-" TO ws-page-line
           PERFORM 4900-EMIT-PAGE-LINE

           MOVE SPACES TO ws-page-line
           IF ws-card-days(src-idx) = 0 THEN
               MOVE ws-card-overdue(src-idx) TO disp-small
               STRING "NO ACTIVITY THIS MONTH -- NOT RANKED.  OPEN "
                   "REJECTS PAST TOLERANCE=" disp-small
                   DELIMITED BY SIZE INTO ws-page-line
               PERFORM 4900-EMIT-PAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE ws-card-rank(src-idx) TO disp-rank
           MOVE ws-active-count TO disp-small
           MOVE ws-card-score(src-idx) TO disp-score
           MOVE ws-card-days(src-idx) TO disp-small2
           STRING "RANK " disp-rank " OF " disp-small
               "   SCORE " disp-score
               "   GRADE " ws-card-grade(src-idx)
               "   DAYS WITH ACTIVITY " disp-small2
               DELIMITED BY SIZE INTO ws-page-line
           PERFORM 4900-EMIT-PAGE-LINE

           MOVE SPACES TO ws-page-line
           IF ws-card-prior-sw(src-idx) = "Y" THEN
               PERFORM 3200-FORMAT-MOVEMENT
               STRING "PRIOR MONTH " ws-prior-yyyy "-" ws-prior-mm
                   ": SCORE " disp-prior-score
                   " GRADE " ws-card-prior-grade(src-idx)
                   " RANK " disp-prior-rank
                   "   MOVEMENT " disp-movement " POINTS, "
                   disp-rank-move " PLACES"
                   DELIMITED BY SIZE INTO ws-page-line
           ELSE
               STRING "PRIOR MONTH " ws-prior-yyyy "-" ws-prior-mm
                   ": NOT SCORED"
                   DELIMITED BY SIZE INTO ws-page-line
           END-IF
           PERFORM 4900-EMIT-PAGE-LINE

           MOVE SPACES TO ws-page-line
           PERFORM 4900-EMIT-PAGE-LINE
           MOVE SPACES TO ws-page-line
           STRING "MEASURE    RESULT                                  "
               "                 SCORE WEIGHT POINTS"
               DELIMITED BY SIZE INTO ws-page-line
           PERFORM 4900-EMIT-PAGE-LINE
           PERFORM VARYING msr-idx FROM 1 BY 1 UNTIL msr-idx > 7
               PERFORM 4200-WRITE-MEASURE-LINE
           END-PERFORM.

       4200-WRITE-MEASURE-LINE.
           MOVE SPACES TO ws-result-text
           EVALUATE msr-idx
               WHEN 1
                   MOVE ws-card-rejected(src-idx) TO disp-count
                   MOVE ws-card-received(src-idx) TO disp-count2
                   STRING FUNCTION TRIM(disp-count) " REJECTED OF "
                       FUNCTION TRIM(disp-count2) " RECEIVED"
                       DELIMITED BY SIZE INTO ws-result-text
               WHEN 2
                   MOVE ws-card-overdue(src-idx) TO disp-count
                   STRING FUNCTION TRIM(disp-count)
                       " OPEN REJECTS OVER " parm-reject-age-days
                       " DAYS"
                       DELIMITED BY SIZE INTO ws-result-text
               WHEN 3
                   MOVE ws-card-resubmitted(src-idx) TO disp-count
                   STRING FUNCTION TRIM(disp-count)
                       " RESUBMITTED RECORDS"
                       DELIMITED BY SIZE INTO ws-result-text
               WHEN 4
                   MOVE ws-card-errors(src-idx) TO disp-count
                   MOVE ws-card-moves(src-idx) TO disp-count2
                   STRING FUNCTION TRIM(disp-count) " IN ERROR OF "
                       FUNCTION TRIM(disp-count2) " GRADED MOVES"
                       DELIMITED BY SIZE INTO ws-result-text
               WHEN 5
                   MOVE ws-card-failed(src-idx) TO disp-count
                   MOVE ws-card-unbalanced(src-idx) TO disp-count2
                   STRING FUNCTION TRIM(disp-count)
                       " FAILED BATCHES, "
                       FUNCTION TRIM(disp-count2)
                       " UNBALANCED ACKS"
                       DELIMITED BY SIZE INTO ws-result-text
               WHEN 6
                   MOVE ws-card-vol-breaches(src-idx) TO disp-count
                   MOVE ws-card-vol-days(src-idx) TO disp-count2
                   STRING FUNCTION TRIM(disp-count) " OF "
                       FUNCTION TRIM(disp-count2)
                       " DAYS OUTSIDE VOLUME RANGE"
                       DELIMITED BY SIZE INTO ws-result-text
               WHEN 7
                   MOVE ws-card-losses(src-idx) TO disp-count
                   STRING FUNCTION TRIM(disp-count) " FORCED LOSSES"
                       DELIMITED BY SIZE INTO ws-result-text
           END-EVALUATE
           MOVE ws-card-msr-score(src-idx msr-idx) TO disp-score
           MOVE ws-weight(msr-idx) TO disp-weight
           COMPUTE ws-points ROUNDED =
               ws-card-msr-score(src-idx msr-idx) * ws-weight(msr-idx)
                   / ws-weight-total
           MOVE ws-points TO disp-points
           MOVE SPACES TO ws-page-line
           STRING ws-measure-name(msr-idx) " " ws-result-text " "
               disp-score "    " disp-weight "  " disp-points
               DELIMITED BY SIZE INTO ws-page-line
           PERFORM 4900-EMIT-PAGE-LINE.

       4900-EMIT-PAGE-LINE.
           MOVE ws-page-line TO scrpt-line
           WRITE scrpt-line
           MOVE SPACES TO scsec-rec
           MOVE src-id(src-idx) TO scsec-source-system-id
           MOVE ws-page-line TO scsec-line
           WRITE scsec-rec.

       5000-APPEND-HISTORY.
           OPEN EXTEND ttt-schst
           IF ws-schst-status = "35" THEN
               OPEN OUTPUT ttt-schst
               CLOSE ttt-schst
               OPEN EXTEND ttt-schst
           END-IF
           IF ws-schst-status NOT = "00" THEN
               DISPLAY "TTTSCORE: unable to open TTTSCHST, status "
                   ws-schst-status " -- MONTH NOT KEPT FOR MOVEMENT"
               MOVE 8 TO ws-return-code
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF ws-card-days(src-idx) > 0 THEN
                   MOVE SPACES TO schst-rec
                   MOVE ws-month TO schst-month
                   MOVE src-id(src-idx) TO schst-source-system-id
                   MOVE ws-card-score(src-idx) TO schst-score
                   MOVE ws-card-grade(src-idx) TO schst-grade
                   MOVE ws-card-rank(src-idx) TO schst-rank
                   MOVE ws-run-id TO schst-run-id
                   WRITE schst-rec
               END-IF
           END-PERFORM
           CLOSE ttt-schst
           IF ws-f-count > 0 AND ws-return-code = 0 THEN
               MOVE 4 TO ws-return-code
           END-IF.

      *    Index of the registered source in ws-find-source,
      *    or 0 when TTTSRCM does not know it.
       6000-FIND-REGISTERED.
           MOVE 0 TO src-idx2
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count OR src-idx2 > 0
               IF src-id(src-idx) = ws-find-source THEN
                   MOVE src-idx TO src-idx2
               END-IF
           END-PERFORM
           MOVE src-idx2 TO src-idx.

       0975-WRITE-AUDIT-LOG.
           IF ws-return-code = 0 THEN
               MOVE "OK        " TO ws-audit-outcome
           ELSE
               MOVE "EXCEPTIONS" TO ws-audit-outcome
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

       END PROGRAM TTTSCORE.
