       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTFPBL.

      ******************************************************************
      *  Feed profile baseline build.  TTTEDIT proves a batch is well
      *  formed and balanced, not that it looks like what its source
      *  normally sends -- a source's engine once looped and sent
      *  thousands of copies of one opening board, every one of which
      *  edited clean.  This step learns what normal is, per source,
      *  from the source's own solved history on TTTHMAST over the
      *  last PROFILE-DAYS (TTTPARM) ending with the cycle date:
      *
      *    - the ply distribution (marks on the board, 0-9);
      *    - the variant mix, standard against misere;
      *    - the share of duplicate boards -- records whose canonical
      *      board (TTTSYM's key) already came in earlier the same
      *      source-day;
      *    - the share of records that arrived with a move log;
      *    - the priority-class mix, which history does not carry:
      *      it comes from the batches TTTEDIT passed in the same
      *      window, as logged on TTTFPOBS.
      *
      *  One baseline record per source goes to TTTFPBAS (fprof.cpy),
      *  replaced whole each build, and TTTEDIT scores every accepted
      *  batch against it (see there).  Voided and moved history is
      *  left out: it is not what the source sent for that day.  The
      *  master is walked on its alternate key, source by source and
      *  date by date, skipping each source straight to its window.
      *  TTTFPBRP lists each baseline in percentages.
      *
      *  The baselines are built in storage and TTTFPBAS is replaced
      *  only once the whole master has been read.  Run after
      *  TTTHLOAD, so the cycle's own solves are in the baseline the
      *  next cycle's edit scores against.  RETURN-CODE 8 if TTTHMAST
      *  cannot be opened or the scan ends on an error (the prior
      *  baseline is left in place), else 0.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hmast-key
               ALTERNATE RECORD KEY IS hmast-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmast-status.
           SELECT ttt-fpobs ASSIGN TO "TTTFPOBS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fpobs-status.
           SELECT ttt-fpbas ASSIGN TO "TTTFPBAS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fpbas-status.
           SELECT ttt-fpbrp ASSIGN TO "TTTFPBRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fpbrp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-hmast.
       COPY hmast.

       FD  ttt-fpobs
           RECORDING MODE IS F.
       COPY fprof REPLACING LEADING ==fprof== BY ==fpobs==.

       FD  ttt-fpbas
           RECORDING MODE IS F.
       COPY fprof.

       FD  ttt-fpbrp
           RECORDING MODE IS F.
       01 fpbrp-line PIC X(132).

       WORKING-STORAGE SECTION.
       COPY cycdt.
       COPY parm.
       COPY symmap.

       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-fpobs-status PIC XX VALUE SPACES.
       01 ws-fpbas-status PIC XX VALUE SPACES.
       01 ws-fpbrp-status PIC XX VALUE SPACES.
       01 ws-read-done-sw PIC X.
       01 ws-scan-done-sw PIC X VALUE "N".
       01 ws-scan-failed-sw PIC X VALUE "N".

      *    The window, inclusive.
       01 ws-from-date PIC 9(8).
       01 ws-to-date PIC 9(8) VALUE 0.
       01 ws-from-int PIC 9(9) COMP.

      *    Priority mix per source from the batches passed in the
      *    window.
       01 ws-prio-tbl.
           05 ws-prio-entry OCCURS 50 TIMES.
               10 ws-prio-src-id PIC X(8).
               10 ws-prio-sample PIC 9(9) COMP.
               10 ws-prio-high PIC 9(9) COMP.
       01 ws-prio-used PIC 9(4) COMP VALUE 0.
       01 prio-idx PIC 9(4) COMP.
       01 ws-prio-found-sw PIC X.

      *    The source being accumulated, in fprof-rec's own layout.
       01 ws-cur-source PIC X(8) VALUE SPACES.
       01 ws-cur-date PIC 9(8) VALUE 0.
       01 ws-cur-prof.
           05 ws-cur-record-count PIC 9(9) COMP.
           05 ws-cur-ply-count PIC 9(9) COMP OCCURS 10 TIMES.
           05 ws-cur-std-count PIC 9(9) COMP.
           05 ws-cur-misere-count PIC 9(9) COMP.
           05 ws-cur-dup-count PIC 9(9) COMP.
           05 ws-cur-movelog-count PIC 9(9) COMP.
       01 ply-idx PIC 99 COMP.

      *    Each source's baseline is built in fpbw-rec and kept as a
      *    record image until the scan is known to be complete.
       COPY fprof REPLACING LEADING ==fprof== BY ==fpbw==.
       01 ws-fpb-tbl.
           05 ws-fpb-entry PIC X(233) OCCURS 50 TIMES.
       01 ws-fpb-used PIC 9(4) COMP VALUE 0.
       01 fpb-idx PIC 9(4) COMP.
       01 ws-fpb-full-sw PIC X VALUE "N".
       01 ws-ply PIC 99 COMP.
       01 cell-idx PIC 99 COMP.

      *    Canonical boards seen in the current source-day, the same
      *    linear table and key TTTSYM uses.
       01 sym-idx PIC 9 COMP.
       01 pos-idx PIC 9 COMP.
       01 src-cell PIC 9 COMP.
       01 ws-variant PIC X(9).
       01 ws-best-variant PIC X(9).
       01 ws-canon-key PIC X(12).
       01 ws-canon-tbl.
           05 ws-canon-entry PIC X(12) OCCURS 6000 TIMES.
       01 ws-canon-count PIC 9(9) COMP VALUE 0.
       01 ws-canon-capacity PIC 9(9) VALUE 6000.
       01 canon-idx PIC 9(9) COMP.
       01 ws-canon-found-sw PIC X.
       01 ws-canon-full-sw PIC X VALUE "N".

       01 ws-source-count PIC 9(4) VALUE 0.
       01 ws-history-count PIC 9(9) VALUE 0.
       01 ws-skipped-count PIC 9(9) VALUE 0.
       01 ws-pct PIC 9(3).
       01 ws-rpt-ptr PIC 9(4) COMP.
       01 disp-ply PIC 9.
       01 disp-record-count PIC 9(9).

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           CALL "ParmFile" USING
             BY REFERENCE parm-options
           PERFORM 0050-SET-WINDOW
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-PRIORITY-MIX
           PERFORM 0250-WRITE-HEADING
           PERFORM 0300-SCAN-HISTORY
           CLOSE ttt-hmast
           IF ws-scan-failed-sw = "N" THEN
               PERFORM 0500-WRITE-BASELINES
           END-IF
           PERFORM 0900-WRITE-SUMMARY
           CLOSE ttt-fpbrp
           IF ws-scan-failed-sw = "Y" THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-SET-WINDOW.
           MOVE cycle-date TO ws-to-date
           COMPUTE ws-from-int =
               FUNCTION INTEGER-OF-DATE(cycle-date)
               - parm-profile-days + 1
           COMPUTE ws-from-date = FUNCTION DATE-OF-INTEGER(ws-from-int).

      *    The master is opened first: without it there is nothing to
      *    build from, and the baseline already on TTTFPBAS is better
      *    than an empty one.  TTTFPBAS itself waits for the scan
      *    (0500-WRITE-BASELINES).
       0100-OPEN-FILES.
           OPEN INPUT ttt-hmast
           IF ws-hmast-status NOT = "00" THEN
               DISPLAY "TTTFPBL: unable to open TTTHMAST, status "
                   ws-hmast-status " -- BASELINE NOT REBUILT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ttt-fpbrp
           IF ws-fpbrp-status NOT = "00" THEN
               DISPLAY "TTTFPBL: unable to open TTTFPBRP, status "
                   ws-fpbrp-status
               CLOSE ttt-hmast
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Batches TTTEDIT passed in the window.  A held batch is left
      *    out: it is what the baseline exists to catch.  No log yet
      *    leaves every source's priority mix unsampled.
       0200-LOAD-PRIORITY-MIX.
           OPEN INPUT ttt-fpobs
           IF ws-fpobs-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               READ ttt-fpobs
                   AT END
                       MOVE "Y" TO ws-read-done-sw
                   NOT AT END
                       IF fpobs-observed
                               AND fpobs-cycle-date
                                   NOT < ws-from-date
                               AND fpobs-cycle-date
                                   NOT > ws-to-date
                               AND fpobs-outcome NOT = "HELD  " THEN
                           PERFORM 0210-ADD-PRIORITY-MIX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-fpobs.

       0210-ADD-PRIORITY-MIX.
           MOVE "N" TO ws-prio-found-sw
           PERFORM VARYING prio-idx FROM 1 BY 1
               UNTIL prio-idx > ws-prio-used OR ws-prio-found-sw = "Y"
               IF ws-prio-src-id(prio-idx)
                       = fpobs-source-system-id THEN
                   MOVE "Y" TO ws-prio-found-sw
               END-IF
           END-PERFORM
           IF ws-prio-found-sw = "Y" THEN
               SUBTRACT 1 FROM prio-idx
           ELSE
               IF ws-prio-used >= 50 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-prio-used
               MOVE ws-prio-used TO prio-idx
               MOVE fpobs-source-system-id TO ws-prio-src-id(prio-idx)
               MOVE 0 TO ws-prio-sample(prio-idx)
               MOVE 0 TO ws-prio-high(prio-idx)
           END-IF
           ADD fpobs-prio-sample TO ws-prio-sample(prio-idx)
           ADD fpobs-high-count TO ws-prio-high(prio-idx).

       0250-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO fpbrp-line
           STRING "TTT FEED PROFILE BASELINES  RUN DATE " ws-cd-yyyy
               "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO fpbrp-line
           WRITE fpbrp-line
           MOVE SPACES TO fpbrp-line
           STRING "WINDOW " ws-from-date " TO " ws-to-date
               " PROFILE-DAYS=" parm-profile-days
               "  (PERCENT OF EACH SOURCE'S RECORDS)"
               DELIMITED BY SIZE INTO fpbrp-line
           WRITE fpbrp-line
           MOVE ALL "-" TO fpbrp-line
           WRITE fpbrp-line.

      *    Source by source on the alternate key.  A record before the
      *    window repositions to the source's first window date; one
      *    after it skips to the next source.
       0300-SCAN-HISTORY.
           MOVE LOW-VALUES TO hmast-alt-key
           START ttt-hmast KEY NOT LESS THAN hmast-alt-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-hmast NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       PERFORM 0310-TAKE-HISTORY-RECORD
               END-READ
      *        A physical error on the scan sets a 9x status that
      *        AT END does not catch; 02 is only a duplicate
      *        alternate key coming next.
               IF ws-scan-done-sw = "N"
                       AND ws-hmast-status NOT = "00"
                       AND ws-hmast-status NOT = "02" THEN
                   DISPLAY "TTTFPBL: TTTHMAST scan ended on status "
                       ws-hmast-status " -- BASELINE NOT REBUILT"
                   MOVE "Y" TO ws-scan-done-sw
                   MOVE "Y" TO ws-scan-failed-sw
               END-IF
           END-PERFORM
           IF ws-cur-source NOT = SPACES
                   AND ws-scan-failed-sw = "N" THEN
               PERFORM 0400-WRITE-BASELINE
           END-IF.

       0310-TAKE-HISTORY-RECORD.
           IF hmast-alt-source NOT = ws-cur-source THEN
               IF ws-cur-source NOT = SPACES THEN
                   PERFORM 0400-WRITE-BASELINE
               END-IF
               MOVE hmast-alt-source TO ws-cur-source
               INITIALIZE ws-cur-prof
               MOVE 0 TO ws-cur-date
           END-IF
           EVALUATE TRUE
               WHEN hmast-alt-date < ws-from-date
                   MOVE ws-from-date TO hmast-alt-date
                   START ttt-hmast KEY NOT LESS THAN hmast-alt-key
                       INVALID KEY
                           MOVE "Y" TO ws-scan-done-sw
                   END-START
               WHEN hmast-alt-date > ws-to-date
                   MOVE 99999999 TO hmast-alt-date
                   START ttt-hmast KEY GREATER THAN hmast-alt-key
                       INVALID KEY
                           MOVE "Y" TO ws-scan-done-sw
                   END-START
               WHEN hmast-voided OR hmast-moved
                   ADD 1 TO ws-skipped-count
               WHEN OTHER
                   PERFORM 0320-TALLY-HISTORY-RECORD
           END-EVALUATE.

       0320-TALLY-HISTORY-RECORD.
           ADD 1 TO ws-history-count
           ADD 1 TO ws-cur-record-count
           MOVE 0 TO ws-ply
           PERFORM VARYING cell-idx FROM 1 BY 1 UNTIL cell-idx > 9
               IF hmast-board(cell-idx:1) NOT = "0" THEN
                   ADD 1 TO ws-ply
               END-IF
           END-PERFORM
           ADD 1 TO ws-cur-ply-count(ws-ply + 1)
           IF hmast-variant = "M" THEN
               ADD 1 TO ws-cur-misere-count
           ELSE
               ADD 1 TO ws-cur-std-count
           END-IF
           IF hmast-move-log-disp NOT = SPACES THEN
               ADD 1 TO ws-cur-movelog-count
           END-IF
           IF hmast-alt-date NOT = ws-cur-date THEN
               MOVE hmast-alt-date TO ws-cur-date
               MOVE 0 TO ws-canon-count
           END-IF
           PERFORM 0330-CANONICALIZE
           PERFORM 0340-CHECK-DUPLICATE.

      *    TTTSYM's key: on-move, board size, the least of the board's
      *    8 symmetric images (3x3 only), variant.
       0330-CANONICALIZE.
           IF hmast-board-size = 3 THEN
               PERFORM VARYING sym-idx FROM 1 BY 1 UNTIL sym-idx > 8
                   PERFORM VARYING pos-idx FROM 1 BY 1 UNTIL pos-idx > 9
                       MOVE sym-map(sym-idx, pos-idx) TO src-cell
                       MOVE hmast-board(src-cell:1)
                           TO ws-variant(pos-idx:1)
                   END-PERFORM
                   IF sym-idx = 1 OR ws-variant < ws-best-variant THEN
                       MOVE ws-variant TO ws-best-variant
                   END-IF
               END-PERFORM
           ELSE
               MOVE hmast-board TO ws-best-variant
           END-IF
           MOVE SPACES TO ws-canon-key
           IF hmast-on-move = 1 THEN
               MOVE "1" TO ws-canon-key(1:1)
           ELSE
               MOVE "2" TO ws-canon-key(1:1)
           END-IF
           MOVE hmast-board-size TO ws-canon-key(2:1)
           MOVE ws-best-variant TO ws-canon-key(3:9)
           IF hmast-variant = "M" THEN
               MOVE "M" TO ws-canon-key(12:1)
           ELSE
               MOVE "S" TO ws-canon-key(12:1)
           END-IF.

       0340-CHECK-DUPLICATE.
           MOVE "N" TO ws-canon-found-sw
           PERFORM VARYING canon-idx FROM 1 BY 1
               UNTIL canon-idx > ws-canon-count
                   OR ws-canon-found-sw = "Y"
               IF ws-canon-entry(canon-idx) = ws-canon-key THEN
                   MOVE "Y" TO ws-canon-found-sw
               END-IF
           END-PERFORM
           IF ws-canon-found-sw = "Y" THEN
               ADD 1 TO ws-cur-dup-count
           ELSE
               IF ws-canon-count < ws-canon-capacity THEN
                   ADD 1 TO ws-canon-count
                   MOVE ws-canon-key TO ws-canon-entry(ws-canon-count)
               ELSE
                   MOVE "Y" TO ws-canon-full-sw
               END-IF
           END-IF.

      *    A source with no history in the window gets no baseline,
      *    and TTTEDIT leaves its batches unscored.
       0400-WRITE-BASELINE.
           IF ws-cur-record-count = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-source-count
           MOVE SPACES TO fpbw-rec
           SET fpbw-baseline TO TRUE
           MOVE ws-cur-source TO fpbw-source-system-id
           MOVE cycle-date TO fpbw-cycle-date
           MOVE ws-from-date TO fpbw-window-from
           MOVE 0 TO fpbw-batch-no
           MOVE FUNCTION CURRENT-DATE(9:6) TO fpbw-run-time
           MOVE ws-cur-record-count TO fpbw-record-count
           PERFORM VARYING ply-idx FROM 1 BY 1 UNTIL ply-idx > 10
               MOVE ws-cur-ply-count(ply-idx)
                   TO fpbw-ply-count(ply-idx)
           END-PERFORM
           MOVE ws-cur-std-count TO fpbw-std-count
           MOVE ws-cur-misere-count TO fpbw-misere-count
           MOVE 0 TO fpbw-prio-sample
           MOVE 0 TO fpbw-high-count
           PERFORM VARYING prio-idx FROM 1 BY 1
               UNTIL prio-idx > ws-prio-used
               IF ws-prio-src-id(prio-idx) = ws-cur-source THEN
                   MOVE ws-prio-sample(prio-idx) TO fpbw-prio-sample
                   MOVE ws-prio-high(prio-idx) TO fpbw-high-count
               END-IF
           END-PERFORM
           MOVE ws-cur-dup-count TO fpbw-dup-count
           MOVE ws-cur-movelog-count TO fpbw-movelog-count
           PERFORM VARYING ply-idx FROM 1 BY 1 UNTIL ply-idx > 5
               MOVE 0 TO fpbw-departure(ply-idx)
               MOVE SPACE TO fpbw-severity(ply-idx)
           END-PERFORM
           IF ws-fpb-used < 50 THEN
               ADD 1 TO ws-fpb-used
               MOVE fpbw-rec TO ws-fpb-entry(ws-fpb-used)
           ELSE
               MOVE "Y" TO ws-fpb-full-sw
           END-IF
           PERFORM 0450-WRITE-BASELINE-LINES.

       0450-WRITE-BASELINE-LINES.
           MOVE ws-cur-record-count TO disp-record-count
           MOVE SPACES TO fpbrp-line
           MOVE 1 TO ws-rpt-ptr
           STRING "SOURCE=" ws-cur-source
               " RECORDS=" disp-record-count " PLY"
               DELIMITED BY SIZE INTO fpbrp-line
               WITH POINTER ws-rpt-ptr
           PERFORM VARYING ply-idx FROM 1 BY 1 UNTIL ply-idx > 10
               COMPUTE disp-ply = ply-idx - 1
               COMPUTE ws-pct ROUNDED =
                   ws-cur-ply-count(ply-idx) * 100
                   / ws-cur-record-count
               STRING " " disp-ply ":" ws-pct
                   DELIMITED BY SIZE INTO fpbrp-line
                   WITH POINTER ws-rpt-ptr
           END-PERFORM
           WRITE fpbrp-line
           MOVE SPACES TO fpbrp-line
           MOVE 1 TO ws-rpt-ptr
           COMPUTE ws-pct ROUNDED =
               ws-cur-misere-count * 100 / ws-cur-record-count
           STRING "         MISERE=" ws-pct
               DELIMITED BY SIZE INTO fpbrp-line
               WITH POINTER ws-rpt-ptr
           COMPUTE ws-pct ROUNDED =
               ws-cur-dup-count * 100 / ws-cur-record-count
           STRING " DUPLICATE=" ws-pct
               DELIMITED BY SIZE INTO fpbrp-line
               WITH POINTER ws-rpt-ptr
           COMPUTE ws-pct ROUNDED =
               ws-cur-movelog-count * 100 / ws-cur-record-count
           STRING " MOVELOG=" ws-pct
               DELIMITED BY SIZE INTO fpbrp-line
               WITH POINTER ws-rpt-ptr
           IF fpbw-prio-sample > 0 THEN
               COMPUTE ws-pct ROUNDED =
                   fpbw-high-count * 100 / fpbw-prio-sample
               MOVE fpbw-prio-sample TO disp-record-count
               STRING " PRIORITY-H=" ws-pct
                   " OF " disp-record-count " EDITED"
                   DELIMITED BY SIZE INTO fpbrp-line
                   WITH POINTER ws-rpt-ptr
           ELSE
               STRING " PRIORITY-H=NO EDITED BATCHES IN WINDOW"
                   DELIMITED BY SIZE INTO fpbrp-line
                   WITH POINTER ws-rpt-ptr
           END-IF
           WRITE fpbrp-line.

      *    The scan read the whole master: the new baselines replace
      *    TTTFPBAS.
       0500-WRITE-BASELINES.
           OPEN OUTPUT ttt-fpbas
           IF ws-fpbas-status NOT = "00" THEN
               DISPLAY "TTTFPBL: unable to open TTTFPBAS, status "
                   ws-fpbas-status " -- BASELINE NOT REBUILT"
               MOVE "Y" TO ws-scan-failed-sw
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING fpb-idx FROM 1 BY 1
               UNTIL fpb-idx > ws-fpb-used
               MOVE ws-fpb-entry(fpb-idx) TO fprof-rec
               WRITE fprof-rec
           END-PERFORM
           CLOSE ttt-fpbas.

       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO fpbrp-line
           WRITE fpbrp-line
           MOVE SPACES TO fpbrp-line
           STRING "SOURCES=" ws-source-count
               " HISTORY RECORDS=" ws-history-count
               " VOIDED/MOVED LEFT OUT=" ws-skipped-count
               DELIMITED BY SIZE INTO fpbrp-line
           WRITE fpbrp-line
           IF ws-canon-full-sw = "Y" THEN
               MOVE SPACES TO fpbrp-line
               STRING "DUPLICATE TABLE FULL ON SOME SOURCE-DAY -- "
                   "DUPLICATE SHARE UNDERSTATED"
                   DELIMITED BY SIZE INTO fpbrp-line
               WRITE fpbrp-line
           END-IF
           IF ws-fpb-full-sw = "Y" THEN
               MOVE SPACES TO fpbrp-line
               STRING "MORE THAN 50 SOURCES -- THE LATER ONES GET NO "
                   "BASELINE"
                   DELIMITED BY SIZE INTO fpbrp-line
               WRITE fpbrp-line
           END-IF
           IF ws-scan-failed-sw = "Y" THEN
               MOVE SPACES TO fpbrp-line
               STRING "TTTHMAST NOT READ THROUGH -- BASELINE NOT "
                   "REBUILT, PRIOR TTTFPBAS LEFT IN PLACE"
                   DELIMITED BY SIZE INTO fpbrp-line
               WRITE fpbrp-line
           END-IF.

       END PROGRAM TTTFPBL.
