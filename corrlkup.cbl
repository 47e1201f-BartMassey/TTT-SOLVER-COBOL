       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorrLookup.

      ******************************************************************
      *  Correction journal lookup for the jobs that read the TTTHIST
      *  journal rather than the history master.  TTTCORR corrects
      *  TTTHMAST in place, but TTTBILL and TTTWEXT work from the
      *  journal records, which still carry the original (wrong)
      *  source or date -- and still carry a solve since voided.
      *  This routine answers, for one journal key, what TTTCORJ says
      *  became of it:
      *
      *      action-arg " "  no correction: use the record as is
      *                 "A"  amended: new-date-arg/new-source-arg hold
      *                      the corrected date-played and source
      *                 "V"  voided: the caller skips the record
      *
      *  The journal is read into a table on the first call and kept
      *  for the rest of the run.  The latest correction to a key
      *  wins, and a date-played correction is followed to its new
      *  key, so a record amended and later voided under the
      *  corrected key reads as voided.  A missing TTTCORJ (status
      *  35) means nothing was ever corrected: every answer is " ".
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-corj ASSIGN TO "TTTCORJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-corj-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-corj
           RECORDING MODE IS F.
       COPY corrj.

       WORKING-STORAGE SECTION.
       01 ws-corj-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X.
           88 end-of-corj VALUE "Y".
       01 ws-loaded-sw PIC X VALUE "N".

       01 ws-corr-tbl.
           05 ws-corr-entry OCCURS 2000 TIMES.
               10 ws-corr-game-id PIC X(10).
               10 ws-corr-old-date PIC 9(8).
               10 ws-corr-action PIC X.
               10 ws-corr-new-date PIC 9(8).
               10 ws-corr-new-source PIC X(8).
       01 ws-corr-count PIC 9(4) COMP VALUE 0.
       01 corr-idx PIC 9(4) COMP.
       01 ws-hop-count PIC 9 COMP.
       01 ws-hop-found-sw PIC X.
       01 ws-probe-date PIC 9(8).

       LINKAGE SECTION.
       01 game-id-arg PIC X(10).
       01 date-played-arg PIC 9(8).
       01 action-arg PIC X.
       01 new-date-arg PIC 9(8).
       01 new-source-arg PIC X(8).

       PROCEDURE DIVISION USING
         BY REFERENCE game-id-arg
         BY REFERENCE date-played-arg
         BY REFERENCE action-arg
         BY REFERENCE new-date-arg
         BY REFERENCE new-source-arg.

       0000-MAIN.
           IF ws-loaded-sw = "N" THEN
               PERFORM 1000-LOAD-JOURNAL
           END-IF

           MOVE SPACE TO action-arg
           MOVE date-played-arg TO new-date-arg
           MOVE SPACES TO new-source-arg
           MOVE date-played-arg TO ws-probe-date

      *    Each hop finds the latest correction made against the key
      *    under the probe date; an amend that moved the date sends
      *    the next hop to the new key.  Nine hops is far past any
      *    real chain and keeps a looping journal from hanging.
           MOVE 0 TO ws-hop-count
           MOVE "Y" TO ws-hop-found-sw
           PERFORM UNTIL ws-hop-found-sw = "N"
                   OR ws-hop-count > 8
                   OR action-arg = "V"
               ADD 1 TO ws-hop-count
               PERFORM 2000-FIND-LATEST
               IF ws-hop-found-sw = "Y" THEN
                   MOVE ws-corr-action(corr-idx) TO action-arg
                   MOVE ws-corr-new-date(corr-idx) TO new-date-arg
                   MOVE ws-corr-new-source(corr-idx)
                       TO new-source-arg
                   IF ws-corr-new-date(corr-idx) = ws-probe-date THEN
                       MOVE "N" TO ws-hop-found-sw
                   ELSE
                       MOVE ws-corr-new-date(corr-idx)
                           TO ws-probe-date
                   END-IF
               END-IF
           END-PERFORM
           EXIT PROGRAM.

       1000-LOAD-JOURNAL.
           MOVE "Y" TO ws-loaded-sw
           MOVE "N" TO ws-eof-sw
           OPEN INPUT ttt-corj
           EVALUATE ws-corj-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "CORRLOOKUP: unable to open TTTCORJ, "
                       "status " ws-corj-status
                       " -- corrections not applied"
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM UNTIL end-of-corj
               READ ttt-corj
                   AT END
                       SET end-of-corj TO TRUE
                   NOT AT END
                       PERFORM 1100-LOAD-ENTRY
               END-READ
           END-PERFORM
           CLOSE ttt-corj.

       1100-LOAD-ENTRY.
           IF ws-corr-count >= 2000 THEN
               DISPLAY "CORRLOOKUP: MORE THAN 2000 CORRECTIONS "
                   "-- EXCESS ENTRIES IGNORED"
               SET end-of-corj TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-corr-count
           MOVE corj-game-id TO ws-corr-game-id(ws-corr-count)
           MOVE corj-date-played TO ws-corr-old-date(ws-corr-count)
           MOVE corj-action(1:1) TO ws-corr-action(ws-corr-count)
           MOVE corj-new-date-played
               TO ws-corr-new-date(ws-corr-count)
           MOVE corj-new-source TO ws-corr-new-source(ws-corr-count).

      *    Journal order is time order, so the search runs backward
      *    and stops at the first hit: the latest correction.
       2000-FIND-LATEST.
           MOVE "N" TO ws-hop-found-sw
           PERFORM VARYING corr-idx FROM ws-corr-count BY -1
               UNTIL corr-idx < 1 OR ws-hop-found-sw = "Y"
               IF ws-corr-game-id(corr-idx) = game-id-arg
                       AND ws-corr-old-date(corr-idx)
                           = ws-probe-date THEN
                   MOVE "Y" TO ws-hop-found-sw
               END-IF
           END-PERFORM
      *    The VARYING step runs once more after the hit.
           IF ws-hop-found-sw = "Y" THEN
               ADD 1 TO corr-idx
           END-IF.

       END PROGRAM CorrLookup.
