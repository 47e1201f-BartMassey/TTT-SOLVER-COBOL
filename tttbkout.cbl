       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTBKOUT.

      ******************************************************************
      *  Run backout.  TTTRUNRP identifies exactly which records a
      *  run wrote; this job takes them back out again, so withdrawing
      *  a contaminated run no longer means hand-editing files and
      *  living with TTTHCHK's drift report for days:
      *
      *      PARM RUNID=xxxxxxxxxxxxxxxx
      *
      *    - TTTHIST: the journal is copied forward to TTTHISTN
      *      without the run's records; operations swaps TTTHISTN in
      *      for TTTHIST after a clean backout (RETURN-CODE 0), the
      *      same hand-off TTTMERGE uses for its spills.
      *    - TTTHMAST: every master record the run loaded is deleted.
      *      Where the run had REPLACED an earlier solve of the same
      *      game and date, the last surviving journal record for
      *      that key goes back on the master, so the master agrees
      *      with the backed-out journal and TTTHCHK has nothing to
      *      report.
      *    - TTTRJMST: a reject the run put on the master (NEW, first
      *      and last seen on the run's cycle date) is removed; one
      *      the master already held keeps its own history.  A reject
      *      the run's solves RESOLVED goes back to RECYCLED -- the
      *      solve that closed it no longer stands.
      *    - TTTALRT1/TTTALRT2 and TTTRESP cannot be recalled once
      *      delivered, so each of the run's alerts is re-issued on
      *      TTTALTWD with outcome WITHDRAWN (TTTDIST bundles it to
      *      the feed owner with the other alerts), and each of its
      *      kiosk responses is re-issued on TTTRSPWD with status "W"
      *      for the vendor.
      *
      *  The report TTTBKRPT prints each file's count before and
      *  after, and closes with the run's record counts on exactly
      *  TTTRUNRP's basis (HISTORY= REJECTS= ALERTS= RESPONSES=) next
      *  to what was backed out of each, so the backout balances line
      *  for line against the lineage report.  BEGIN and END events
      *  go to TTTAUD as for any run, with one BKOUT event per file
      *  between them carrying the count backed out of that file; the
      *  options field of every event names the run backed out.
      *
      *  A run-id with no events on the audit trail is refused
      *  (RETURN-CODE 16) -- a mistyped PARM must not quietly find
      *  nothing and report success.  RETURN-CODE 16 when anything
      *  fails to balance, 4 when the run had nothing left to back
      *  out, else 0.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-hist ASSIGN TO "TTTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT ttt-histn ASSIGN TO "TTTHISTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-histn-status.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hmast-key
               ALTERNATE RECORD KEY IS hmast-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmast-status.
           SELECT ttt-rej ASSIGN TO "TTTREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rej-status.
           SELECT ttt-rjmst ASSIGN TO "TTTRJMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS rjm-key
               FILE STATUS IS ws-rjmst-status.
           SELECT ttt-alrt1 ASSIGN TO "TTTALRT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alrt1-status.
           SELECT ttt-alrt2 ASSIGN TO "TTTALRT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alrt2-status.
           SELECT ttt-altwd ASSIGN TO "TTTALTWD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-altwd-status.
           SELECT ttt-resp ASSIGN TO "TTTRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-resp-status.
           SELECT ttt-rspwd ASSIGN TO "TTTRSPWD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rspwd-status.
           SELECT ttt-bkrpt ASSIGN TO "TTTBKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-bkrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-hist
           RECORDING MODE IS F.
       COPY hist.

       FD  ttt-histn
           RECORDING MODE IS F.
      *    A byte-for-byte image of hist-rec (see hist.cpy), the same
      *    length TTTARCH archives.
       01 histn-rec PIC X(147).

       FD  ttt-hmast.
       COPY hmast.

       FD  ttt-rej
           RECORDING MODE IS F.
       COPY rej.

       FD  ttt-rjmst.
       COPY rejmst.

       FD  ttt-alrt1
           RECORDING MODE IS F.
       COPY alert.

       FD  ttt-alrt2
           RECORDING MODE IS F.
       COPY alert REPLACING LEADING ==alert== BY ==alrt2==.

       FD  ttt-altwd
           RECORDING MODE IS F.
       COPY alert REPLACING LEADING ==alert== BY ==altwd==.

       FD  ttt-resp
           RECORDING MODE IS F.
       01 resp-line PIC X(100).

       FD  ttt-rspwd
           RECORDING MODE IS F.
       01 rspwd-line PIC X(100).

       FD  ttt-bkrpt
           RECORDING MODE IS F.
       01 bkrpt-line PIC X(120).

       WORKING-STORAGE SECTION.
       COPY resp.
       COPY state.
       COPY cycdt.

       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-hist-status PIC XX VALUE SPACES.
       01 ws-histn-status PIC XX VALUE SPACES.
       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-rej-status PIC XX VALUE SPACES.
       01 ws-rjmst-status PIC XX VALUE SPACES.
       01 ws-alrt1-status PIC XX VALUE SPACES.
       01 ws-alrt2-status PIC XX VALUE SPACES.
       01 ws-altwd-status PIC XX VALUE SPACES.
       01 ws-resp-status PIC XX VALUE SPACES.
       01 ws-rspwd-status PIC XX VALUE SPACES.
       01 ws-bkrpt-status PIC XX VALUE SPACES.
       01 ws-scan-eof-sw PIC X.
       01 ws-scan-done-sw PIC X.
       01 ws-hmast-avail-sw PIC X VALUE "N".
       01 ws-rjmst-avail-sw PIC X VALUE "N".
       01 ws-histn-written-sw PIC X VALUE "N".

       01 ws-parm PIC X(80) VALUE SPACES.
      *    The run being backed out, and what the audit trail says
      *    about it: the job that ran and the cycle date it ran
      *    under (the date TTTRJLD stamped on the rejects it folded).
       01 ws-target-run-id PIC X(16) VALUE SPACES.
       01 ws-target-job PIC X(8) VALUE SPACES.
       01 ws-target-date PIC 9(8) VALUE 0.
       01 ws-audit-event-count PIC 9(4) VALUE 0.
       01 ws-prior-backout-sw PIC X VALUE "N".
       01 ws-prior-backout-date PIC 9(8) VALUE 0.

      *    Per-file counts.  "Run" counts are the run's own records
      *    as found, the figures TTTRUNRP prints; the before/after
      *    counts are whole-file totals either side of the backout.
       01 ws-hist-before PIC 9(9) VALUE 0.
       01 ws-hist-run PIC 9(9) VALUE 0.
       01 ws-hist-after PIC 9(9) VALUE 0.
       01 ws-hmast-before PIC 9(9) VALUE 0.
       01 ws-hmast-deleted PIC 9(9) VALUE 0.
       01 ws-hmast-restored PIC 9(9) VALUE 0.
       01 ws-hmast-after PIC 9(9) VALUE 0.
       01 ws-hmast-error-count PIC 9(9) VALUE 0.
       01 ws-rej-run PIC 9(9) VALUE 0.
       01 ws-rjm-removed PIC 9(9) VALUE 0.
       01 ws-rjm-kept PIC 9(9) VALUE 0.
       01 ws-rjm-absent PIC 9(9) VALUE 0.
       01 ws-rjm-unresolved PIC 9(9) VALUE 0.
       01 ws-alert-run PIC 9(9) VALUE 0.
       01 ws-alert-withdrawn PIC 9(9) VALUE 0.
       01 ws-resp-run PIC 9(9) VALUE 0.
       01 ws-resp-withdrawn PIC 9(9) VALUE 0.
       01 ws-rej-accounted PIC 9(9) VALUE 0.
       01 ws-balanced-sw PIC X VALUE "Y".
      *    Every master key this backout deleted, with the last image
      *    of that key the backed-out journal still holds (TTTHLOAD
      *    keeps the last occurrence of a key, so the restore does).
       01 ws-del-tbl.
           05 ws-del-entry OCCURS 2000 TIMES.
               10 ws-del-game-id PIC X(10).
               10 ws-del-date PIC 9(8).
               10 ws-del-image-sw PIC X.
               10 ws-del-image PIC X(147).
       01 ws-del-count PIC 9(4) COMP VALUE 0.
       01 del-idx PIC 9(4) COMP.
       01 ws-del-found-sw PIC X.
       01 ws-del-overflow-sw PIC X VALUE "N".
       01 ws-balanced-lit PIC X(3).

       01 ws-audit-job-name PIC X(8) VALUE "TTTBKOUT".
       01 ws-audit-input-source PIC X(20) VALUE "PARM".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail (and on every output
      *    record this run writes, where the record carries one).
       01 ws-run-id PIC X(16) VALUE SPACES.
      *    Echo of the run options in effect, carried onto the audit
      *    record (see audit.cpy's aud-options): here, the run-id
      *    being backed out.
       01 ws-options-echo PIC X(60) VALUE SPACES.
      *    The signed-on operator (console transactions only; batch
      *    runs audit with spaces here).
       01 ws-operator-id PIC X(8) VALUE SPACES.

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0050-PARSE-PARM
           PERFORM 0100-OPEN-REPORT
           PERFORM 0200-WRITE-HEADING
           PERFORM 1000-TRACE-AUDIT
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0150-OPEN-MASTERS
           PERFORM 2000-BACK-OUT-JOURNAL
           PERFORM 2500-BACK-OUT-MASTER
           PERFORM 2700-RESTORE-UNCOVERED-KEYS
           PERFORM 3000-BACK-OUT-REJECTS
           PERFORM 4000-WITHDRAW-ALERTS
           PERFORM 5000-WITHDRAW-RESPONSES
           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0975-WRITE-AUDIT-LOG
           IF ws-hmast-avail-sw = "Y" THEN
               CLOSE ttt-hmast
           END-IF
           IF ws-rjmst-avail-sw = "Y" THEN
               CLOSE ttt-rjmst
           END-IF
           CLOSE ttt-bkrpt
           STOP RUN.

       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:6) = "RUNID=" THEN
               MOVE ws-parm(7:16) TO ws-target-run-id
           END-IF
           IF ws-target-run-id = SPACES THEN
               DISPLAY "TTTBKOUT: PARM MUST BE RUNID=nnnnnnnnnnnnnnnn"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ws-options-echo
           STRING "RUNID=" ws-target-run-id
               DELIMITED BY SIZE INTO ws-options-echo.

      *    A begin event on the audit trail before any file is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that a backout was part-way through.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TK" FUNCTION CURRENT-DATE(1:14)
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

       0100-OPEN-REPORT.
           OPEN OUTPUT ttt-bkrpt
           IF ws-bkrpt-status NOT = "00" THEN
               DISPLAY "TTTBKOUT: unable to open TTTBKRPT, status "
                   ws-bkrpt-status
               STOP RUN
           END-IF.

      *    Both masters are optional: a site that has not built one
      *    backs out the rest, and the report says which was skipped.
       0150-OPEN-MASTERS.
           OPEN I-O ttt-hmast
           IF ws-hmast-status = "00" THEN
               MOVE "Y" TO ws-hmast-avail-sw
           ELSE
               MOVE SPACES TO bkrpt-line
               STRING "TTTHMAST NOT AVAILABLE (STATUS "
                   ws-hmast-status ") -- MASTER NOT BACKED OUT"
                   DELIMITED BY SIZE INTO bkrpt-line
               WRITE bkrpt-line
           END-IF
           OPEN I-O ttt-rjmst
           IF ws-rjmst-status = "00" THEN
               MOVE "Y" TO ws-rjmst-avail-sw
           ELSE
               MOVE SPACES TO bkrpt-line
               STRING "TTTRJMST NOT AVAILABLE (STATUS "
                   ws-rjmst-status ") -- REJECT LIFECYCLE NOT "
                   "BACKED OUT"
                   DELIMITED BY SIZE INTO bkrpt-line
               WRITE bkrpt-line
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO bkrpt-line
           STRING "TTT RUN BACKOUT REPORT  RUN-ID=" ws-target-run-id
               "  RUN DATE " ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE ALL "-" TO bkrpt-line
           WRITE bkrpt-line.

      *    The run must be on the audit trail: its events name the
      *    job and the cycle date the backout needs, and a run-id the
      *    trail does not know is refused before anything is touched.
      *    A BKOUT event already naming this run-id means it has been
      *    backed out before; the rerun is allowed (it finds nothing
      *    left to remove) but the report says so.
       1000-TRACE-AUDIT.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               DISPLAY "TTTBKOUT: unable to open TTTAUD, status "
                   ws-aud-status " -- RUN CANNOT BE VERIFIED"
               CLOSE ttt-bkrpt
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-aud
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       PERFORM 1100-NOTE-AUDIT-EVENT
               END-READ
           END-PERFORM
           CLOSE ttt-aud

           IF ws-audit-event-count = 0 THEN
               MOVE SPACES TO bkrpt-line
               STRING "NO AUDIT EVENTS ON TRAIL FOR THIS RUN-ID -- "
                   "BACKOUT REFUSED"
                   DELIMITED BY SIZE INTO bkrpt-line
               WRITE bkrpt-line
               DISPLAY "TTTBKOUT: RUN-ID " ws-target-run-id
                   " NOT ON TTTAUD -- BACKOUT REFUSED"
               CLOSE ttt-bkrpt
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-prior-backout-sw = "Y" THEN
               MOVE SPACES TO bkrpt-line
               STRING "NOTE: THIS RUN WAS ALREADY BACKED OUT ON "
                   ws-prior-backout-date
                   " -- ONLY RECORDS STILL ON FILE ARE COUNTED"
                   DELIMITED BY SIZE INTO bkrpt-line
               WRITE bkrpt-line
           END-IF
           MOVE ALL "-" TO bkrpt-line
           WRITE bkrpt-line.

       1100-NOTE-AUDIT-EVENT.
           IF aud-event-type = "BKOUT"
                   AND aud-options(7:16) = ws-target-run-id THEN
               MOVE "Y" TO ws-prior-backout-sw
               MOVE aud-run-date TO ws-prior-backout-date
           END-IF
           IF aud-run-id NOT = ws-target-run-id THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-audit-event-count
           MOVE aud-job-name TO ws-target-job
           MOVE aud-run-date TO ws-target-date
           MOVE SPACES TO bkrpt-line
           STRING "AUDIT " aud-event-type
               " JOB=" aud-job-name
               " DATE=" aud-run-date
               " TIME=" aud-run-time
               " OUTCOME=" aud-outcome
               " POSITIONS=" aud-position-count
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line.

      *    The journal is copied forward without the run's records.
      *    A missing TTTHIST (already rotated away) backs out nothing
      *    here; the master pass below still finds the run's solves.
      *    Each of the run's records is also checked against the
      *    reject master: a reject its solve RESOLVED is reopened.
       2000-BACK-OUT-JOURNAL.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-hist
           IF ws-hist-status NOT = "00" THEN
               MOVE SPACES TO bkrpt-line
               STRING "TTTHIST NOT AVAILABLE (STATUS " ws-hist-status
                   ") -- JOURNAL NOT BACKED OUT"
                   DELIMITED BY SIZE INTO bkrpt-line
               WRITE bkrpt-line
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ttt-histn
           IF ws-histn-status NOT = "00" THEN
               DISPLAY "TTTBKOUT: unable to open TTTHISTN, status "
                   ws-histn-status
               CLOSE ttt-hist
               MOVE "N" TO ws-balanced-sw
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-hist
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       ADD 1 TO ws-hist-before
                       IF hist-run-id = ws-target-run-id THEN
                           ADD 1 TO ws-hist-run
                           PERFORM 2100-REOPEN-RESOLVED-REJECT
                       ELSE
                           MOVE hist-rec TO histn-rec
                           WRITE histn-rec
                           ADD 1 TO ws-hist-after
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-hist ttt-histn
           MOVE "Y" TO ws-histn-written-sw
           MOVE "TTTHIST" TO ws-audit-input-source
           MOVE ws-hist-run TO ws-audit-position-count
           PERFORM 0980-WRITE-BACKOUT-EVENT.

      *    TTTRJCL moved the reject to RESOLVED because this solve
      *    was on the journal; with the solve withdrawn the repaired
      *    record is back to being in flight.
       2100-REOPEN-RESOLVED-REJECT.
           IF ws-rjmst-avail-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE hist-game-id TO rjm-game-id
           MOVE hist-date-played TO rjm-date-played
           READ ttt-rjmst
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF rjm-status = "RESOLVED  " THEN
               MOVE "RECYCLED  " TO rjm-status
               MOVE cycle-date TO rjm-last-seen
               REWRITE rjm-rec
                   INVALID KEY
                       DISPLAY "TTTBKOUT: unable to reopen reject "
                           rjm-game-id " " rjm-date-played
                           ", status " ws-rjmst-status
                   NOT INVALID KEY
                       ADD 1 TO ws-rjm-unresolved
               END-REWRITE
           END-IF.

      *    Full scan of the master deleting what the run loaded, the
      *    same READ NEXT walk TTTHCHK uses.
       2500-BACK-OUT-MASTER.
           IF ws-hmast-avail-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-scan-done-sw
           MOVE LOW-VALUES TO hmast-key
           START ttt-hmast KEY NOT LESS THAN hmast-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-hmast NEXT
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       ADD 1 TO ws-hmast-before
                       IF hmast-run-id = ws-target-run-id THEN
                           PERFORM 2550-DELETE-MASTER-RECORD
                       END-IF
               END-READ
      *        A physical error on the scan sets a 9x status that
      *        AT END does not catch -- same guard as TTTINQ's browse.
               IF ws-scan-done-sw = "N"
                       AND ws-hmast-status NOT = "00" THEN
                   DISPLAY "TTTBKOUT: TTTHMAST scan ended on status "
                       ws-hmast-status
                   MOVE "Y" TO ws-scan-done-sw
                   MOVE "N" TO ws-balanced-sw
               END-IF
           END-PERFORM
           MOVE "TTTHMAST" TO ws-audit-input-source
           MOVE ws-hmast-deleted TO ws-audit-position-count
           PERFORM 0980-WRITE-BACKOUT-EVENT.

       2550-DELETE-MASTER-RECORD.
           DELETE ttt-hmast RECORD
               INVALID KEY
                   ADD 1 TO ws-hmast-error-count
                   DISPLAY "TTTBKOUT: unable to delete master key "
                       hmast-game-id " " hmast-date-played
                       ", status " ws-hmast-status
               NOT INVALID KEY
                   ADD 1 TO ws-hmast-deleted
                   PERFORM 2560-NOTE-DELETED-KEY
           END-DELETE.

       2560-NOTE-DELETED-KEY.
           IF ws-del-count < 2000 THEN
               ADD 1 TO ws-del-count
               MOVE hmast-game-id TO ws-del-game-id(ws-del-count)
               MOVE hmast-date-played TO ws-del-date(ws-del-count)
               MOVE "N" TO ws-del-image-sw(ws-del-count)
           ELSE
               MOVE "Y" TO ws-del-overflow-sw
           END-IF.

      *    A key this backout deleted that the backed-out journal
      *    still holds is a solve the bad run had replaced (TTTHLOAD's
      *    later-wins convention); the last surviving journal record
      *    for it goes back on, so TTTHCHK's probe of the journal
      *    finds every key it should.  Only the keys deleted here are
      *    restored -- a key missing for any other reason (purged
      *    under retention, never loaded) is not this backout's to
      *    put back.
       2700-RESTORE-UNCOVERED-KEYS.
           IF ws-hmast-avail-sw = "N" OR ws-hmast-deleted = 0 THEN
               COMPUTE ws-hmast-after =
                   ws-hmast-before - ws-hmast-deleted
               EXIT PARAGRAPH
           END-IF
           IF ws-del-overflow-sw = "Y" THEN
               MOVE SPACES TO bkrpt-line
               STRING "MORE THAN 2000 MASTER KEYS DELETED -- LATER "
                   "KEYS NOT CHECKED FOR A SURVIVING JOURNAL RECORD"
                   DELIMITED BY SIZE INTO bkrpt-line
               WRITE bkrpt-line
               MOVE "N" TO ws-balanced-sw
           END-IF
           MOVE "N" TO ws-scan-eof-sw
           IF ws-histn-written-sw = "Y" THEN
               OPEN INPUT ttt-histn
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-histn INTO hist-rec
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           PERFORM 2720-NOTE-SURVIVING-IMAGE
                   END-READ
               END-PERFORM
               CLOSE ttt-histn
           END-IF
           PERFORM VARYING del-idx FROM 1 BY 1
               UNTIL del-idx > ws-del-count
               IF ws-del-image-sw(del-idx) = "Y" THEN
                   MOVE ws-del-image(del-idx) TO hist-rec
                   PERFORM 2750-RESTORE-IF-UNCOVERED
               END-IF
           END-PERFORM
           COMPUTE ws-hmast-after =
               ws-hmast-before - ws-hmast-deleted + ws-hmast-restored.

      *    A later journal record of the same key replaces the image
      *    held, as a later record replaces the master's on a load.
       2720-NOTE-SURVIVING-IMAGE.
           MOVE "N" TO ws-del-found-sw
           PERFORM VARYING del-idx FROM 1 BY 1
               UNTIL del-idx > ws-del-count
                   OR ws-del-found-sw = "Y"
               IF ws-del-game-id(del-idx) = hist-game-id
                   AND ws-del-date(del-idx) = hist-date-played THEN
                   MOVE "Y" TO ws-del-found-sw
                   MOVE "Y" TO ws-del-image-sw(del-idx)
                   MOVE hist-rec TO ws-del-image(del-idx)
               END-IF
           END-PERFORM.

       2750-RESTORE-IF-UNCOVERED.
           MOVE hist-game-id TO hmast-game-id
           MOVE hist-date-played TO hmast-date-played
           MOVE hist-source-system-id TO hmast-alt-source
           MOVE hist-date-played TO hmast-alt-date
           MOVE hist-on-move TO hmast-on-move
           MOVE hist-board TO hmast-board
           MOVE hist-move-row TO hmast-move-row
           MOVE hist-move-col TO hmast-move-col
           MOVE hist-value TO hmast-value
           MOVE hist-outcome TO hmast-outcome
           MOVE hist-node-count TO hmast-node-count
           MOVE hist-source-system-id TO hmast-source-system-id
           MOVE hist-move-log-disp TO hmast-move-log-disp
           MOVE hist-board-size TO hmast-board-size
           MOVE hist-variant TO hmast-variant
           MOVE hist-bounded TO hmast-bounded
           MOVE hist-served-level TO hmast-served-level
           MOVE hist-served-value TO hmast-served-value
           MOVE hist-run-id TO hmast-run-id
           MOVE SPACE TO hmast-corr-status
           MOVE SPACES TO hmast-corr-reason
           MOVE 0 TO hmast-corr-date hmast-corr-ref-date
           WRITE hmast-rec
               INVALID KEY
                   ADD 1 TO ws-hmast-error-count
                   DISPLAY "TTTBKOUT: unable to restore master key "
                       hmast-game-id " " hmast-date-played
                       ", status " ws-hmast-status
               NOT INVALID KEY
                   ADD 1 TO ws-hmast-restored
           END-WRITE.

      *    Each of the run's rejects, against the reject master.  The
      *    key comes off the saved state image the way TTTRJLD built
      *    it.  Only an entry the run itself created -- still NEW,
      *    first and last seen on the run's cycle date -- is removed;
      *    anything older has a history of its own that the run did
      *    not write.
       3000-BACK-OUT-REJECTS.
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-rej
           IF ws-rej-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-scan-eof-sw = "Y"
               READ ttt-rej
                   AT END
                       MOVE "Y" TO ws-scan-eof-sw
                   NOT AT END
                       IF rej-run-id = ws-target-run-id THEN
                           ADD 1 TO ws-rej-run
                           PERFORM 3100-BACK-OUT-ONE-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-rej
           MOVE "TTTRJMST" TO ws-audit-input-source
           MOVE ws-rjm-removed TO ws-audit-position-count
           PERFORM 0980-WRITE-BACKOUT-EVENT.

       3100-BACK-OUT-ONE-REJECT.
           IF ws-rjmst-avail-sw = "N" THEN
               ADD 1 TO ws-rjm-absent
               EXIT PARAGRAPH
           END-IF
           MOVE rej-state-image TO state
           MOVE rej-game-id TO rjm-game-id
           MOVE date-played TO rjm-date-played
           READ ttt-rjmst
               INVALID KEY
                   ADD 1 TO ws-rjm-absent
                   EXIT PARAGRAPH
           END-READ
           IF rjm-status = "NEW       "
                   AND rjm-first-seen = ws-target-date
                   AND rjm-last-seen = ws-target-date THEN
               DELETE ttt-rjmst RECORD
                   INVALID KEY
                       ADD 1 TO ws-rjm-kept
                       DISPLAY "TTTBKOUT: unable to remove reject "
                           rjm-game-id " " rjm-date-played
                           ", status " ws-rjmst-status
                   NOT INVALID KEY
                       ADD 1 TO ws-rjm-removed
               END-DELETE
           ELSE
               ADD 1 TO ws-rjm-kept
           END-IF.

      *    Alerts already went to the feed owners; a withdrawal
      *    notice goes after them, in the same alert layout so
      *    TTTDIST routes it by source like any other alert.
       4000-WITHDRAW-ALERTS.
           OPEN OUTPUT ttt-altwd
           IF ws-altwd-status NOT = "00" THEN
               DISPLAY "TTTBKOUT: unable to open TTTALTWD, status "
                   ws-altwd-status
               MOVE "N" TO ws-balanced-sw
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-alrt1
           IF ws-alrt1-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-alrt1
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           IF alert-run-id = ws-target-run-id THEN
                               ADD 1 TO ws-alert-run
                               MOVE alert-rec TO altwd-rec
                               PERFORM 4100-WRITE-WITHDRAWAL
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
                           IF alrt2-run-id = ws-target-run-id THEN
                               ADD 1 TO ws-alert-run
                               MOVE alrt2-rec TO altwd-rec
                               PERFORM 4100-WRITE-WITHDRAWAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-alrt2
           END-IF
           CLOSE ttt-altwd
           MOVE "TTTALRT1/TTTALRT2" TO ws-audit-input-source
           MOVE ws-alert-withdrawn TO ws-audit-position-count
           PERFORM 0980-WRITE-BACKOUT-EVENT.

      *    The withdrawal carries the backout's own run-id, so the
      *    notice itself traces back to this job on TTTRUNRP.
       4100-WRITE-WITHDRAWAL.
           MOVE "WITHDRAWN" TO altwd-outcome
           MOVE ws-run-id TO altwd-run-id
           WRITE altwd-rec
           ADD 1 TO ws-alert-withdrawn.

      *    The same for the kiosk vendor: each of the run's responses
      *    re-issued with status "W" and the reason naming the run.
       5000-WITHDRAW-RESPONSES.
           OPEN OUTPUT ttt-rspwd
           IF ws-rspwd-status NOT = "00" THEN
               DISPLAY "TTTBKOUT: unable to open TTTRSPWD, status "
                   ws-rspwd-status
               MOVE "N" TO ws-balanced-sw
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-resp
           IF ws-resp-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-resp
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           MOVE resp-line TO kiosk-resp-rec
                           IF resp-run-id = ws-target-run-id THEN
                               ADD 1 TO ws-resp-run
                               PERFORM 5100-WRITE-WITHDRAWAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-resp
           END-IF
           CLOSE ttt-rspwd
           MOVE "TTTRESP" TO ws-audit-input-source
           MOVE ws-resp-withdrawn TO ws-audit-position-count
           PERFORM 0980-WRITE-BACKOUT-EVENT.

       5100-WRITE-WITHDRAWAL.
           MOVE "W" TO resp-status
           MOVE SPACES TO resp-reason
           STRING "WITHDRAWN -- RUN " ws-target-run-id
               " BACKED OUT"
               DELIMITED BY SIZE INTO resp-reason
           MOVE ws-run-id TO resp-run-id
           MOVE kiosk-resp-rec TO rspwd-line
           WRITE rspwd-line
           ADD 1 TO ws-resp-withdrawn.

      *    Before/after per file, then the balance against TTTRUNRP's
      *    own counts: every record the run wrote must be accounted
      *    for by a removal, a withdrawal notice, or (rejects only) a
      *    master entry the run did not create.
       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "TTTHIST   BEFORE=" ws-hist-before
               " RUN RECORDS=" ws-hist-run
               " REMOVED=" ws-hist-run
               " AFTER=" ws-hist-after
               " (NEW JOURNAL TTTHISTN)"
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "TTTHMAST  BEFORE=" ws-hmast-before
               " DELETED=" ws-hmast-deleted
               " RESTORED=" ws-hmast-restored
               " AFTER=" ws-hmast-after
               " ERRORS=" ws-hmast-error-count
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "TTTRJMST  RUN REJECTS=" ws-rej-run
               " REMOVED=" ws-rjm-removed
               " KEPT (PRIOR HISTORY)=" ws-rjm-kept
               " NOT ON MASTER=" ws-rjm-absent
               " REOPENED=" ws-rjm-unresolved
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "ALERTS    RUN RECORDS=" ws-alert-run
               " WITHDRAWN (TTTALTWD)=" ws-alert-withdrawn
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "TTTRESP   RUN RECORDS=" ws-resp-run
               " WITHDRAWN (TTTRSPWD)=" ws-resp-withdrawn
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line

           COMPUTE ws-rej-accounted =
               ws-rjm-removed + ws-rjm-kept + ws-rjm-absent
           IF ws-hist-before NOT = ws-hist-run + ws-hist-after
                   OR ws-hmast-error-count > 0
                   OR ws-rej-accounted NOT = ws-rej-run
                   OR ws-alert-withdrawn NOT = ws-alert-run
                   OR ws-resp-withdrawn NOT = ws-resp-run THEN
               MOVE "N" TO ws-balanced-sw
           END-IF
           IF ws-balanced-sw = "Y" THEN
               MOVE "YES" TO ws-balanced-lit
           ELSE
               MOVE "NO " TO ws-balanced-lit
           END-IF

           MOVE ALL "-" TO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "RECORDS WRITTEN BY RUN " ws-target-run-id
               " (JOB " ws-target-job "):"
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "  HISTORY=" ws-hist-run
               " REJECTS=" ws-rej-run
               " ALERTS=" ws-alert-run
               " RESPONSES=" ws-resp-run
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "RECORDS BACKED OUT:"
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "  HISTORY=" ws-hist-run
               " REJECTS=" ws-rej-accounted
               " ALERTS=" ws-alert-withdrawn
               " RESPONSES=" ws-resp-withdrawn
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line
           MOVE SPACES TO bkrpt-line
           STRING "BACKOUT BALANCED=" ws-balanced-lit
               DELIMITED BY SIZE INTO bkrpt-line
           WRITE bkrpt-line.

       0950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN ws-balanced-sw = "N"
                   MOVE 16 TO RETURN-CODE
                   MOVE "OUT-OF-BAL" TO ws-audit-outcome
               WHEN ws-hist-run + ws-hmast-deleted + ws-rej-run
                       + ws-alert-run + ws-resp-run = 0
                   MOVE 4 TO RETURN-CODE
                   MOVE "NOTHING   " TO ws-audit-outcome
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   MOVE "OK        " TO ws-audit-outcome
           END-EVALUATE.

      *    One BKOUT event per file backed out, between this run's
      *    BEGIN and END; the options field names the run withdrawn.
       0980-WRITE-BACKOUT-EVENT.
           MOVE "OK        " TO ws-audit-outcome
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "BKOUT"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       0975-WRITE-AUDIT-LOG.
           MOVE "PARM" TO ws-audit-input-source
           COMPUTE ws-audit-position-count =
               ws-hist-run + ws-hmast-deleted + ws-rej-accounted
               + ws-alert-withdrawn + ws-resp-withdrawn
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       END PROGRAM TTTBKOUT.
