       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTFRCRP.

      ******************************************************************
      *  Forced-run review.  PARM FORCE on TTT, TTTNITE or TTTPCONS
      *  is honored only under a rerun authorization entered ahead of
      *  time through TTTRRAUM (TTTRRAU, rrau.cpy), and each forced
      *  run stamps the authorization's id, FA=nnnnnn, on its BEGIN
      *  and END events.  This report reads them back for a range of
      *  cycle dates:
      *
      *      - every forced run, with the authorization it ran under:
      *        who approved it, when, why, and how the run ended (NO
      *        END for a run that abended or is still running); a run
      *        whose authorization is not on TTTRRAU for that job and
      *        cycle -- or, for a grant by partition, that partition's
      *        TTTINPn input -- is flagged
      *      - every refused attempt -- a PARM FORCE with no usable
      *        authorization, left on the trail as a batch REFUS
      *        event (NO AUTH, or EXPIRED) -- flagged
      *      - authorizations for cycles in the range that no run
      *        used: still OPEN, EXPIRED, or REVOKED, and by whom
      *
      *  PARM FROM=yyyymmdd,TO=yyyymmdd as TTTSECRP's; an absent or
      *  blank PARM reviews the cycle date only.  RETURN-CODE 4 when
      *  anything is flagged.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-rrau ASSIGN TO "TTTRRAU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rrau-status.
           SELECT ttt-frrpt ASSIGN TO "TTTFRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-frrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-rrau
           RECORDING MODE IS F.
       COPY rrau.

       FD  ttt-frrpt
           RECORDING MODE IS F.
       01 frrpt-line PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-rrau-status PIC XX VALUE SPACES.
       01 ws-frrpt-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-aud VALUE "Y".
       01 ws-rrau-eof-sw PIC X VALUE "N".

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-from-date PIC 9(8) VALUE 0.
       01 ws-to-date PIC 9(8) VALUE 0.
       01 ws-today PIC 9(8).

      *    The authorizations on file, loaded whole: a forced run in
      *    the range may be using one entered long before it.
       01 ws-au-tbl.
           05 ws-au-entry OCCURS 500 TIMES.
               10 ws-au-rec PIC X(150).
       01 ws-au-count PIC 9(4) COMP VALUE 0.
       01 ws-au-capacity PIC 9(4) COMP VALUE 500.
       01 au-idx PIC 9(4) COMP.
       01 ws-au-overflow-sw PIC X VALUE "N".

      *    The forced runs in the range, in trail order: each BEGIN
      *    carrying FA= opens an entry, its END (same run-id) closes
      *    it.
       01 ws-fr-tbl.
           05 ws-fr-entry OCCURS 300 TIMES.
               10 ws-fr-job PIC X(8).
               10 ws-fr-date PIC 9(8).
               10 ws-fr-time PIC 9(6).
               10 ws-fr-run-id PIC X(16).
               10 ws-fr-input-source PIC X(20).
               10 ws-fr-auth-id PIC 9(6).
               10 ws-fr-outcome PIC X(10).
               10 ws-fr-count PIC 9(9).
       01 ws-fr-count-used PIC 9(4) COMP VALUE 0.
       01 ws-fr-capacity PIC 9(4) COMP VALUE 300.
       01 fr-idx PIC 9(4) COMP.
       01 ws-fr-found-sw PIC X.
       01 ws-fr-overflow-sw PIC X VALUE "N".

       01 ws-tally PIC 9(4) COMP.
       01 ws-auth-id PIC 9(6).
       01 ws-auth-found-sw PIC X.
       01 ws-forced-job-sw PIC X.
       01 ws-list-status PIC X(8).
       01 ws-line-tag PIC X(30).
       01 ws-part-disp PIC X(7).
       01 ws-part-source PIC X(20).
       01 ws-section-title PIC X(60).
       01 ws-section-count PIC 9(6) COMP.

       01 ws-forced-total PIC 9(6) COMP VALUE 0.
       01 ws-refused-total PIC 9(6) COMP VALUE 0.
       01 ws-unused-total PIC 9(6) COMP VALUE 0.
       01 ws-flagged-total PIC 9(6) COMP VALUE 0.

       COPY cycdt.
       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       01 disp-count PIC 9(9).
       01 disp-forced-total PIC 9(6).
       01 disp-refused-total PIC 9(6).
       01 disp-unused-total PIC 9(6).
       01 disp-flagged-total PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           PERFORM 0050-PARSE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-LOAD-AUTHORIZATIONS
           PERFORM 0200-WRITE-HEADING

           PERFORM 1000-COLLECT-FORCED-RUNS
           PERFORM 2000-LIST-FORCED-RUNS
           PERFORM 3000-LIST-REFUSALS
           PERFORM 4000-LIST-UNUSED
           PERFORM 0900-WRITE-SUMMARY
           CLOSE ttt-frrpt
           STOP RUN.

      *    PARM format is FROM=yyyymmdd,TO=yyyymmdd (fixed positions,
      *    TTTAUDRP's format).  An absent or blank PARM reviews the
      *    cycle date only.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:5) = "FROM=" AND ws-parm(15:3) = "TO=" THEN
               MOVE ws-parm(6:8) TO ws-from-date
               MOVE ws-parm(18:8) TO ws-to-date
           ELSE
               MOVE cycle-date TO ws-from-date
               MOVE ws-from-date TO ws-to-date
           END-IF
           IF ws-to-date < ws-from-date THEN
               DISPLAY "TTTFRCRP: TO DATE BEFORE FROM DATE"
               STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               DISPLAY "TTTFRCRP: unable to open TTTAUD, status "
                   ws-aud-status
               STOP RUN
           END-IF
           CLOSE ttt-aud

           OPEN OUTPUT ttt-frrpt
           IF ws-frrpt-status NOT = "00" THEN
               DISPLAY "TTTFRCRP: unable to open TTTFRRPT, status "
                   ws-frrpt-status
               STOP RUN
           END-IF.

      *    No TTTRRAU means no authorization was ever entered: every
      *    forced run on the trail is then flagged.
       0150-LOAD-AUTHORIZATIONS.
           OPEN INPUT ttt-rrau
           IF ws-rrau-status NOT = "00" THEN
               DISPLAY "TTTFRCRP: NO TTTRRAU (STATUS " ws-rrau-status
                   ") -- NO RERUN AUTHORIZATIONS ON FILE"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-rrau-eof-sw
           PERFORM UNTIL ws-rrau-eof-sw = "Y"
               READ ttt-rrau
                   AT END
                       MOVE "Y" TO ws-rrau-eof-sw
                   NOT AT END
                       IF ws-au-count < ws-au-capacity THEN
                           ADD 1 TO ws-au-count
                           MOVE rrau-rec TO ws-au-rec(ws-au-count)
                       ELSE
                           MOVE "Y" TO ws-au-overflow-sw
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-rrau
           IF ws-au-overflow-sw = "Y" THEN
               DISPLAY "TTTFRCRP: MORE THAN 500 AUTHORIZATIONS ON "
                   "TTTRRAU -- THE REST NOT REPORTED"
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO frrpt-line
           STRING "TTT FORCED-RUN REVIEW  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO frrpt-line
           WRITE frrpt-line
           MOVE SPACES TO frrpt-line
           STRING "RANGE FROM=" ws-from-date " TO=" ws-to-date
               DELIMITED BY SIZE INTO frrpt-line
           WRITE frrpt-line.

       0300-OPEN-TRAIL.
           MOVE "N" TO ws-eof-sw
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               SET end-of-aud TO TRUE
           END-IF.

       0400-READ-NEXT.
           READ ttt-aud
               AT END SET end-of-aud TO TRUE
           END-READ.

      *    Section heading with a separator line above it.
       0500-WRITE-SECTION-HEAD.
           MOVE ALL "-" TO frrpt-line
           WRITE frrpt-line
           MOVE SPACES TO frrpt-line
           MOVE ws-section-title TO frrpt-line
           WRITE frrpt-line
           MOVE 0 TO ws-section-count.

       0550-WRITE-NONE-IF-EMPTY.
           IF ws-section-count = 0 THEN
               MOVE SPACES TO frrpt-line
               STRING "  NONE" DELIMITED BY SIZE INTO frrpt-line
               WRITE frrpt-line
           END-IF.

      *    The jobs that take PARM FORCE.
       0600-CHECK-FORCED-JOB.
           MOVE "N" TO ws-forced-job-sw
           IF aud-job-name = "TTT" OR aud-job-name = "TTTNITE"
                   OR aud-job-name = "TTTPCONS" THEN
               MOVE "Y" TO ws-forced-job-sw
           END-IF.

      *    Finds authorization ws-auth-id in the table, loading
      *    rrau-rec with it; au-idx 0 when it is not on file.
       0700-FIND-AUTHORIZATION.
           MOVE "N" TO ws-auth-found-sw
           PERFORM VARYING au-idx FROM 1 BY 1
               UNTIL au-idx > ws-au-count OR ws-auth-found-sw = "Y"
               IF ws-au-rec(au-idx)(1:6) = ws-auth-id THEN
                   MOVE "Y" TO ws-auth-found-sw
               END-IF
           END-PERFORM
           IF ws-auth-found-sw = "Y" THEN
               SUBTRACT 1 FROM au-idx
               MOVE ws-au-rec(au-idx) TO rrau-rec
           ELSE
               MOVE 0 TO au-idx
           END-IF.

      *    rrau-rec's partition, " PART=n", and the input source a
      *    run of that partition reads; spaces for a grant that is
      *    not by partition.
       0750-SET-PART-DISP.
           MOVE SPACES TO ws-part-disp ws-part-source
           IF rrau-partition NOT = SPACE THEN
               STRING " PART=" rrau-partition
                   DELIMITED BY SIZE INTO ws-part-disp
               STRING "TTTINP" rrau-partition
                   DELIMITED BY SIZE INTO ws-part-source
           END-IF.

      ******************************************************************
      *  Collect pass: the BEGIN and END events of forced runs in the
      *  range.  The authorization's id follows "FA=" in the options
      *  echo, where each job puts it after its own options.
      ******************************************************************
       1000-COLLECT-FORCED-RUNS.
           PERFORM 0300-OPEN-TRAIL
           PERFORM 0400-READ-NEXT
           PERFORM UNTIL end-of-aud
               PERFORM 0600-CHECK-FORCED-JOB
               IF ws-forced-job-sw = "Y"
                       AND (aud-event-type = "BEGIN"
                           OR aud-event-type = "END  ")
                       AND aud-run-date NOT < ws-from-date
                       AND aud-run-date NOT > ws-to-date THEN
                   PERFORM 1100-NOTE-EVENT
               END-IF
               PERFORM 0400-READ-NEXT
           END-PERFORM
           CLOSE ttt-aud
           IF ws-fr-overflow-sw = "Y" THEN
               DISPLAY "TTTFRCRP: MORE THAN 300 FORCED RUNS IN THE "
                   "RANGE -- THE REST NOT REPORTED"
           END-IF.

       1100-NOTE-EVENT.
           MOVE 0 TO ws-tally
           INSPECT aud-options TALLYING ws-tally
               FOR CHARACTERS BEFORE INITIAL "FA="
           IF ws-tally > 51 THEN
               EXIT PARAGRAPH
           END-IF
           IF aud-options(ws-tally + 4:6) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE aud-options(ws-tally + 4:6) TO ws-auth-id
           MOVE "N" TO ws-fr-found-sw
           PERFORM VARYING fr-idx FROM 1 BY 1
               UNTIL fr-idx > ws-fr-count-used OR ws-fr-found-sw = "Y"
               IF ws-fr-run-id(fr-idx) = aud-run-id THEN
                   MOVE "Y" TO ws-fr-found-sw
               END-IF
           END-PERFORM
           IF ws-fr-found-sw = "Y" THEN
               SUBTRACT 1 FROM fr-idx
           ELSE
               IF ws-fr-count-used >= ws-fr-capacity THEN
                   MOVE "Y" TO ws-fr-overflow-sw
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-fr-count-used
               MOVE ws-fr-count-used TO fr-idx
               MOVE aud-job-name TO ws-fr-job(fr-idx)
               MOVE aud-run-date TO ws-fr-date(fr-idx)
               MOVE aud-run-time TO ws-fr-time(fr-idx)
               MOVE aud-run-id TO ws-fr-run-id(fr-idx)
               MOVE aud-input-source TO ws-fr-input-source(fr-idx)
               MOVE ws-auth-id TO ws-fr-auth-id(fr-idx)
               MOVE "NO END" TO ws-fr-outcome(fr-idx)
               MOVE 0 TO ws-fr-count(fr-idx)
           END-IF
           IF aud-event-type = "END  " THEN
               MOVE aud-outcome TO ws-fr-outcome(fr-idx)
               MOVE aud-position-count TO ws-fr-count(fr-idx)
           END-IF.

      ******************************************************************
      *  Forced runs: the run, then the authorization it ran under.
      ******************************************************************
       2000-LIST-FORCED-RUNS.
           MOVE "FORCED RUNS AND THEIR AUTHORIZATIONS:"
               TO ws-section-title
           PERFORM 0500-WRITE-SECTION-HEAD
           PERFORM VARYING fr-idx FROM 1 BY 1
               UNTIL fr-idx > ws-fr-count-used
               PERFORM 2100-LIST-FORCED-RUN
           END-PERFORM
           PERFORM 0550-WRITE-NONE-IF-EMPTY.

       2100-LIST-FORCED-RUN.
           ADD 1 TO ws-section-count
           ADD 1 TO ws-forced-total
           MOVE ws-fr-auth-id(fr-idx) TO ws-auth-id
           PERFORM 0700-FIND-AUTHORIZATION
           PERFORM 0750-SET-PART-DISP
           MOVE SPACES TO ws-line-tag
           EVALUATE TRUE
               WHEN au-idx = 0
                   MOVE "*** NOT ON TTTRRAU" TO ws-line-tag
               WHEN rrau-job-name NOT = ws-fr-job(fr-idx)
                       OR rrau-cycle-date NOT = ws-fr-date(fr-idx)
                   MOVE "*** FOR ANOTHER JOB OR CYCLE" TO ws-line-tag
      *        A partition's grant covers its own TTTINPn input only.
               WHEN rrau-partition NOT = SPACE
                       AND ws-fr-input-source(fr-idx)
                           NOT = ws-part-source
                   MOVE "*** FOR ANOTHER PARTITION" TO ws-line-tag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ws-line-tag NOT = SPACES THEN
               ADD 1 TO ws-flagged-total
           END-IF
           MOVE ws-fr-count(fr-idx) TO disp-count
           MOVE SPACES TO frrpt-line
           STRING "  CYCLE=" ws-fr-date(fr-idx)
               " TIME=" ws-fr-time(fr-idx)
               " JOB=" ws-fr-job(fr-idx)
               " INPUT=" ws-fr-input-source(fr-idx)
               " RUN=" ws-fr-run-id(fr-idx)
               " OUTCOME=" ws-fr-outcome(fr-idx)
               " COUNT=" disp-count
               DELIMITED BY SIZE INTO frrpt-line
           WRITE frrpt-line
           MOVE SPACES TO frrpt-line
           IF au-idx = 0 THEN
               STRING "      AUTHORIZATION=" ws-auth-id
                   " " ws-line-tag
                   DELIMITED BY SIZE INTO frrpt-line
               WRITE frrpt-line
               EXIT PARAGRAPH
           END-IF
           STRING "      AUTHORIZATION=" rrau-id
               " APPROVER=" rrau-approver
               " ENTERED=" rrau-entered-date "-" rrau-entered-time
               " EXPIRES=" rrau-expiry-date
               " FOR " rrau-job-name " " rrau-cycle-date
               ws-part-disp
               DELIMITED BY SIZE INTO frrpt-line
           WRITE frrpt-line
      *    The tag rides on the reason line; the authorization line
      *    has no room left for it.
           MOVE SPACES TO frrpt-line
           STRING "      REASON=" rrau-reason
               " " ws-line-tag
               DELIMITED BY SIZE INTO frrpt-line
           WRITE frrpt-line.

      ******************************************************************
      *  Refused attempts: a batch REFUS carries no operator (a
      *  console sign-on refusal does, and TTTSECRP reports those).
      ******************************************************************
       3000-LIST-REFUSALS.
           MOVE "*** REFUSED PARM FORCE ATTEMPTS:" TO ws-section-title
           PERFORM 0500-WRITE-SECTION-HEAD
           PERFORM 0300-OPEN-TRAIL
           PERFORM 0400-READ-NEXT
           PERFORM UNTIL end-of-aud
               PERFORM 0600-CHECK-FORCED-JOB
               IF ws-forced-job-sw = "Y"
                       AND aud-event-type = "REFUS"
                       AND aud-operator = SPACES
                       AND aud-run-date NOT < ws-from-date
                       AND aud-run-date NOT > ws-to-date THEN
                   ADD 1 TO ws-section-count
                   ADD 1 TO ws-refused-total
                   ADD 1 TO ws-flagged-total
                   MOVE SPACES TO frrpt-line
                   STRING "  CYCLE=" aud-run-date
                       " TIME=" aud-run-time
                       " JOB=" aud-job-name
                       " INPUT=" aud-input-source
                       " REASON=" aud-outcome
                       " *** REFUSED"
                       DELIMITED BY SIZE INTO frrpt-line
                   WRITE frrpt-line
               END-IF
               PERFORM 0400-READ-NEXT
           END-PERFORM
           CLOSE ttt-aud
           PERFORM 0550-WRITE-NONE-IF-EMPTY.

      ******************************************************************
      *  Authorizations for cycles in the range that no run used.
      ******************************************************************
       4000-LIST-UNUSED.
           MOVE "AUTHORIZATIONS NOT USED:" TO ws-section-title
           PERFORM 0500-WRITE-SECTION-HEAD
           PERFORM VARYING au-idx FROM 1 BY 1
               UNTIL au-idx > ws-au-count
               MOVE ws-au-rec(au-idx) TO rrau-rec
               IF NOT rrau-used
                       AND rrau-cycle-date NOT < ws-from-date
                       AND rrau-cycle-date NOT > ws-to-date THEN
                   PERFORM 4100-LIST-UNUSED-ENTRY
               END-IF
           END-PERFORM
           PERFORM 0550-WRITE-NONE-IF-EMPTY.

       4100-LIST-UNUSED-ENTRY.
           ADD 1 TO ws-section-count
           ADD 1 TO ws-unused-total
           MOVE rrau-status TO ws-list-status
           IF rrau-open AND rrau-expiry-date < ws-today THEN
               MOVE "EXPIRED" TO ws-list-status
           END-IF
           MOVE SPACES TO ws-line-tag
           IF rrau-revoked THEN
               STRING "BY " rrau-closed-by " ON " rrau-closed-date
                   DELIMITED BY SIZE INTO ws-line-tag
           END-IF
           MOVE SPACES TO frrpt-line
           PERFORM 0750-SET-PART-DISP
           STRING "  AUTHORIZATION=" rrau-id
               " JOB=" rrau-job-name
               " CYCLE=" rrau-cycle-date
               ws-part-disp
               " APPROVER=" rrau-approver
               " EXPIRES=" rrau-expiry-date
               " " ws-list-status
               " " ws-line-tag
               DELIMITED BY SIZE INTO frrpt-line
           WRITE frrpt-line
           MOVE SPACES TO frrpt-line
           STRING "      REASON=" rrau-reason
               DELIMITED BY SIZE INTO frrpt-line
           WRITE frrpt-line.

      *    RETURN-CODE 4 when anything is flagged -- a refused
      *    attempt, or a forced run whose authorization does not
      *    check out -- the TTTAUDRP convention for missed runs.
       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO frrpt-line
           WRITE frrpt-line
           MOVE ws-forced-total TO disp-forced-total
           MOVE ws-refused-total TO disp-refused-total
           MOVE ws-unused-total TO disp-unused-total
           MOVE ws-flagged-total TO disp-flagged-total
           MOVE SPACES TO frrpt-line
           STRING "FORCED RUNS=" disp-forced-total
               " REFUSED=" disp-refused-total
               " UNUSED AUTHORIZATIONS=" disp-unused-total
               " FLAGGED=" disp-flagged-total
               DELIMITED BY SIZE INTO frrpt-line
           WRITE frrpt-line
           IF ws-flagged-total > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM TTTFRCRP.
