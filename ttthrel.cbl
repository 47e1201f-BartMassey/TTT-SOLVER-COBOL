       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTHREL.

      ******************************************************************
      *  Hold-queue release transaction.  Console-driven (ACCEPT/
      *  DISPLAY, TTTMAINT style) against TTTHOLD, the records TTTEDIT
      *  kept out of TTTIN because their source had already sent its
      *  daily quota (see hold.cpy):
      *
      *      LIST                  open batches (HELD or RELEASED), one
      *                            line each
      *      LIST ALL              every batch on the queue, delivered
      *                            and purged ones included
      *      RELEASE id yyyymmdd   release a batch into that cycle --
      *                            TTTEDIT delivers it to TTTIN on the
      *                            first edit run of (or after) it
      *      PURGE id              discard a batch; it is never
      *                            delivered
      *      QUIT                  end the session
      *
      *  The release cycle must be a real date, later than the cycle
      *  the batch was held under, not before the current cycle, and
      *  not a TTTCAL non-processing date.  Either action is allowed
      *  while the batch is HELD or RELEASED (a release may be moved
      *  to another cycle); a DELIVERED or PURGED batch is final.
      *  Releasing overrides the source's contract, so the session
      *  needs REPAIR authority (or MAINTAIN) like TTTREWRK, and every
      *  release and purge is written to the audit trail on its own
      *  -- RLEAS and PURGE events, hold-id, source, and cycle in
      *  aud-options -- for TTTSECRP's security review.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-hold ASSIGN TO "TTTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hold-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-hold
           RECORDING MODE IS F.
       COPY hold.

       WORKING-STORAGE SECTION.
       COPY cycdt.
       COPY sitecal.

       01 ws-audit-job-name PIC X(8) VALUE "TTTHREL".
       01 ws-audit-input-source PIC X(20) VALUE "CONSOLE".
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
      *    Console sign-on: the operator's id and the authority level
      *    their TTTOPER profile grants (see operauth.cbl).
       01 ws-authority PIC X(8) VALUE SPACES.
       01 ws-oper-found-sw PIC X VALUE "N".

       01 ws-hold-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X.
           88 end-of-hold VALUE "Y".

       01 ws-resp PIC X(60).
       01 ws-quit-sw PIC X VALUE "N".
       01 ws-verb PIC X(8).
       01 ws-arg-1 PIC X(18).
       01 ws-arg-2 PIC X(8).

      *    The batch a RELEASE or PURGE names, as found on the queue.
       01 ws-batch-id PIC X(18).
       01 ws-batch-found-sw PIC X.
       01 ws-batch-open-count PIC 9(9) COMP.
       01 ws-batch-closed-count PIC 9(9) COMP.
       01 ws-batch-source PIC X(8).
       01 ws-batch-cycle PIC 9(8).
       01 ws-batch-status PIC X(9).
       01 ws-release-cycle PIC 9(8).
       01 ws-date-int PIC 9(9) COMP.
       01 ws-dark-sw PIC X.
       01 ws-dark-reason PIC X(8).
       01 cal-idx PIC 9(4) COMP.
       01 ws-new-status PIC X(9).
       01 ws-updated-count PIC 9(9) COMP.

      *    LIST groups the consecutive records of one batch (TTTEDIT
      *    appends a batch's held records together).
       01 ws-list-all-sw PIC X.
       01 ws-grp-id PIC X(18).
       01 ws-grp-source PIC X(8).
       01 ws-grp-cycle PIC 9(8).
       01 ws-grp-status PIC X(9).
       01 ws-grp-release-cycle PIC 9(8).
       01 ws-grp-count PIC 9(9) COMP.
       01 ws-listed-count PIC 9(9) COMP.

       01 ws-action-count PIC 9(9) COMP VALUE 0.

      *    Each release or purge is recorded on the audit trail on its
      *    own (see audit.cpy): RLEAS or PURGE, the records affected in
      *    aud-position-count.
       01 ws-act-source PIC X(20).
       01 ws-act-outcome PIC X(10).
       01 ws-act-event-type PIC X(5).
       01 ws-act-options PIC X(60).
      *    The cycle released into, or for a purge the cycle held
      *    under.
       01 ws-act-cycle PIC 9(8).

       01 disp-count PIC 9(9).
       01 disp-release-cycle PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON
           PERFORM 0060-WRITE-BEGIN-AUDIT
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           CALL "SiteCal" USING
             BY REFERENCE site-calendar
           PERFORM UNTIL ws-quit-sw = "Y"
               PERFORM 0100-GET-COMMAND
           END-PERFORM
           PERFORM 0975-WRITE-AUDIT-LOG
           STOP RUN.

      *    Sign-on before anything else: an operator the TTTOPER
      *    profile file does not know is refused the session, and so
      *    is one whose profile is below REPAIR -- a release puts
      *    records into production past the source's quota.
       0050-SIGN-ON.
           DISPLAY "TTTHREL -- OPERATOR ID: "
           ACCEPT ws-operator-id
           CALL "OperAuth" USING
             BY REFERENCE ws-operator-id
             BY REFERENCE ws-authority
             BY REFERENCE ws-oper-found-sw
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTHREL: OPERATOR " ws-operator-id
                   " NOT ON TTTOPER -- SESSION REFUSED"
               MOVE "NO PROFILE" TO ws-audit-outcome
               PERFORM 0055-WRITE-REFUSAL-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-oper-found-sw = "Y"
                   AND ws-authority NOT = "REPAIR  "
                   AND ws-authority NOT = "MAINTAIN" THEN
               DISPLAY "TTTHREL: OPERATOR " ws-operator-id
                   " HOLDS " ws-authority
                   " -- REPAIR AUTHORITY REQUIRED, SESSION REFUSED"
               MOVE "AUTHORITY " TO ws-audit-outcome
               PERFORM 0055-WRITE-REFUSAL-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A refused sign-on leaves its own trace on the audit trail:
      *    one REFUS event carrying the id that was keyed and why
      *    (NO PROFILE, or AUTHORITY below what this transaction
      *    needs), for TTTSECRP's security review.
       0055-WRITE-REFUSAL-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE SPACES TO ws-run-id
           STRING "TT" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "REFUS"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

      *    A begin event on the audit trail before any input is
      *    touched, same convention as the other console sessions.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TT" FUNCTION CURRENT-DATE(1:14)
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

       0100-GET-COMMAND.
           DISPLAY "TTTHREL -- LIST [ALL], RELEASE hold-id yyyymmdd, "
               "PURGE hold-id, OR QUIT"
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE SPACES TO ws-verb ws-arg-1 ws-arg-2
           UNSTRING ws-resp DELIMITED BY ALL SPACE
               INTO ws-verb ws-arg-1 ws-arg-2
           END-UNSTRING
           EVALUATE ws-verb
               WHEN "QUIT"
               WHEN "Q"
                   MOVE "Y" TO ws-quit-sw
               WHEN "LIST"
                   MOVE "N" TO ws-list-all-sw
                   IF ws-arg-1 = "ALL" THEN
                       MOVE "Y" TO ws-list-all-sw
                   END-IF
                   PERFORM 1000-LIST-QUEUE
               WHEN "RELEASE"
                   PERFORM 2000-RELEASE-BATCH
               WHEN "PURGE"
                   PERFORM 3000-PURGE-BATCH
               WHEN OTHER
                   DISPLAY "NO SUCH COMMAND"
           END-EVALUATE.

      ******************************************************************
      *  LIST: one line per batch, in queue order.
      ******************************************************************
       1000-LIST-QUEUE.
           MOVE 0 TO ws-listed-count
           OPEN INPUT ttt-hold
           IF ws-hold-status = "35" THEN
               DISPLAY "HOLD QUEUE IS EMPTY -- NO TTTHOLD"
               EXIT PARAGRAPH
           END-IF
           IF ws-hold-status NOT = "00" THEN
               DISPLAY "TTTHREL: unable to open TTTHOLD, status "
                   ws-hold-status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-grp-id
           MOVE 0 TO ws-grp-count
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-hold
               READ ttt-hold
                   AT END
                       SET end-of-hold TO TRUE
                   NOT AT END
                       IF hold-id NOT = ws-grp-id THEN
                           PERFORM 1100-LIST-GROUP
                           MOVE hold-id TO ws-grp-id
                           MOVE hold-source-system-id TO ws-grp-source
                           MOVE hold-cycle-date TO ws-grp-cycle
                           MOVE hold-status TO ws-grp-status
                           MOVE hold-release-cycle
                               TO ws-grp-release-cycle
                           MOVE 0 TO ws-grp-count
                       END-IF
                       ADD 1 TO ws-grp-count
               END-READ
           END-PERFORM
           PERFORM 1100-LIST-GROUP
           CLOSE ttt-hold
           MOVE ws-listed-count TO disp-count
           DISPLAY "BATCHES LISTED=" disp-count.

       1100-LIST-GROUP.
           IF ws-grp-count = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-list-all-sw = "N"
                   AND ws-grp-status NOT = "HELD"
                   AND ws-grp-status NOT = "RELEASED" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-listed-count
           MOVE ws-grp-count TO disp-count
           IF ws-grp-release-cycle = 0 THEN
               MOVE SPACES TO disp-release-cycle
           ELSE
               MOVE ws-grp-release-cycle TO disp-release-cycle
           END-IF
           DISPLAY ws-grp-id " SOURCE=" ws-grp-source
               " HELD " ws-grp-cycle
               " RECORDS=" disp-count
               " " ws-grp-status
               " " disp-release-cycle.

      ******************************************************************
      *  Finding a batch: how many of its records are still open (HELD
      *  or RELEASED) and how many are final, and its source, held
      *  cycle, and status.
      ******************************************************************
       1500-FIND-BATCH.
           MOVE "N" TO ws-batch-found-sw
           MOVE 0 TO ws-batch-open-count ws-batch-closed-count
           MOVE SPACES TO ws-batch-source ws-batch-status
           MOVE 0 TO ws-batch-cycle
           MOVE ws-arg-1 TO ws-batch-id
           OPEN INPUT ttt-hold
           IF ws-hold-status = "35" THEN
               DISPLAY "HOLD QUEUE IS EMPTY -- NO TTTHOLD"
               EXIT PARAGRAPH
           END-IF
           IF ws-hold-status NOT = "00" THEN
               DISPLAY "TTTHREL: unable to open TTTHOLD, status "
                   ws-hold-status
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-hold
               READ ttt-hold
                   AT END
                       SET end-of-hold TO TRUE
                   NOT AT END
                       IF hold-id = ws-batch-id THEN
                           MOVE "Y" TO ws-batch-found-sw
                           MOVE hold-source-system-id
                               TO ws-batch-source
                           MOVE hold-cycle-date TO ws-batch-cycle
                           MOVE hold-status TO ws-batch-status
                           IF hold-held OR hold-released THEN
                               ADD 1 TO ws-batch-open-count
                           ELSE
                               ADD 1 TO ws-batch-closed-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-hold
           IF ws-batch-found-sw = "N" THEN
               DISPLAY "NO BATCH " ws-batch-id " ON TTTHOLD"
               EXIT PARAGRAPH
           END-IF
           IF ws-batch-open-count = 0 THEN
               DISPLAY "BATCH " ws-batch-id " IS " ws-batch-status
                   " -- NO FURTHER ACTION ALLOWED"
               MOVE "N" TO ws-batch-found-sw
           END-IF.

      ******************************************************************
      *  RELEASE id yyyymmdd.
      ******************************************************************
       2000-RELEASE-BATCH.
           IF ws-arg-1 = SPACES OR ws-arg-2 = SPACES THEN
               DISPLAY "RELEASE NEEDS A HOLD-ID AND A CYCLE DATE"
               EXIT PARAGRAPH
           END-IF
           IF ws-arg-2 IS NOT NUMERIC THEN
               DISPLAY "RELEASE CYCLE " ws-arg-2 " NOT YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-arg-2 TO ws-release-cycle
      *    INTEGER-OF-DATE returns 0 for anything that is not a real
      *    calendar date (the TTTCYCST check).
           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-release-cycle)
           IF ws-date-int = 0 THEN
               DISPLAY "RELEASE CYCLE " ws-arg-2
                   " IS NOT A REAL CALENDAR DATE"
               EXIT PARAGRAPH
           END-IF
           IF ws-release-cycle < cycle-date THEN
               DISPLAY "RELEASE CYCLE " ws-release-cycle
                   " IS BEFORE THE CURRENT CYCLE " cycle-date
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-CHECK-DARK-DATE
           IF ws-dark-sw = "Y" THEN
               DISPLAY "RELEASE CYCLE " ws-release-cycle
                   " IS A NON-PROCESSING DATE (" ws-dark-reason ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM 1500-FIND-BATCH
           IF ws-batch-found-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-release-cycle NOT > ws-batch-cycle THEN
               DISPLAY "RELEASE CYCLE MUST BE LATER THAN THE HELD "
                   "CYCLE " ws-batch-cycle
               EXIT PARAGRAPH
           END-IF

           MOVE "RELEASED" TO ws-new-status
           PERFORM 4000-UPDATE-BATCH
           MOVE ws-updated-count TO disp-count
           DISPLAY "BATCH " ws-batch-id " RELEASED INTO CYCLE "
               ws-release-cycle " -- RECORDS=" disp-count
           MOVE ws-release-cycle TO ws-act-cycle
           MOVE "RELEASE HOLD" TO ws-act-source
           MOVE "RLEAS" TO ws-act-event-type
           PERFORM 4500-WRITE-ACTION-AUDIT.

       2100-CHECK-DARK-DATE.
           MOVE "N" TO ws-dark-sw
           MOVE SPACES TO ws-dark-reason
           PERFORM VARYING cal-idx FROM 1 BY 1
               UNTIL cal-idx > cal-count OR ws-dark-sw = "Y"
               IF cal-date(cal-idx) = ws-release-cycle THEN
                   MOVE "Y" TO ws-dark-sw
                   MOVE cal-reason(cal-idx) TO ws-dark-reason
               END-IF
           END-PERFORM.

      ******************************************************************
      *  PURGE id -- confirmed first, since it cannot be undone.
      ******************************************************************
       3000-PURGE-BATCH.
           IF ws-arg-1 = SPACES THEN
               DISPLAY "PURGE NEEDS A HOLD-ID"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1500-FIND-BATCH
           IF ws-batch-found-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ws-batch-open-count TO disp-count
           DISPLAY "PURGE " disp-count " RECORDS OF BATCH "
               ws-batch-id " FROM " ws-batch-source "? (Y/N)"
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp(1:1) NOT = "Y" AND ws-resp(1:1) NOT = "y" THEN
               DISPLAY "PURGE CANCELLED"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ws-release-cycle
           MOVE "PURGED" TO ws-new-status
           PERFORM 4000-UPDATE-BATCH
           MOVE ws-updated-count TO disp-count
           DISPLAY "BATCH " ws-batch-id " PURGED -- RECORDS="
               disp-count
           MOVE ws-batch-cycle TO ws-act-cycle
           MOVE "PURGE HOLD" TO ws-act-source
           MOVE "PURGE" TO ws-act-event-type
           PERFORM 4500-WRITE-ACTION-AUDIT.

      ******************************************************************
      *  Rewriting the batch's open records in place.
      ******************************************************************
       4000-UPDATE-BATCH.
           MOVE 0 TO ws-updated-count
           OPEN I-O ttt-hold
           IF ws-hold-status NOT = "00" THEN
               DISPLAY "TTTHREL: unable to open TTTHOLD for update, "
                   "status " ws-hold-status
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-hold
               READ ttt-hold
                   AT END
                       SET end-of-hold TO TRUE
                   NOT AT END
                       IF hold-id = ws-batch-id
                               AND (hold-held OR hold-released) THEN
                           MOVE ws-new-status TO hold-status
                           MOVE ws-release-cycle TO hold-release-cycle
                           MOVE ws-operator-id TO hold-operator
                           REWRITE hold-rec
                           IF ws-hold-status NOT = "00" THEN
                               DISPLAY "TTTHREL: REWRITE FAILED, "
                                   "status " ws-hold-status
                           ELSE
                               ADD 1 TO ws-updated-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-hold.

      *    The records changed ride aud-position-count.
       4500-WRITE-ACTION-AUDIT.
           ADD 1 TO ws-action-count
           MOVE "OK        " TO ws-act-outcome
           MOVE SPACES TO ws-act-options
           STRING "HOLD=" ws-batch-id
               " SOURCE=" ws-batch-source
               " CYCLE=" ws-act-cycle
               DELIMITED BY SIZE INTO ws-act-options
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-act-source
             BY REFERENCE ws-updated-count
             BY REFERENCE ws-act-outcome
             BY REFERENCE ws-act-event-type
             BY REFERENCE ws-run-id
             BY REFERENCE ws-act-options
             BY REFERENCE ws-operator-id.

      *    One END record per session; the count is the releases and
      *    purges carried out.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-action-count TO ws-audit-position-count
           MOVE "OK        " TO ws-audit-outcome
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       END PROGRAM TTTHREL.
