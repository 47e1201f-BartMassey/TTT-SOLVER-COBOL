       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRRAUM.

      ******************************************************************
      *  Rerun authorization transaction.  Console-driven (ACCEPT/
      *  DISPLAY, TTTMAINT style) against TTTRRAU, the approvals a
      *  PARM FORCE run of TTT, TTTNITE or TTTPCONS must find before
      *  the run-once guard lets it through (see rrau.cpy and
      *  rrauth.cbl):
      *
      *      LIST                       open authorizations, one line
      *                                 each
      *      LIST ALL                   every authorization on file,
      *                                 used and revoked included
      *      GRANT job yyyymmdd [expiry] [PART=n]
      *                                 authorize one forced run of
      *                                 the job for that cycle -- with
      *                                 PART=n, of TTT PARTITION=n
      *                                 only; the reason (up to 40
      *                                 characters) is asked for next
      *      REVOKE id                  withdraw an open authorization
      *      QUIT                       end the session
      *
      *  The cycle must be a real date no later than the current
      *  cycle; the expiry, the last calendar day the authorization
      *  may be used, defaults to today and may not be before it.  A
      *  job and cycle (and partition) with an open, unexpired
      *  authorization already cannot be granted another -- each one
      *  authorizes one run.  A forced partitioned TTT cycle takes
      *  one grant per partition to be rerun, so its partitions still
      *  run side by side.
      *  The approver is the signed-on operator, who must hold
      *  MAINTAIN authority: overriding the guard can double-append
      *  the day's history.  Every grant and revoke is written to the
      *  audit trail on its own -- an AUTHZ event, the authorization,
      *  job and cycle in aud-options -- for TTTSECRP and TTTFRCRP.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-rrau ASSIGN TO "TTTRRAU"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ws-rrau-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-rrau
           RECORDING MODE IS F.
       COPY rrau.

       WORKING-STORAGE SECTION.
       COPY cycdt.

       01 ws-audit-job-name PIC X(8) VALUE "TTTRRAUM".
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

       01 ws-rrau-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X.
           88 end-of-rrau VALUE "Y".

       01 ws-resp PIC X(60).
       01 ws-quit-sw PIC X VALUE "N".
       01 ws-verb PIC X(8).
       01 ws-arg-1 PIC X(8).
       01 ws-arg-2 PIC X(8).
       01 ws-arg-3 PIC X(8).
       01 ws-arg-4 PIC X(8).
       01 ws-part-arg PIC X(8).

       01 ws-today PIC 9(8).
       01 ws-now PIC 9(6).
       01 ws-date-int PIC 9(9) COMP.

      *    The authorization a GRANT is building, or a REVOKE names.
       01 ws-auth-id PIC 9(6).
       01 ws-auth-job PIC X(8).
       01 ws-auth-cycle PIC 9(8).
       01 ws-auth-expiry PIC 9(8).
       01 ws-auth-reason PIC X(40).
       01 ws-auth-partition PIC X.
      *    " PART=n" for a grant by partition, spaces otherwise.
       01 ws-part-disp PIC X(7).
       01 ws-auth-found-sw PIC X.
       01 ws-open-found-sw PIC X.
       01 ws-high-id PIC 9(6).
       01 ws-num-idx PIC 9(4) COMP.
       01 ws-num-digits PIC 9(4) COMP.
       01 ws-num-ok-sw PIC X.
       01 ws-num-end-sw PIC X.

       01 ws-list-all-sw PIC X.
       01 ws-listed-count PIC 9(9) COMP.
       01 ws-list-status PIC X(8).

       01 ws-action-count PIC 9(9) COMP VALUE 0.

      *    Each grant or revoke is recorded on the audit trail on its
      *    own (see audit.cpy): AUTHZ, with GRANT RERUN or REVOKE
      *    RERUN as the input source.
       01 ws-act-source PIC X(20).
       01 ws-act-outcome PIC X(10).
       01 ws-act-options PIC X(60).
       01 ws-act-count PIC 9(9) COMP VALUE 1.

       01 disp-count PIC 9(9).
       01 disp-closed PIC X(23).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON
           PERFORM 0060-WRITE-BEGIN-AUDIT
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM UNTIL ws-quit-sw = "Y"
               PERFORM 0100-GET-COMMAND
           END-PERFORM
           PERFORM 0975-WRITE-AUDIT-LOG
           STOP RUN.

      *    Sign-on before anything else: an operator the TTTOPER
      *    profile file does not know is refused the session, and so
      *    is one whose profile is below MAINTAIN -- an authorization
      *    lets a run past the guard that protects the day's history.
       0050-SIGN-ON.
           DISPLAY "TTTRRAUM -- OPERATOR ID: "
           ACCEPT ws-operator-id
           CALL "OperAuth" USING
             BY REFERENCE ws-operator-id
             BY REFERENCE ws-authority
             BY REFERENCE ws-oper-found-sw
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTRRAUM: OPERATOR " ws-operator-id
                   " NOT ON TTTOPER -- SESSION REFUSED"
               MOVE "NO PROFILE" TO ws-audit-outcome
               PERFORM 0055-WRITE-REFUSAL-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-oper-found-sw = "Y"
                   AND ws-authority NOT = "MAINTAIN" THEN
               DISPLAY "TTTRRAUM: OPERATOR " ws-operator-id
                   " HOLDS " ws-authority
                   " -- MAINTAIN AUTHORITY REQUIRED, SESSION REFUSED"
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
           STRING "RA" FUNCTION CURRENT-DATE(1:14)
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
           STRING "RA" FUNCTION CURRENT-DATE(1:14)
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
           DISPLAY "TTTRRAUM -- LIST [ALL], GRANT job yyyymmdd "
               "[expiry] [PART=n], REVOKE id, OR QUIT"
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE SPACES TO ws-verb ws-arg-1 ws-arg-2 ws-arg-3 ws-arg-4
           UNSTRING ws-resp DELIMITED BY ALL SPACE
               INTO ws-verb ws-arg-1 ws-arg-2 ws-arg-3 ws-arg-4
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-now
           EVALUATE ws-verb
               WHEN "QUIT"
               WHEN "Q"
                   MOVE "Y" TO ws-quit-sw
               WHEN "LIST"
                   MOVE "N" TO ws-list-all-sw
                   IF ws-arg-1 = "ALL" THEN
                       MOVE "Y" TO ws-list-all-sw
                   END-IF
                   PERFORM 1000-LIST-AUTHORIZATIONS
               WHEN "GRANT"
                   PERFORM 2000-GRANT-AUTHORIZATION
               WHEN "REVOKE"
                   PERFORM 3000-REVOKE-AUTHORIZATION
               WHEN OTHER
                   DISPLAY "NO SUCH COMMAND"
           END-EVALUATE.

      ******************************************************************
      *  LIST: one line per authorization, in the order entered.  An
      *  open one past its expiry lists as EXPIRED.
      ******************************************************************
       1000-LIST-AUTHORIZATIONS.
           MOVE 0 TO ws-listed-count
           OPEN INPUT ttt-rrau
           IF ws-rrau-status = "35" THEN
               DISPLAY "NO RERUN AUTHORIZATIONS -- NO TTTRRAU"
               EXIT PARAGRAPH
           END-IF
           IF ws-rrau-status NOT = "00" THEN
               DISPLAY "TTTRRAUM: unable to open TTTRRAU, status "
                   ws-rrau-status
               PERFORM 4900-SHOW-IN-USE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-rrau
               READ ttt-rrau
                   AT END
                       SET end-of-rrau TO TRUE
                   NOT AT END
                       PERFORM 1100-LIST-ENTRY
               END-READ
           END-PERFORM
           CLOSE ttt-rrau
           MOVE ws-listed-count TO disp-count
           DISPLAY "AUTHORIZATIONS LISTED=" disp-count.

       1100-LIST-ENTRY.
           MOVE rrau-status TO ws-list-status
           IF rrau-open AND rrau-expiry-date < ws-today THEN
               MOVE "EXPIRED" TO ws-list-status
           END-IF
           IF ws-list-all-sw = "N" AND ws-list-status NOT = "OPEN" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-listed-count
           MOVE SPACES TO disp-closed
           IF rrau-used OR rrau-revoked THEN
               STRING rrau-closed-date "-" rrau-closed-time
                   " " rrau-closed-by
                   DELIMITED BY SIZE INTO disp-closed
           END-IF
           MOVE rrau-partition TO ws-auth-partition
           PERFORM 4600-SET-PART-DISP
           DISPLAY rrau-id " " rrau-job-name " CYCLE " rrau-cycle-date
               ws-part-disp " " ws-list-status
               " BY " rrau-approver
               " EXPIRES " rrau-expiry-date " " disp-closed
           DISPLAY "       " rrau-reason.

      ******************************************************************
      *  GRANT job yyyymmdd [expiry] [PART=n].
      ******************************************************************
       2000-GRANT-AUTHORIZATION.
           IF ws-arg-1 = SPACES OR ws-arg-2 = SPACES THEN
               DISPLAY "GRANT NEEDS A JOB NAME AND A CYCLE DATE"
               EXIT PARAGRAPH
           END-IF
           IF ws-arg-1 NOT = "TTT" AND ws-arg-1 NOT = "TTTNITE"
                   AND ws-arg-1 NOT = "TTTPCONS" THEN
               DISPLAY "JOB " ws-arg-1 " TAKES NO PARM FORCE -- "
                   "TTT, TTTNITE OR TTTPCONS"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-arg-1 TO ws-auth-job
      *    PART=n may follow the cycle or the expiry.
           MOVE ws-arg-4 TO ws-part-arg
           IF ws-arg-3(1:5) = "PART=" THEN
               MOVE ws-arg-3 TO ws-part-arg
               MOVE SPACES TO ws-arg-3
           END-IF
           MOVE SPACE TO ws-auth-partition
           IF ws-part-arg NOT = SPACES THEN
               IF ws-part-arg(1:5) NOT = "PART="
                       OR ws-part-arg(6:1) < "1"
                       OR ws-part-arg(6:1) > "9"
                       OR ws-part-arg(7:2) NOT = SPACES THEN
                   DISPLAY ws-part-arg " NOT PART=n (1-9)"
                   EXIT PARAGRAPH
               END-IF
               IF ws-auth-job NOT = "TTT" THEN
                   DISPLAY "ONLY TTT RUNS BY PARTITION -- "
                       ws-auth-job " TAKES NO PART="
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-part-arg(6:1) TO ws-auth-partition
           END-IF
           PERFORM 4600-SET-PART-DISP
           IF ws-arg-2 IS NOT NUMERIC THEN
               DISPLAY "CYCLE " ws-arg-2 " NOT YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-arg-2 TO ws-auth-cycle
      *    INTEGER-OF-DATE returns 0 for anything that is not a real
      *    calendar date (the TTTCYCST check).
           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-auth-cycle)
           IF ws-date-int = 0 THEN
               DISPLAY "CYCLE " ws-arg-2
                   " IS NOT A REAL CALENDAR DATE"
               EXIT PARAGRAPH
           END-IF
           IF ws-auth-cycle > cycle-date THEN
               DISPLAY "CYCLE " ws-auth-cycle
                   " IS LATER THAN THE CURRENT CYCLE " cycle-date
               EXIT PARAGRAPH
           END-IF
           IF ws-arg-3 = SPACES THEN
               MOVE ws-today TO ws-auth-expiry
           ELSE
               IF ws-arg-3 IS NOT NUMERIC THEN
                   DISPLAY "EXPIRY " ws-arg-3 " NOT YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-arg-3 TO ws-auth-expiry
               COMPUTE ws-date-int =
                   FUNCTION INTEGER-OF-DATE(ws-auth-expiry)
               IF ws-date-int = 0 THEN
                   DISPLAY "EXPIRY " ws-arg-3
                       " IS NOT A REAL CALENDAR DATE"
                   EXIT PARAGRAPH
               END-IF
               IF ws-auth-expiry < ws-today THEN
                   DISPLAY "EXPIRY " ws-auth-expiry
                       " IS ALREADY PAST"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 2100-SCAN-FILE
           IF ws-rrau-status NOT = "00" AND NOT = "35" THEN
               DISPLAY "TTTRRAUM: unable to read TTTRRAU, status "
                   ws-rrau-status " -- GRANT CANCELLED"
               PERFORM 4900-SHOW-IN-USE
               EXIT PARAGRAPH
           END-IF
           IF ws-open-found-sw = "Y" THEN
               DISPLAY "AUTHORIZATION " ws-auth-id " IS ALREADY OPEN "
                       "FOR " ws-auth-job " CYCLE " ws-auth-cycle
                   ws-part-disp
               EXIT PARAGRAPH
           END-IF

           DISPLAY "REASON FOR THE RERUN (UP TO 40 CHARACTERS): "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp = SPACES THEN
               DISPLAY "A REASON IS REQUIRED -- GRANT CANCELLED"
               EXIT PARAGRAPH
           END-IF
      *    rrau-reason holds 40; a longer one is refused rather than
      *    cut short on the record.
           IF ws-resp(41:20) NOT = SPACES THEN
               DISPLAY "REASON LONGER THAN 40 CHARACTERS -- GRANT "
                   "CANCELLED"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-resp TO ws-auth-reason

           COMPUTE ws-auth-id = ws-high-id + 1
           PERFORM 2200-APPEND-AUTHORIZATION
           IF ws-rrau-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AUTHORIZATION " ws-auth-id " GRANTED: ONE PARM "
               "FORCE RUN OF " ws-auth-job " FOR CYCLE " ws-auth-cycle
               ws-part-disp " UNTIL " ws-auth-expiry
           MOVE "GRANT RERUN" TO ws-act-source
           MOVE "GRANTED   " TO ws-act-outcome
           PERFORM 4500-WRITE-ACTION-AUDIT.

      *    The highest id on file, and whether the job and cycle have
      *    an open, unexpired authorization already (its id is left
      *    in ws-auth-id).  A failed open is left in ws-rrau-status.
       2100-SCAN-FILE.
           MOVE 0 TO ws-high-id
           MOVE "N" TO ws-open-found-sw
           OPEN INPUT ttt-rrau
           IF ws-rrau-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-rrau
               READ ttt-rrau
                   AT END
                       SET end-of-rrau TO TRUE
                   NOT AT END
                       IF rrau-id > ws-high-id THEN
                           MOVE rrau-id TO ws-high-id
                       END-IF
                       IF rrau-job-name = ws-auth-job
                               AND rrau-cycle-date = ws-auth-cycle
                               AND rrau-partition = ws-auth-partition
                               AND rrau-open
                               AND rrau-expiry-date
                                   NOT < ws-today THEN
                           MOVE "Y" TO ws-open-found-sw
                           MOVE rrau-id TO ws-auth-id
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-rrau.

      *    TTTRRAU extends (status-35 first-time fallback).
       2200-APPEND-AUTHORIZATION.
           OPEN EXTEND ttt-rrau
           IF ws-rrau-status = "35" THEN
               OPEN OUTPUT ttt-rrau
               CLOSE ttt-rrau
               OPEN EXTEND ttt-rrau
           END-IF
           IF ws-rrau-status NOT = "00" THEN
               DISPLAY "TTTRRAUM: unable to open TTTRRAU, status "
                   ws-rrau-status " -- GRANT NOT RECORDED"
               PERFORM 4900-SHOW-IN-USE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE rrau-rec
           MOVE ws-auth-id TO rrau-id
           MOVE ws-auth-job TO rrau-job-name
           MOVE ws-auth-cycle TO rrau-cycle-date
           MOVE "OPEN" TO rrau-status
           MOVE ws-operator-id TO rrau-approver
           MOVE ws-today TO rrau-entered-date
           MOVE ws-now TO rrau-entered-time
           MOVE ws-auth-expiry TO rrau-expiry-date
           MOVE ws-auth-reason TO rrau-reason
           MOVE ws-auth-partition TO rrau-partition
           WRITE rrau-rec
           IF ws-rrau-status NOT = "00" THEN
               DISPLAY "TTTRRAUM: WRITE FAILED, status "
                   ws-rrau-status " -- GRANT NOT RECORDED"
           END-IF
           CLOSE ttt-rrau.

      ******************************************************************
      *  REVOKE id -- an open authorization only; a used one is
      *  history, and TTTFRCRP shows it.
      ******************************************************************
       3000-REVOKE-AUTHORIZATION.
           PERFORM 3500-EDIT-ID
           IF ws-num-ok-sw = "N" THEN
               DISPLAY "REVOKE NEEDS AN AUTHORIZATION ID"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ws-arg-1) TO ws-auth-id
           MOVE "N" TO ws-auth-found-sw
           OPEN I-O ttt-rrau
           IF ws-rrau-status NOT = "00" THEN
               DISPLAY "TTTRRAUM: unable to open TTTRRAU for update, "
                   "status " ws-rrau-status
               PERFORM 4900-SHOW-IN-USE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-eof-sw
           PERFORM UNTIL end-of-rrau OR ws-auth-found-sw = "Y"
               READ ttt-rrau
                   AT END
                       SET end-of-rrau TO TRUE
                   NOT AT END
                       IF rrau-id = ws-auth-id THEN
                           MOVE "Y" TO ws-auth-found-sw
                       END-IF
               END-READ
           END-PERFORM
           IF ws-auth-found-sw = "N" THEN
               DISPLAY "NO AUTHORIZATION " ws-auth-id " ON TTTRRAU"
               CLOSE ttt-rrau
               EXIT PARAGRAPH
           END-IF
           IF NOT rrau-open THEN
               DISPLAY "AUTHORIZATION " ws-auth-id " IS "
                   rrau-status " -- NOT REVOKED"
               CLOSE ttt-rrau
               EXIT PARAGRAPH
           END-IF
           MOVE rrau-job-name TO ws-auth-job
           MOVE rrau-cycle-date TO ws-auth-cycle
           MOVE rrau-partition TO ws-auth-partition
           MOVE "REVOKED" TO rrau-status
           MOVE ws-today TO rrau-closed-date
           MOVE ws-now TO rrau-closed-time
           MOVE ws-operator-id TO rrau-closed-by
           REWRITE rrau-rec
           IF ws-rrau-status NOT = "00" THEN
               DISPLAY "TTTRRAUM: REWRITE FAILED, status "
                   ws-rrau-status
               CLOSE ttt-rrau
               EXIT PARAGRAPH
           END-IF
           CLOSE ttt-rrau
           DISPLAY "AUTHORIZATION " ws-auth-id " REVOKED"
           MOVE "REVOKE RERUN" TO ws-act-source
           MOVE "REVOKED   " TO ws-act-outcome
           PERFORM 4500-WRITE-ACTION-AUDIT.

      *    The id as keyed: 1 to 6 digits, then nothing but trailing
      *    spaces.
       3500-EDIT-ID.
           MOVE "Y" TO ws-num-ok-sw
           MOVE "N" TO ws-num-end-sw
           MOVE 0 TO ws-num-digits
           PERFORM VARYING ws-num-idx FROM 1 BY 1 UNTIL ws-num-idx > 8
               EVALUATE TRUE
                   WHEN ws-arg-1(ws-num-idx:1) = SPACE
                       MOVE "Y" TO ws-num-end-sw
                   WHEN ws-arg-1(ws-num-idx:1) IS NUMERIC
                           AND ws-num-end-sw = "N"
                       ADD 1 TO ws-num-digits
                   WHEN OTHER
                       MOVE "N" TO ws-num-ok-sw
               END-EVALUATE
           END-PERFORM
           IF ws-num-digits = 0 OR ws-num-digits > 6 THEN
               MOVE "N" TO ws-num-ok-sw
           END-IF.

      *    One AUTHZ event per grant or revoke.
       4500-WRITE-ACTION-AUDIT.
           ADD 1 TO ws-action-count
           MOVE SPACES TO ws-act-options
           STRING "FA=" ws-auth-id
               " JOB=" ws-auth-job
               " CYCLE=" ws-auth-cycle
               DELIMITED BY SIZE INTO ws-act-options
           PERFORM 4600-SET-PART-DISP
           MOVE ws-part-disp TO ws-act-options(38:7)
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-act-source
             BY REFERENCE ws-act-count
             BY REFERENCE ws-act-outcome
             BY CONTENT "AUTHZ"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-act-options
             BY REFERENCE ws-operator-id.

       4600-SET-PART-DISP.
           MOVE SPACES TO ws-part-disp
           IF ws-auth-partition NOT = SPACE THEN
               STRING " PART=" ws-auth-partition
                   DELIMITED BY SIZE INTO ws-part-disp
           END-IF.

      *    Status 61: a forced run is checking its authorization and
      *    holds TTTRRAU for the moment.
       4900-SHOW-IN-USE.
           IF ws-rrau-status = "61" THEN
               DISPLAY "TTTRRAU IS IN USE BY A FORCED RUN -- TRY AGAIN"
           END-IF.

      *    One END record per session; the count is the grants and
      *    revokes carried out.
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

       END PROGRAM TTTRRAUM.
