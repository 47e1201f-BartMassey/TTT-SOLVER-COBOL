       IDENTIFICATION DIVISION.
       PROGRAM-ID. RerunAuth.

      ******************************************************************
      *  Rerun authorization check for PARM FORCE.  FORCE used to
      *  bypass the run-once guard on the operator's word alone, and
      *  the only trace was a second END event -- the night a cycle
      *  was forced "to be safe" its history spill was appended twice.
      *  A forced TTT, TTTNITE or TTTPCONS run now calls this first,
      *  with its job name, cycle date and partition (TTT's PARTITION=
      *  n; 0 for any unpartitioned run), and is honored only if
      *  TTTRRAU holds an OPEN authorization for exactly that job,
      *  cycle and partition (rrau.cpy) whose expiry date has not
      *  passed.  The first such authorization is taken: rewritten
      *  USED, stamped with the date and time and the job that took
      *  it, so it can never authorize a second run.  The result
      *  switch comes back:
      *
      *      "Y"  authorized; auth-id-arg holds the authorization's id
      *           for the caller to stamp on its audit events
      *      "N"  no OPEN authorization for the job, cycle and
      *           partition (none entered, or already used or
      *           revoked), or no TTTRRAU
      *      "X"  an OPEN authorization exists but has expired
      *
      *  Unlike OperAuth there is no open-site fallback: a missing
      *  file authorizes nothing.
      *
      *  The partitions of a forced cycle call here side by side, so
      *  TTTRRAU is opened with an exclusive lock for the read and
      *  rewrite; a caller that finds it held (status 61) waits and
      *  tries again, for up to two minutes, before answering "N".
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
       01 ws-rrau-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X.
           88 end-of-rrau VALUE "Y".
       01 ws-today PIC 9(8).
       01 ws-now PIC 9(6).
       01 ws-partition-x PIC X.
      *    Tries at opening TTTRRAU, one per clock tick (1/100 s).
       01 ws-open-done-sw PIC X.
       01 ws-lock-tries PIC 9(5) COMP.
       01 ws-lock-limit PIC 9(5) COMP VALUE 12000.
       01 ws-tick PIC XX.

       LINKAGE SECTION.
       01 job-name-arg PIC X(8).
       01 cycle-date-arg PIC 9(8).
       01 auth-id-arg PIC 9(6).
       01 result-sw-arg PIC X.
       01 partition-arg PIC 9.

       PROCEDURE DIVISION USING
         BY REFERENCE job-name-arg
         BY REFERENCE cycle-date-arg
         BY REFERENCE auth-id-arg
         BY REFERENCE result-sw-arg
         BY REFERENCE partition-arg.

       0000-MAIN.
           MOVE 0 TO auth-id-arg
           MOVE "N" TO result-sw-arg
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-now

           MOVE SPACE TO ws-partition-x
           IF partition-arg > 0 THEN
               MOVE partition-arg TO ws-partition-x
           END-IF

           MOVE "N" TO ws-eof-sw
           MOVE "N" TO ws-open-done-sw
           MOVE 0 TO ws-lock-tries
           PERFORM 0100-OPEN-RRAU
               UNTIL ws-open-done-sw = "Y"
                   OR ws-lock-tries NOT < ws-lock-limit
           EVALUATE ws-rrau-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "RERUNAUTH: unable to open TTTRRAU, "
                       "status " ws-rrau-status
                       " -- no rerun authorized"
                   EXIT PROGRAM
           END-EVALUATE

           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-rrau OR result-sw-arg = "Y"
               PERFORM 2000-MATCH-ENTRY
               IF result-sw-arg NOT = "Y" THEN
                   PERFORM 1000-READ-NEXT
               END-IF
           END-PERFORM
           CLOSE ttt-rrau
           EXIT PROGRAM.

      *    Another run holds TTTRRAU: wait for the clock to tick.
       0100-OPEN-RRAU.
           ADD 1 TO ws-lock-tries
           OPEN I-O ttt-rrau
           IF ws-rrau-status = "61" THEN
               MOVE FUNCTION CURRENT-DATE(15:2) TO ws-tick
               PERFORM UNTIL FUNCTION CURRENT-DATE(15:2) NOT = ws-tick
                   CONTINUE
               END-PERFORM
           ELSE
               MOVE "Y" TO ws-open-done-sw
           END-IF.

       1000-READ-NEXT.
           READ ttt-rrau
               AT END SET end-of-rrau TO TRUE
           END-READ.

       2000-MATCH-ENTRY.
           IF rrau-job-name NOT = job-name-arg
                   OR rrau-cycle-date NOT = cycle-date-arg
                   OR rrau-partition NOT = ws-partition-x
                   OR NOT rrau-open THEN
               EXIT PARAGRAPH
           END-IF
           IF rrau-expiry-date < ws-today THEN
               MOVE "X" TO result-sw-arg
               EXIT PARAGRAPH
           END-IF
           MOVE "USED" TO rrau-status
           MOVE ws-today TO rrau-closed-date
           MOVE ws-now TO rrau-closed-time
           MOVE job-name-arg TO rrau-closed-by
           REWRITE rrau-rec
           IF ws-rrau-status NOT = "00" THEN
               DISPLAY "RERUNAUTH: REWRITE FAILED, status "
                   ws-rrau-status " -- no rerun authorized"
               EXIT PARAGRAPH
           END-IF
           MOVE rrau-id TO auth-id-arg
           MOVE "Y" TO result-sw-arg.

       END PROGRAM RerunAuth.
