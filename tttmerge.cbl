       01 ws-balanced-lit PIC X(3) VALUE "YES".
       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTMERGE".
       01 ws-audit-input-source PIC X(20) VALUE "TTTHSP1/TTTHSP2".
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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES

           PERFORM 1000-READ-HSP1

           PERFORM 0900-BALANCE-CONTROLS
           CLOSE ttt-hsp1 ttt-hsp2 ttt-hist
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    A begin event on the audit trail before any input is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started, and pairing it with the END event
      *    gives the run's elapsed duration.  TTTDEPS reads both to
      *    decide whether the steps that depend on this one may run.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "TE" FUNCTION CURRENT-DATE(1:14)
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

      *    Either spill may be absent -- that writer did not run
      *    tonight, or logged nothing -- and merges as empty rather
      *    than failing the step.  TTTHIST itself extends (same
               DISPLAY "TTTMERGE: CONTROL TOTALS OUT OF BALANCE"
           END-IF.

      *    The END event carries the merged count; an out-of-balance
      *    merge ends OUT-OF-BAL, which no dependent step accepts.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-merged-count TO ws-audit-position-count
           IF ws-return-code = 0 THEN
               MOVE "OK        " TO ws-audit-outcome
           ELSE
               MOVE "OUT-OF-BAL" TO ws-audit-outcome
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

       END PROGRAM TTTMERGE.
