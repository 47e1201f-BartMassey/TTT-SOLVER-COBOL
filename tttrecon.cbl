           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       01 ws-audit-job-name PIC X(8) VALUE "TTTRECON".
       01 ws-audit-input-source PIC X(20) VALUE "TTTRESP".
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
           CALL "ParmFile" USING
             BY REFERENCE parm-options
           PERFORM 0100-OPEN-FILES
           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           CLOSE ttt-pendo ttt-rcrpt
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
           STRING "TV" FUNCTION CURRENT-DATE(1:14)
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

      *    TTTACK and TTTPENDI may both be absent -- the very first
      *    cycle has no pending file yet, and a kiosk that picked
      *    nothing up sends no ack file -- and either reads as empty.
                   MOVE 0 TO ws-return-code
           END-EVALUATE.

      *    The END event's outcome follows the return code, so a
      *    dependent step can accept re-emits but stop on exceptions.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-pend-out-count TO ws-audit-position-count
           EVALUATE ws-return-code
               WHEN 8
                   MOVE "EXCEPTIONS" TO ws-audit-outcome
               WHEN 4
                   MOVE "REEMITS   " TO ws-audit-outcome
               WHEN OTHER
                   MOVE "OK        " TO ws-audit-outcome
           END-EVALUATE
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       END PROGRAM TTTRECON.
