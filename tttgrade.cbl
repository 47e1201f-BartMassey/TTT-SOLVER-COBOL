       01 r PIC 9 COMP.
       01 c PIC 9 COMP.

       01 ws-audit-job-name PIC X(8) VALUE "TTTGRADE".
       01 ws-audit-input-source PIC X(20) VALUE "TTTHIST".
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
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0100-OPEN-FILES
             BY REFERENCE ws-pv-arg-group
             BY REFERENCE ws-pv-length
           CLOSE ttt-hist ttt-gdrpt
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE 0 TO RETURN-CODE
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
           STRING "TY" FUNCTION CURRENT-DATE(1:14)
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

       0100-OPEN-FILES.
           OPEN INPUT ttt-hist
           IF ws-hist-status NOT = "00" THEN
               DELIMITED BY SIZE INTO gdrpt-line
           WRITE gdrpt-line.

       0975-WRITE-AUDIT-LOG.
           MOVE ws-record-count TO ws-audit-position-count
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

       END PROGRAM TTTGRADE.
