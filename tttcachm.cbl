       WORKING-STORAGE SECTION.
       COPY state.

       01 ws-audit-job-name PIC X(8) VALUE "TTTCACHM".
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
       01 ws-scanned-count PIC 9(9) COMP VALUE 0.
       01 ws-verified-count PIC 9(9) COMP VALUE 0.
       01 ws-mismatch-count PIC 9(9) COMP VALUE 0.
       01 ws-command-count PIC 9(9) COMP VALUE 0.

      *    A purge is recorded on the audit trail on its own, PURGE
      *    when carried out and REFUS when the operator's authority
      *    fell short (see audit.cpy).
       01 ws-purge-source PIC X(20).
       01 ws-purge-outcome PIC X(10).
       01 ws-purge-event-type PIC X(5).

       01 ws-result PIC S99 COMP.
       01 ws-move-row PIC 9 COMP.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-CACHE
           CALL "TransCache" USING
             BY REFERENCE state
           END-PERFORM

           CLOSE ttt-cache
           PERFORM 0975-WRITE-AUDIT-LOG
           STOP RUN.

      *    Sign-on before anything else: an operator the TTTOPER
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTCACHM: OPERATOR " ws-operator-id
                   " NOT ON TTTOPER -- SESSION REFUSED"
               MOVE "NO PROFILE" TO ws-audit-outcome
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
           STRING "T2" FUNCTION CURRENT-DATE(1:14)
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
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started, and pairing it with the END event
      *    gives the run's elapsed duration.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "T2" FUNCTION CURRENT-DATE(1:14)
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

       0100-OPEN-CACHE.
           OPEN I-O ttt-cache
           IF ws-cache-status NOT = "00" THEN
           ACCEPT ws-resp
           EVALUATE TRUE
               WHEN ws-resp(1:5) = "COUNT"
                   ADD 1 TO ws-command-count
                   PERFORM 1000-COUNT-ENTRIES
               WHEN ws-resp(1:9) = "PURGE ALL"
                   IF ws-oper-found-sw = "Y"
                           AND ws-authority NOT = "MAINTAIN" THEN
                       DISPLAY "PURGE REQUIRES MAINTAIN AUTHORITY"
                       PERFORM 2900-WRITE-PURGE-REFUSAL
                   ELSE
                       ADD 1 TO ws-command-count
                       MOVE SPACES TO ws-purge-prefix
                       MOVE 0 TO ws-prefix-len
                       PERFORM 2000-PURGE-ENTRIES
                   IF ws-oper-found-sw = "Y"
                           AND ws-authority NOT = "MAINTAIN" THEN
                       DISPLAY "PURGE REQUIRES MAINTAIN AUTHORITY"
                       PERFORM 2900-WRITE-PURGE-REFUSAL
                   ELSE
                       ADD 1 TO ws-command-count
                       MOVE ws-resp(7:2) TO ws-purge-prefix
                       IF ws-purge-prefix(2:1) = SPACE THEN
                           MOVE 1 TO ws-prefix-len
                   IF ws-sample-interval = 0 THEN
                       MOVE 1 TO ws-sample-interval
                   END-IF
                   ADD 1 TO ws-command-count
                   PERFORM 3000-VERIFY-ENTRIES
               WHEN ws-resp(1:5) = "STAMP"
                   ADD 1 TO ws-command-count
                   PERFORM 4000-SHOW-STAMP
               WHEN ws-resp(1:4) = "QUIT"
               WHEN ws-resp(1:1) = "Q"
               END-IF
           END-PERFORM
           MOVE ws-purged-count TO disp-count
           DISPLAY "ENTRIES PURGED=" disp-count

           MOVE SPACES TO ws-purge-source
           IF ws-prefix-len = 0 THEN
               MOVE "PURGE ALL" TO ws-purge-source
           ELSE
               STRING "PURGE " ws-purge-prefix
                   DELIMITED BY SIZE INTO ws-purge-source
           END-IF
           MOVE "OK        " TO ws-purge-outcome
           MOVE "PURGE" TO ws-purge-event-type
           PERFORM 2950-WRITE-PURGE-AUDIT.

       2900-WRITE-PURGE-REFUSAL.
           MOVE "PURGE" TO ws-purge-source
           MOVE 0 TO ws-purged-count
           MOVE "AUTHORITY " TO ws-purge-outcome
           MOVE "REFUS" TO ws-purge-event-type
           PERFORM 2950-WRITE-PURGE-AUDIT.

      *    The entries deleted ride aud-position-count.
       2950-WRITE-PURGE-AUDIT.
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-purge-source
             BY REFERENCE ws-purged-count
             BY REFERENCE ws-purge-outcome
             BY REFERENCE ws-purge-event-type
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       3000-VERIFY-ENTRIES.
           MOVE 0 TO ws-scanned-count
                   DISPLAY "BUILD-VERSION STAMP=" cache-stamp
           END-READ.

      *    One audit record per interactive session, carrying the
      *    number of commands carried out this session.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-command-count TO ws-audit-position-count
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

       END PROGRAM TTTCACHM.
