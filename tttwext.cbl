      *  re-balanced against the records actually on file; a break
      *  returns 16 so the transmission step never ships a file whose
      *  own trailer lies.  Run after TTTMERGE, before the rotation.
      *
      *  Corrections made to the history master through TTTCORR are
      *  applied on the way out (CorrLookup): a voided solve is not
      *  extracted, and an amended one goes with its corrected date
      *  and source.  The skipped count is displayed with the totals.
      ******************************************************************

       ENVIRONMENT DIVISION.
       01 ws-win-count PIC 9(6) VALUE 0.
       01 ws-draw-count PIC 9(6) VALUE 0.
       01 ws-loss-count PIC 9(6) VALUE 0.
       01 ws-void-skip-count PIC 9(9) VALUE 0.

      *    What the correction journal says became of the record.
       01 ws-corr-action PIC X.
       01 ws-corr-date PIC 9(8).
       01 ws-corr-source PIC X(8).

       01 ws-distance PIC 99 VALUE 0.
       01 ws-abs-value PIC 99.
       01 ws-balanced-lit PIC X(3) VALUE "YES".
       01 ws-return-code PIC 99 VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTWEXT".
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
           PERFORM 0100-OPEN-FILES

           PERFORM 1000-READ-NEXT
           CLOSE ttt-hist ttt-whx
           PERFORM 0850-VERIFY-EXTRACT
           PERFORM 0900-WRITE-SUMMARY
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
           STRING "TW" FUNCTION CURRENT-DATE(1:14)
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
      *    WIN-IN-n literal does: 10 minus the magnitude, 0 for draws
      *    and for records journaled before the served value existed.
       2000-EXTRACT-RECORD.
           CALL "CorrLookup" USING
             BY REFERENCE hist-game-id
             BY REFERENCE hist-date-played
             BY REFERENCE ws-corr-action
             BY REFERENCE ws-corr-date
             BY REFERENCE ws-corr-source
           IF ws-corr-action = "V" THEN
               ADD 1 TO ws-void-skip-count
               EXIT PARAGRAPH
           END-IF
           IF ws-corr-action = "A" THEN
               MOVE ws-corr-date TO hist-date-played
               MOVE ws-corr-source TO hist-source-system-id
           END-IF

           ADD 1 TO ws-extract-count
           EVALUATE hist-outcome
               WHEN "WIN "
               " WINS=" ws-win-count
               " DRAWS=" ws-draw-count
               " LOSSES=" ws-loss-count
               " VOIDED SKIPPED=" ws-void-skip-count
               " BALANCED=" ws-balanced-lit
           IF ws-balanced-lit NOT = "YES" THEN
               DISPLAY "TTTWEXT: EXTRACT TRAILER OUT OF BALANCE -- "
               MOVE 0 TO ws-return-code
           END-IF.

      *    The END event carries the extracted count; a trailer that
      *    did not re-balance ends OUT-OF-BAL.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-extract-count TO ws-audit-position-count
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

       END PROGRAM TTTWEXT.
