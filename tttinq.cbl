      *  -- "everything you solved for us on the 14th" is one
      *  transaction, paged at the console, with a count at the end,
      *  instead of a morning of browsing rotated archives.
      *
      *  A record corrected or voided through TTTCORR is flagged as
      *  such under its display, so nobody quotes a voided solve or
      *  a pre-correction source as the record of what happened.
      ******************************************************************

       ENVIRONMENT DIVISION.
       COPY hmast.

       WORKING-STORAGE SECTION.
       01 ws-audit-job-name PIC X(8) VALUE "TTTINQ".
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
       01 ws-inq-date PIC 9(8).
       01 ws-mode-sw PIC X.
       01 ws-match-count PIC 9(4) VALUE 0.
       01 ws-inquiry-count PIC 9(9) COMP VALUE 0.
      *    Console paging: matches shown since the last pause; every
      *    page the operator may continue or cut the browse off.
       01 ws-page-count PIC 9 COMP VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-MASTER
           PERFORM UNTIL ws-quit-sw = "Y"
               PERFORM 0200-GET-REQUEST
                   WHEN ws-quit-sw = "Y"
                       CONTINUE
                   WHEN ws-mode-sw = "S"
                       ADD 1 TO ws-inquiry-count
                       PERFORM 0500-BROWSE-BY-SOURCE
                   WHEN OTHER
                       ADD 1 TO ws-inquiry-count
                       PERFORM 0300-BROWSE-MASTER
               END-EVALUATE
           END-PERFORM
           CLOSE ttt-hmast
           PERFORM 0975-WRITE-AUDIT-LOG
           STOP RUN.

      *    Sign-on before anything else: an operator the TTTOPER
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTINQ: OPERATOR " ws-operator-id
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
           STRING "T4" FUNCTION CURRENT-DATE(1:14)
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
           STRING "T4" FUNCTION CURRENT-DATE(1:14)
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

       0100-OPEN-MASTER.
           OPEN INPUT ttt-hmast
           IF ws-hmast-status NOT = "00" THEN
               " " hmast-outcome
               " NODES=" hmast-node-count
               " BOUNDED=" hmast-bounded
           DISPLAY "  MVLOG=" hmast-move-log-disp
      *    A record TTTCORR has touched says so, with the date and
      *    reason code; the before/after detail is on TTTCORJ.
           EVALUATE TRUE
               WHEN hmast-amended AND hmast-corr-ref-date NOT = 0
                   DISPLAY "  ** CORRECTED " hmast-corr-date
                       " REASON " hmast-corr-reason
                       " -- MOVED HERE FROM DATE-PLAYED "
                       hmast-corr-ref-date
               WHEN hmast-amended
                   DISPLAY "  ** CORRECTED " hmast-corr-date
                       " REASON " hmast-corr-reason
               WHEN hmast-voided
                   DISPLAY "  ** VOIDED " hmast-corr-date
                       " REASON " hmast-corr-reason
               WHEN hmast-moved
                   DISPLAY "  ** CORRECTED " hmast-corr-date
                       " REASON " hmast-corr-reason
                       " -- MOVED TO DATE-PLAYED "
                       hmast-corr-ref-date
           END-EVALUATE.

      *    One audit record per interactive session, carrying the
      *    number of inquiries made this session.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-inquiry-count TO ws-audit-position-count
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

       END PROGRAM TTTINQ.
