       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTCORR.

      ******************************************************************
      *  History master correction transaction.  A mislabeled feed
      *  header leaves TTTHMAST records carrying the wrong
      *  source-system-id or date-played, and the only fix used to be
      *  a reload from a hand-corrected journal.  This transaction
      *  corrects the master in place, console-driven (ACCEPT/DISPLAY)
      *  in the same style as TTTINQ and TTTREWRK:
      *
      *      A  amend a record's source-system-id and/or date-played.
      *         The solve itself (board, move, value, outcome) is
      *         never amendable -- a wrong answer is a restatement,
      *         not a correction.  A new date-played changes the key:
      *         the record is written under the corrected key and the
      *         old key is kept as a MOVED marker pointing at it, so
      *         TTTINQ on either key shows what happened.  A new
      *         date-played must be a real calendar date, and a new
      *         source must be registered on TTTSRCM (unchecked on a
      *         site without one, as TTTEDIT).
      *      V  void a record.  It stays on the master, marked VOIDED,
      *         so TTTINQ still shows it; TTTBILL and TTTWEXT skip it.
      *      S  show a record and its correction state.
      *
      *  Every amend or void requires a reason code (corrj.cpy) and
      *  writes the before and after images to the TTTCORJ correction
      *  journal, which TTTHCHK reads to accept the difference
      *  between master and journal instead of reporting it as drift.
      *  Correcting the history master is repair-level work, so an
      *  INQUIRE-only profile is refused at sign-on.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS hmast-key
               ALTERNATE RECORD KEY IS hmast-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmast-status.
           SELECT ttt-corj ASSIGN TO "TTTCORJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-corj-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-hmast.
       COPY hmast.

       FD  ttt-corj
           RECORDING MODE IS F.
       COPY corrj.

       WORKING-STORAGE SECTION.
       COPY cycdt.
       COPY srcmst.

       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-corj-status PIC XX VALUE SPACES.

       01 ws-resp PIC X(10).
       01 ws-quit-sw PIC X VALUE "N".
       01 ws-found-sw PIC X.
       01 ws-inq-game-id PIC X(10).
       01 ws-inq-date PIC 9(8).
       01 ws-new-source PIC X(8).
       01 ws-new-date PIC 9(8).
       01 ws-new-date-int PIC 9(8) COMP.
       01 src-idx PIC 9(4) COMP.
       01 ws-src-found-sw PIC X.
       01 ws-reason-code PIC X(4).
       01 ws-reason-text PIC X(40).
      *    The master record as read, before anything is changed --
      *    the journal's before image, and the source of the copy
      *    written under a corrected key.
       01 ws-before-image PIC X(184).
       01 ws-before-rec REDEFINES ws-before-image.
           05 ws-before-game-id PIC X(10).
           05 ws-before-date PIC 9(8).
           05 FILLER PIC X(166).

       01 ws-amend-count PIC 9(6) VALUE 0.
       01 ws-void-count PIC 9(6) VALUE 0.
       01 ws-error-count PIC 9(6) VALUE 0.

       01 ws-audit-job-name PIC X(8) VALUE "TTTCORR".
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

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           CALL "SrcMaster" USING
             BY REFERENCE src-master
           PERFORM 0050-SIGN-ON
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-FILES

           PERFORM UNTIL ws-quit-sw = "Y"
               DISPLAY "TTTCORR -- A=AMEND V=VOID S=SHOW Q=QUIT"
               ACCEPT ws-resp
               EVALUATE ws-resp(1:1)
                   WHEN "A"
                   WHEN "a"
                       PERFORM 1000-AMEND-RECORD
                   WHEN "V"
                   WHEN "v"
                       PERFORM 2000-VOID-RECORD
                   WHEN "S"
                   WHEN "s"
                       PERFORM 3000-GET-RECORD
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO ws-quit-sw
                   WHEN OTHER
                       DISPLAY "ENTER A, V, S, OR Q"
               END-EVALUATE
           END-PERFORM

           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0975-WRITE-AUDIT-LOG
           CLOSE ttt-hmast ttt-corj
           STOP RUN.

      *    Sign-on before anything else: an operator the TTTOPER
      *    profile file does not know is refused the session, and so
      *    is an INQUIRE-only profile -- every action here changes
      *    the history master.
       0050-SIGN-ON.
           DISPLAY "TTTCORR -- OPERATOR ID: "
           ACCEPT ws-operator-id
           CALL "OperAuth" USING
             BY REFERENCE ws-operator-id
             BY REFERENCE ws-authority
             BY REFERENCE ws-oper-found-sw
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTCORR: OPERATOR " ws-operator-id
                   " NOT ON TTTOPER -- SESSION REFUSED"
               MOVE "NO PROFILE" TO ws-audit-outcome
               PERFORM 0055-WRITE-REFUSAL-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-oper-found-sw = "Y"
                   AND ws-authority NOT = "REPAIR  "
                   AND ws-authority NOT = "MAINTAIN" THEN
               DISPLAY "TTTCORR: OPERATOR " ws-operator-id
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
           STRING "TC" FUNCTION CURRENT-DATE(1:14)
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
           STRING "TC" FUNCTION CURRENT-DATE(1:14)
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

      *    The journal is appended to, and created the first time a
      *    correction is ever made, the same way AuditLog starts
      *    TTTAUD.
       0100-OPEN-FILES.
           OPEN I-O ttt-hmast
           IF ws-hmast-status NOT = "00" THEN
               DISPLAY "TTTCORR: unable to open TTTHMAST, status "
                   ws-hmast-status
               DISPLAY "TTTCORR: run TTTHLOAD to build the master "
                   "from TTTHIST first"
               STOP RUN
           END-IF
           OPEN EXTEND ttt-corj
           IF ws-corj-status = "35" THEN
               OPEN OUTPUT ttt-corj
               CLOSE ttt-corj
               OPEN EXTEND ttt-corj
           END-IF
           IF ws-corj-status NOT = "00" THEN
               DISPLAY "TTTCORR: unable to open TTTCORJ, status "
                   ws-corj-status
               CLOSE ttt-hmast
               STOP RUN
           END-IF.

      *    Source and date-played are the fields a mislabeled header
      *    gets wrong; ENTER keeps either one as it is.
       1000-AMEND-RECORD.
           PERFORM 3000-GET-RECORD
           IF ws-found-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           IF NOT hmast-as-journaled AND NOT hmast-amended THEN
               DISPLAY "RECORD IS " hmast-corr-status
                   " (VOIDED OR MOVED) -- NOT AMENDABLE"
               EXIT PARAGRAPH
           END-IF

           MOVE hmast-source-system-id TO ws-new-source
           MOVE hmast-date-played TO ws-new-date
           DISPLAY "CORRECT SOURCE-SYSTEM-ID (ENTER=KEEP "
               hmast-source-system-id "): "
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp TO ws-new-source
           END-IF
           DISPLAY "CORRECT DATE-PLAYED (ENTER=KEEP "
               hmast-date-played "): "
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(ws-resp(1:8)) TO ws-new-date
           END-IF
           IF ws-new-source = hmast-source-system-id
                   AND ws-new-date = hmast-date-played THEN
               DISPLAY "NOTHING CHANGED -- NO CORRECTION MADE"
               EXIT PARAGRAPH
           END-IF
      *    INTEGER-OF-DATE returns 0 for anything that is not a real
      *    calendar date (the TTTCYCST check).
           COMPUTE ws-new-date-int =
               FUNCTION INTEGER-OF-DATE(ws-new-date)
           IF ws-new-date-int = 0 THEN
               DISPLAY "DATE-PLAYED " ws-new-date
                   " IS NOT A DATE -- NO CORRECTION MADE"
               EXIT PARAGRAPH
           END-IF
           IF ws-new-source NOT = hmast-source-system-id THEN
               PERFORM 1050-CHECK-SOURCE-REGISTERED
               IF ws-src-found-sw = "N" THEN
                   DISPLAY "SOURCE-SYSTEM-ID " ws-new-source
                       " NOT REGISTERED ON TTTSRCM -- NO CORRECTION "
                       "MADE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 4000-GET-REASON
           IF ws-reason-code = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           IF ws-new-date = hmast-date-played THEN
               PERFORM 1100-AMEND-IN-PLACE
           ELSE
               PERFORM 1200-AMEND-MOVE-KEY
           END-IF.

      *    A site without a TTTSRCM runs with the check disabled,
      *    exactly like TTTEDIT's batch gate.
       1050-CHECK-SOURCE-REGISTERED.
           IF src-loaded-sw NOT = "Y" THEN
               MOVE "Y" TO ws-src-found-sw
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-src-found-sw
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count OR ws-src-found-sw = "Y"
               IF src-id(src-idx) = ws-new-source THEN
                   MOVE "Y" TO ws-src-found-sw
               END-IF
           END-PERFORM.

      *    Same key: the source fields (and the alternate key that
      *    carries the source) are rewritten on the record itself.
       1100-AMEND-IN-PLACE.
           MOVE ws-new-source TO hmast-source-system-id
           MOVE ws-new-source TO hmast-alt-source
           MOVE "A" TO hmast-corr-status
           MOVE cycle-date TO hmast-corr-date
           MOVE ws-reason-code TO hmast-corr-reason
           REWRITE hmast-rec
               INVALID KEY
                   ADD 1 TO ws-error-count
                   DISPLAY "TTTCORR: unable to rewrite "
                       hmast-game-id " " hmast-date-played
                       ", status " ws-hmast-status
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "AMEND" TO corj-action
           PERFORM 5000-WRITE-JOURNAL
           ADD 1 TO ws-amend-count
           DISPLAY "AMENDED."
           PERFORM 3100-DISPLAY-RECORD.

      *    New date-played means a new key.  The corrected key must
      *    not already hold a solve -- two games cannot share one
      *    key, and overlaying one would lose it.  The corrected copy
      *    is written first; only then is the old key turned into the
      *    MOVED marker, so a failure part-way leaves the original
      *    intact rather than the solve on neither key.
       1200-AMEND-MOVE-KEY.
           MOVE hmast-rec TO ws-before-image
           MOVE ws-new-date TO hmast-date-played
           READ ttt-hmast
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A SOLVE FOR " hmast-game-id " IS ALREADY "
                       "ON FILE FOR " ws-new-date
                       " -- NO CORRECTION MADE"
                   MOVE ws-before-image TO hmast-rec
                   EXIT PARAGRAPH
           END-READ

           MOVE ws-before-image TO hmast-rec
           MOVE ws-new-date TO hmast-date-played
           MOVE ws-new-date TO hmast-alt-date
           MOVE ws-new-source TO hmast-source-system-id
           MOVE ws-new-source TO hmast-alt-source
           MOVE "A" TO hmast-corr-status
           MOVE cycle-date TO hmast-corr-date
           MOVE ws-reason-code TO hmast-corr-reason
           MOVE ws-before-date TO hmast-corr-ref-date
           WRITE hmast-rec
               INVALID KEY
                   ADD 1 TO ws-error-count
                   DISPLAY "TTTCORR: unable to write "
                       hmast-game-id " " hmast-date-played
                       ", status " ws-hmast-status
                   MOVE ws-before-image TO hmast-rec
                   EXIT PARAGRAPH
           END-WRITE

           MOVE ws-before-image TO hmast-rec
           MOVE "M" TO hmast-corr-status
           MOVE cycle-date TO hmast-corr-date
           MOVE ws-reason-code TO hmast-corr-reason
           MOVE ws-new-date TO hmast-corr-ref-date
           REWRITE hmast-rec
               INVALID KEY
                   ADD 1 TO ws-error-count
                   DISPLAY "TTTCORR: corrected copy written but old "
                       "key " hmast-game-id " " hmast-date-played
                       " not marked MOVED, status " ws-hmast-status
           END-REWRITE

      *    The journal's after image is the record under its new key.
           MOVE ws-new-date TO hmast-date-played
           READ ttt-hmast
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE "AMEND" TO corj-action
           PERFORM 5000-WRITE-JOURNAL
           ADD 1 TO ws-amend-count
           DISPLAY "AMENDED -- SOLVE MOVED FROM " ws-before-date
               " TO " ws-new-date "."
           PERFORM 3100-DISPLAY-RECORD.

       2000-VOID-RECORD.
           PERFORM 3000-GET-RECORD
           IF ws-found-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           IF hmast-voided OR hmast-moved THEN
               DISPLAY "RECORD IS " hmast-corr-status
                   " (VOIDED OR MOVED) -- NOTHING TO VOID"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4000-GET-REASON
           IF ws-reason-code = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE hmast-source-system-id TO ws-new-source
           MOVE hmast-date-played TO ws-new-date
           MOVE "V" TO hmast-corr-status
           MOVE cycle-date TO hmast-corr-date
           MOVE ws-reason-code TO hmast-corr-reason
           REWRITE hmast-rec
               INVALID KEY
                   ADD 1 TO ws-error-count
                   DISPLAY "TTTCORR: unable to rewrite "
                       hmast-game-id " " hmast-date-played
                       ", status " ws-hmast-status
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "VOID " TO corj-action
           PERFORM 5000-WRITE-JOURNAL
           ADD 1 TO ws-void-count
           DISPLAY "VOIDED."
           PERFORM 3100-DISPLAY-RECORD.

      *    Keyed fetch of the record to be corrected; the before
      *    image is taken here, before anything is changed.
       3000-GET-RECORD.
           MOVE "N" TO ws-found-sw
           DISPLAY "GAME-ID: "
           ACCEPT ws-inq-game-id
           DISPLAY "DATE-PLAYED (YYYYMMDD): "
           ACCEPT ws-resp
           MOVE FUNCTION NUMVAL(ws-resp(1:8)) TO ws-inq-date
           MOVE ws-inq-game-id TO hmast-game-id
           MOVE ws-inq-date TO hmast-date-played
           READ ttt-hmast
               INVALID KEY
                   DISPLAY "NO SOLVE ON TTTHMAST FOR GAME-ID "
                       ws-inq-game-id " ON " ws-inq-date
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO ws-found-sw
           MOVE hmast-rec TO ws-before-image
           PERFORM 3100-DISPLAY-RECORD.

       3100-DISPLAY-RECORD.
           DISPLAY "GAME-ID=" hmast-game-id
               " DATE-PLAYED=" hmast-date-played
               " SOURCE=" hmast-source-system-id
               " RUN-ID=" hmast-run-id
           DISPLAY "  BOARD=" hmast-board
               " MOVE=(" hmast-move-row "," hmast-move-col
               ") VALUE=" hmast-value
               " " hmast-outcome
           EVALUATE TRUE
               WHEN hmast-amended
                   DISPLAY "  CORRECTED " hmast-corr-date
                       " REASON " hmast-corr-reason
               WHEN hmast-voided
                   DISPLAY "  VOIDED " hmast-corr-date
                       " REASON " hmast-corr-reason
               WHEN hmast-moved
                   DISPLAY "  MOVED " hmast-corr-date
                       " TO DATE-PLAYED " hmast-corr-ref-date
                       " REASON " hmast-corr-reason
               WHEN OTHER
                   DISPLAY "  AS JOURNALED (NO CORRECTIONS)"
           END-EVALUATE.

      *    A correction without a reason cannot be explained later, so
      *    an unknown code, or OTHR without text, abandons it.
       4000-GET-REASON.
           DISPLAY "REASON CODE (HDRL=MISLABELED HEADER KEYE=KEYING "
               "ERROR DUPL=DUPLICATE TEST=TEST DATA OTHR=OTHER): "
           ACCEPT ws-resp
           MOVE FUNCTION UPPER-CASE(ws-resp(1:4)) TO ws-reason-code
           MOVE ws-reason-code TO corj-reason-code
           IF NOT corj-reason-valid THEN
               DISPLAY "UNKNOWN REASON CODE -- NO CORRECTION MADE"
               MOVE SPACES TO ws-reason-code
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON TEXT (UP TO 40 CHARACTERS): "
           ACCEPT ws-reason-text
           IF ws-reason-code = "OTHR" AND ws-reason-text = SPACES THEN
               DISPLAY "OTHR NEEDS REASON TEXT -- NO CORRECTION MADE"
               MOVE SPACES TO ws-reason-code
           END-IF.

      *    Before image from 3000-GET-RECORD, after image from the
      *    record as it now stands on the master.
       5000-WRITE-JOURNAL.
           MOVE cycle-date TO corj-date
           MOVE FUNCTION CURRENT-DATE(9:6) TO corj-time
           MOVE ws-operator-id TO corj-operator
           MOVE ws-run-id TO corj-run-id
           MOVE ws-reason-code TO corj-reason-code
           MOVE ws-reason-text TO corj-reason-text
           MOVE ws-before-game-id TO corj-game-id
           MOVE ws-before-date TO corj-date-played
           MOVE ws-new-date TO corj-new-date-played
           MOVE ws-new-source TO corj-new-source
           MOVE ws-before-image TO corj-before-image
           MOVE hmast-rec TO corj-after-image
           WRITE corj-rec
           IF ws-corj-status NOT = "00" THEN
               ADD 1 TO ws-error-count
               DISPLAY "TTTCORR: unable to journal correction to "
                   corj-game-id " " corj-date-played
                   ", status " ws-corj-status
           END-IF.

       0900-WRITE-SUMMARY.
           DISPLAY "TTTCORR: AMENDED=" ws-amend-count
               " VOIDED=" ws-void-count
               " ERRORS=" ws-error-count.

      *    One audit record per session, same convention as TTTREWRK;
      *    the position count carries the corrections made.
       0975-WRITE-AUDIT-LOG.
           COMPUTE ws-audit-position-count =
               ws-amend-count + ws-void-count
           IF ws-error-count > 0 THEN
               MOVE "ERRORS    " TO ws-audit-outcome
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK        " TO ws-audit-outcome
               MOVE 0 TO RETURN-CODE
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

       END PROGRAM TTTCORR.
