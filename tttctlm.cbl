       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTCTLM.

      ******************************************************************
      *  Control-master maintenance transaction.  TTTPARM has its
      *  effective dating and change journal, but the other control
      *  files were hand-edited flat files with their column rules in
      *  the readers' comments -- a typo in TTTROUTE silently dropped
      *  a recipient's packet, and a bad TTTCAL line made a missed
      *  run look scheduled-dark.  This console transaction (ACCEPT/
      *  DISPLAY, TTTMAINT style) is now how they are changed:
      *
      *      ADD    master      add an entry
      *      CHANGE master      change an entry's fields (a blank
      *                         answer keeps the current value)
      *      DELETE master      delete an entry
      *      LIST   master      display the entries on file
      *      QUIT               end the session
      *
      *  where master is TTTSRCM (source registration, srcmast.cbl),
      *  TTTROUTE (distribution routing, tttdist.cbl), TTTCAL (site
      *  calendar, sitecal.cbl), TTTOPER (operator profiles,
      *  operauth.cbl) or TTTRATE (billing rates, tttbill.cbl).  Each
      *  entry is written in exactly the columns its reader expects,
      *  comment and blank lines are carried through untouched, and
      *  the fields are edited before anything is written:
      *
      *      TTTSRCM   id and owner present, volumes numeric with
      *                low not above high, sending days each "-" or
      *                that weekday's letter (MTWTFSS), cutoff a real
      *                hhmm, daily quota numeric, retention days
      *                numeric (at most 5 digits); a source still
      *                routed on TTTROUTE cannot be deleted
      *      TTTROUTE  recipient present, output type one TTTDIST
      *                knows, source registered on TTTSRCM (blank
      *                allowed only for REPORTS and SUSPECT, which go
      *                whole)
      *      TTTCAL    a real calendar date and a reason
      *      TTTOPER   authority INQUIRE, REPAIR or MAINTAIN; nobody
      *                changes or deletes their own profile
      *      TTTRATE   a keyword TTTBILL reads and a numeric rate,
      *                at most 5 digits and 2 decimals
      *
      *  The session requires MAINTAIN authority (an open site -- no
      *  TTTOPER -- signs on as always).  Every applied change goes to
      *  the TTTAUD trail as CTLCH events carrying the operator id:
      *  the entry's before image (not on an add) and after image (not
      *  on a delete), each in 60-byte segments in aud-options, with
      *  the master and action in aud-input-source and the session's
      *  change number in aud-position-count.  TTTCTLRP reassembles
      *  them into the auditors' change report.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-srcm ASSIGN TO "TTTSRCM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-srcm-status.
           SELECT ttt-route ASSIGN TO "TTTROUTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-route-status.
           SELECT ttt-cal ASSIGN TO "TTTCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-cal-status.
           SELECT ttt-oper ASSIGN TO "TTTOPER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT ttt-rate ASSIGN TO "TTTRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rate-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-srcm
           RECORDING MODE IS F.
       01 srcm-line PIC X(137).

       FD  ttt-route
           RECORDING MODE IS F.
       01 route-line PIC X(80).

       FD  ttt-cal
           RECORDING MODE IS F.
       01 cal-line PIC X(80).

       FD  ttt-oper
           RECORDING MODE IS F.
       01 oper-line PIC X(80).

       FD  ttt-rate
           RECORDING MODE IS F.
       01 rate-line PIC X(80).

       WORKING-STORAGE SECTION.
       COPY srcmst.

       01 ws-srcm-status PIC XX VALUE SPACES.
       01 ws-route-status PIC XX VALUE SPACES.
       01 ws-cal-status PIC XX VALUE SPACES.
       01 ws-oper-status PIC XX VALUE SPACES.
       01 ws-rate-status PIC XX VALUE SPACES.
       01 ws-file-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X.

       01 ws-resp PIC X(40).
       01 ws-quit-sw PIC X VALUE "N".
       01 ws-verb PIC X(8).
       01 ws-master PIC X(8).

      *    The master being maintained, held whole: every line of the
      *    file in order, comments and blanks included, rewritten in
      *    full when a change is applied.
       01 ws-line-tbl.
           05 ws-line PIC X(137) OCCURS 400 TIMES.
       01 ws-line-count PIC 9(4) COMP VALUE 0.
       01 ws-line-capacity PIC 9(4) COMP VALUE 400.
       01 ws-load-ok-sw PIC X.
       01 line-idx PIC 9(4) COMP.
       01 ws-entry-idx PIC 9(4) COMP.
       01 ws-other-idx PIC 9(4) COMP.
       01 ws-listed-count PIC 9(4) COMP.

      *    The entry key: its leading columns, however many the master
      *    keys on.
       01 ws-key PIC X(40).
       01 ws-key-len PIC 99 COMP.

       01 ws-before-image PIC X(180).
       01 ws-after-image PIC X(180).
       01 ws-edit-ok-sw PIC X.
       01 ws-edit-msg PIC X(60).
       01 ws-routed-sw PIC X.

      *    Field work areas.
       01 ws-num-in PIC X(9).
       01 ws-num-ok-sw PIC X.
       01 ws-num-digits PIC 99 COMP.
       01 ws-num-decimals PIC 99 COMP.
       01 ws-num-point-sw PIC X.
       01 ws-num-end-sw PIC X.
       01 ws-num-idx PIC 99 COMP.
       01 ws-vol-lo PIC 9(9).
       01 ws-vol-hi PIC 9(9).
       01 ws-daily-quota PIC 9(9).
      *    The retention field being edited: its column and the name
      *    the refusal message gives it.
       01 ws-retain-col PIC 999 COMP.
       01 ws-retain-name PIC X(8).
       01 ws-retain-days PIC 9(5).
       01 ws-cutoff-hh PIC 99.
       01 ws-cutoff-mm PIC 99.
       01 ws-date-in PIC 9(8).
       01 ws-date-int PIC 9(8) COMP.
       01 ws-rate-amount PIC 9(5)V99.
       01 ws-rate-edit PIC 9(5).99.
       01 ws-weekday-lit PIC X(7) VALUE "MTWTFSS".
       01 day-idx PIC 9 COMP.
       01 src-tbl-idx PIC 9(4) COMP.
       01 ws-registered-sw PIC X.

       01 ws-output-types-lit.
           05 FILLER PIC X(8) VALUE "ALERTS".
           05 FILLER PIC X(8) VALUE "REJECTS".
           05 FILLER PIC X(8) VALUE "FEEDS".
           05 FILLER PIC X(8) VALUE "SCORES".
           05 FILLER PIC X(8) VALUE "RESTATE".
           05 FILLER PIC X(8) VALUE "SUSPECT".
           05 FILLER PIC X(8) VALUE "REPORTS".
       01 ws-output-types REDEFINES ws-output-types-lit.
           05 ws-output-type PIC X(8) OCCURS 7 TIMES.
       01 type-idx PIC 9 COMP.
       01 ws-type-ok-sw PIC X.

       01 ws-change-count PIC 9(9) COMP VALUE 0.
       01 ws-refused-count PIC 9(9) COMP VALUE 0.
       01 disp-count PIC 9(4).

      *    One CTLCH event per image segment.
       01 ws-chg-input-source PIC X(20).
       01 ws-chg-outcome PIC X(10).
       01 ws-chg-options PIC X(60).
       01 ws-chg-image PIC X(180).
       01 ws-chg-side PIC X(6).

       01 ws-audit-job-name PIC X(8) VALUE "TTTCTLM".
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
           PERFORM 0050-SIGN-ON
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM UNTIL ws-quit-sw = "Y"
               PERFORM 0100-GET-COMMAND
           END-PERFORM
           PERFORM 0975-WRITE-AUDIT-LOG
           STOP RUN.

      *    Sign-on before anything else: an operator the TTTOPER
      *    profile file does not know is refused the session, and so
      *    is one whose profile is below MAINTAIN -- every command
      *    here but LIST changes a control file.
       0050-SIGN-ON.
           DISPLAY "TTTCTLM -- OPERATOR ID: "
           ACCEPT ws-operator-id
           CALL "OperAuth" USING
             BY REFERENCE ws-operator-id
             BY REFERENCE ws-authority
             BY REFERENCE ws-oper-found-sw
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTCTLM: OPERATOR " ws-operator-id
                   " NOT ON TTTOPER -- SESSION REFUSED"
               MOVE "NO PROFILE" TO ws-audit-outcome
               PERFORM 0055-WRITE-REFUSAL-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-oper-found-sw = "Y"
                   AND ws-authority NOT = "MAINTAIN" THEN
               DISPLAY "TTTCTLM: CONTROL-MASTER MAINTENANCE REQUIRES "
                   "MAINTAIN AUTHORITY -- SESSION REFUSED"
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
           STRING "TU" FUNCTION CURRENT-DATE(1:14)
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
           STRING "TU" FUNCTION CURRENT-DATE(1:14)
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
           DISPLAY "TTTCTLM -- ADD, CHANGE, DELETE OR LIST master "
               "(TTTSRCM, TTTROUTE, TTTCAL, TTTOPER, TTTRATE), "
               "OR QUIT"
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE SPACES TO ws-verb ws-master
           UNSTRING ws-resp DELIMITED BY ALL SPACE
               INTO ws-verb ws-master
           END-UNSTRING
           IF ws-verb = "QUIT" OR ws-verb = "Q" THEN
               MOVE "Y" TO ws-quit-sw
               EXIT PARAGRAPH
           END-IF
           IF ws-verb NOT = "ADD" AND ws-verb NOT = "CHANGE"
                   AND ws-verb NOT = "DELETE"
                   AND ws-verb NOT = "LIST" THEN
               DISPLAY "NO SUCH COMMAND"
               EXIT PARAGRAPH
           END-IF
           IF ws-master NOT = "TTTSRCM" AND ws-master NOT = "TTTROUTE"
                   AND ws-master NOT = "TTTCAL"
                   AND ws-master NOT = "TTTOPER"
                   AND ws-master NOT = "TTTRATE" THEN
               DISPLAY "NO SUCH MASTER: " ws-master
               EXIT PARAGRAPH
           END-IF

           PERFORM 1000-LOAD-MASTER
           IF ws-load-ok-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-verb = "LIST" THEN
               PERFORM 1500-LIST-MASTER
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-MAINTAIN-ENTRY.

      ******************************************************************
      *  Loading and rewriting the master.  A master not yet created
      *  (status 35) loads empty; the first ADD creates it.
      ******************************************************************
       1000-LOAD-MASTER.
           MOVE "Y" TO ws-load-ok-sw
           MOVE 0 TO ws-line-count
           MOVE "N" TO ws-eof-sw
           EVALUATE ws-master
               WHEN "TTTSRCM"
                   PERFORM 1010-LOAD-SRCM
               WHEN "TTTROUTE"
                   PERFORM 1020-LOAD-ROUTE
               WHEN "TTTCAL"
                   PERFORM 1030-LOAD-CAL
               WHEN "TTTOPER"
                   PERFORM 1040-LOAD-OPER
               WHEN "TTTRATE"
                   PERFORM 1050-LOAD-RATE
           END-EVALUATE
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "35"
                   THEN
               DISPLAY "TTTCTLM: unable to open " ws-master
                   ", status " ws-file-status
               MOVE "N" TO ws-load-ok-sw
           END-IF.

       1010-LOAD-SRCM.
           OPEN INPUT ttt-srcm
           MOVE ws-srcm-status TO ws-file-status
           IF ws-srcm-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof-sw = "Y"
               READ ttt-srcm
                   AT END
                       MOVE "Y" TO ws-eof-sw
                   NOT AT END
                       PERFORM 1090-KEEP-LINE
                       MOVE srcm-line TO ws-line(ws-line-count)
               END-READ
           END-PERFORM
           CLOSE ttt-srcm.

       1020-LOAD-ROUTE.
           OPEN INPUT ttt-route
           MOVE ws-route-status TO ws-file-status
           IF ws-route-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof-sw = "Y"
               READ ttt-route
                   AT END
                       MOVE "Y" TO ws-eof-sw
                   NOT AT END
                       PERFORM 1090-KEEP-LINE
                       MOVE route-line TO ws-line(ws-line-count)
               END-READ
           END-PERFORM
           CLOSE ttt-route.

       1030-LOAD-CAL.
           OPEN INPUT ttt-cal
           MOVE ws-cal-status TO ws-file-status
           IF ws-cal-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof-sw = "Y"
               READ ttt-cal
                   AT END
                       MOVE "Y" TO ws-eof-sw
                   NOT AT END
                       PERFORM 1090-KEEP-LINE
                       MOVE cal-line TO ws-line(ws-line-count)
               END-READ
           END-PERFORM
           CLOSE ttt-cal.

       1040-LOAD-OPER.
           OPEN INPUT ttt-oper
           MOVE ws-oper-status TO ws-file-status
           IF ws-oper-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof-sw = "Y"
               READ ttt-oper
                   AT END
                       MOVE "Y" TO ws-eof-sw
                   NOT AT END
                       PERFORM 1090-KEEP-LINE
                       MOVE oper-line TO ws-line(ws-line-count)
               END-READ
           END-PERFORM
           CLOSE ttt-oper.

       1050-LOAD-RATE.
           OPEN INPUT ttt-rate
           MOVE ws-rate-status TO ws-file-status
           IF ws-rate-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof-sw = "Y"
               READ ttt-rate
                   AT END
                       MOVE "Y" TO ws-eof-sw
                   NOT AT END
                       PERFORM 1090-KEEP-LINE
                       MOVE rate-line TO ws-line(ws-line-count)
               END-READ
           END-PERFORM
           CLOSE ttt-rate.

      *    A master longer than the table is refused whole rather
      *    than rewritten short.
       1090-KEEP-LINE.
           IF ws-line-count >= ws-line-capacity THEN
               IF ws-load-ok-sw = "Y" THEN
                   DISPLAY "TTTCTLM: " ws-master " LONGER THAN "
                       ws-line-capacity " LINES -- NOT MAINTAINED HERE"
               END-IF
               MOVE "N" TO ws-load-ok-sw
           ELSE
               ADD 1 TO ws-line-count
           END-IF.

      *    Finds the entry whose leading ws-key-len columns are the
      *    key, skipping comment and blank lines; 0 when none.
       1100-FIND-ENTRY.
           MOVE 0 TO ws-entry-idx
           PERFORM VARYING line-idx FROM 1 BY 1
               UNTIL line-idx > ws-line-count OR ws-entry-idx > 0
               IF ws-line(line-idx) NOT = SPACES
                       AND ws-line(line-idx)(1:1) NOT = "*"
                       AND ws-line(line-idx)(1:ws-key-len)
                           = ws-key(1:ws-key-len) THEN
                   MOVE line-idx TO ws-entry-idx
               END-IF
           END-PERFORM.

       1500-LIST-MASTER.
           MOVE 0 TO ws-listed-count
           PERFORM VARYING line-idx FROM 1 BY 1
               UNTIL line-idx > ws-line-count
               IF ws-line(line-idx) NOT = SPACES
                       AND ws-line(line-idx)(1:1) NOT = "*" THEN
                   ADD 1 TO ws-listed-count
                   DISPLAY "  " ws-line(line-idx)
               END-IF
           END-PERFORM
           MOVE ws-listed-count TO disp-count
           DISPLAY ws-master " ENTRIES=" disp-count.

       1900-REWRITE-MASTER.
           EVALUATE ws-master
               WHEN "TTTSRCM"
                   OPEN OUTPUT ttt-srcm
                   MOVE ws-srcm-status TO ws-file-status
                   IF ws-file-status = "00" THEN
                       PERFORM VARYING line-idx FROM 1 BY 1
                           UNTIL line-idx > ws-line-count
                           MOVE ws-line(line-idx) TO srcm-line
                           WRITE srcm-line
                       END-PERFORM
                       CLOSE ttt-srcm
                   END-IF
               WHEN "TTTROUTE"
                   OPEN OUTPUT ttt-route
                   MOVE ws-route-status TO ws-file-status
                   IF ws-file-status = "00" THEN
                       PERFORM VARYING line-idx FROM 1 BY 1
                           UNTIL line-idx > ws-line-count
                           MOVE ws-line(line-idx) TO route-line
                           WRITE route-line
                       END-PERFORM
                       CLOSE ttt-route
                   END-IF
               WHEN "TTTCAL"
                   OPEN OUTPUT ttt-cal
                   MOVE ws-cal-status TO ws-file-status
                   IF ws-file-status = "00" THEN
                       PERFORM VARYING line-idx FROM 1 BY 1
                           UNTIL line-idx > ws-line-count
                           MOVE ws-line(line-idx) TO cal-line
                           WRITE cal-line
                       END-PERFORM
                       CLOSE ttt-cal
                   END-IF
               WHEN "TTTOPER"
                   OPEN OUTPUT ttt-oper
                   MOVE ws-oper-status TO ws-file-status
                   IF ws-file-status = "00" THEN
                       PERFORM VARYING line-idx FROM 1 BY 1
                           UNTIL line-idx > ws-line-count
                           MOVE ws-line(line-idx) TO oper-line
                           WRITE oper-line
                       END-PERFORM
                       CLOSE ttt-oper
                   END-IF
               WHEN "TTTRATE"
                   OPEN OUTPUT ttt-rate
                   MOVE ws-rate-status TO ws-file-status
                   IF ws-file-status = "00" THEN
                       PERFORM VARYING line-idx FROM 1 BY 1
                           UNTIL line-idx > ws-line-count
                           MOVE ws-line(line-idx) TO rate-line
                           WRITE rate-line
                       END-PERFORM
                       CLOSE ttt-rate
                   END-IF
           END-EVALUATE
           IF ws-file-status NOT = "00" THEN
               DISPLAY "TTTCTLM: unable to rewrite " ws-master
                   ", status " ws-file-status " -- CHANGE NOT APPLIED"
           END-IF.

      ******************************************************************
      *  One ADD, CHANGE or DELETE: key, existence check, fields,
      *  edits, confirmation, then the rewrite and its audit events.
      ******************************************************************
       2000-MAINTAIN-ENTRY.
           MOVE SPACES TO ws-before-image ws-after-image ws-edit-msg
           MOVE "Y" TO ws-edit-ok-sw
           EVALUATE ws-master
               WHEN "TTTSRCM"
                   PERFORM 3010-GET-SRCM-KEY
               WHEN "TTTROUTE"
                   PERFORM 3020-GET-ROUTE-KEY
               WHEN "TTTCAL"
                   PERFORM 3030-GET-CAL-KEY
               WHEN "TTTOPER"
                   PERFORM 3040-GET-OPER-KEY
               WHEN "TTTRATE"
                   PERFORM 3050-GET-RATE-KEY
           END-EVALUATE
           IF ws-edit-ok-sw = "N" THEN
               PERFORM 2900-REFUSE-CHANGE
               EXIT PARAGRAPH
           END-IF

           PERFORM 1100-FIND-ENTRY
           EVALUATE TRUE
               WHEN ws-verb = "ADD" AND ws-entry-idx > 0
                   MOVE "ENTRY ALREADY ON FILE -- USE CHANGE"
                       TO ws-edit-msg
               WHEN ws-verb NOT = "ADD" AND ws-entry-idx = 0
                   MOVE "NO SUCH ENTRY ON FILE" TO ws-edit-msg
               WHEN ws-verb = "ADD"
                       AND ws-line-count >= ws-line-capacity
                   MOVE "MASTER IS FULL" TO ws-edit-msg
           END-EVALUATE
           IF ws-edit-msg NOT = SPACES THEN
               PERFORM 2900-REFUSE-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF ws-entry-idx > 0 THEN
               MOVE ws-line(ws-entry-idx) TO ws-before-image
           END-IF

           IF ws-verb = "DELETE" THEN
               PERFORM 2100-EDIT-DELETE
           ELSE
               MOVE ws-before-image TO ws-after-image
               MOVE ws-key(1:ws-key-len)
                   TO ws-after-image(1:ws-key-len)
               EVALUATE ws-master
                   WHEN "TTTSRCM"
                       PERFORM 4010-GET-SRCM-FIELDS
                   WHEN "TTTROUTE"
                       PERFORM 4020-GET-ROUTE-FIELDS
                   WHEN "TTTCAL"
                       PERFORM 4030-GET-CAL-FIELDS
                   WHEN "TTTOPER"
                       PERFORM 4040-GET-OPER-FIELDS
                   WHEN "TTTRATE"
                       PERFORM 4050-GET-RATE-FIELDS
               END-EVALUATE
           END-IF
           IF ws-edit-ok-sw = "N" THEN
               PERFORM 2900-REFUSE-CHANGE
               EXIT PARAGRAPH
           END-IF
           IF ws-verb = "CHANGE"
                   AND ws-after-image = ws-before-image THEN
               DISPLAY "NO FIELDS CHANGED -- NOTHING APPLIED"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "BEFORE: " ws-before-image
           DISPLAY "AFTER:  " ws-after-image
           DISPLAY "APPLY (Y/N): "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp(1:1) NOT = "Y" AND ws-resp(1:1) NOT = "y" THEN
               DISPLAY "NOT APPLIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-APPLY-CHANGE.

      *    Deletes with a dependency: a registered source still
      *    routed would leave TTTDIST a route to a source nobody
      *    sends, and an operator does not remove their own profile.
       2100-EDIT-DELETE.
           IF ws-master = "TTTSRCM" THEN
               PERFORM 6100-CHECK-ROUTE-REFS
               IF ws-routed-sw = "Y" THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "SOURCE STILL ROUTED ON TTTROUTE" TO ws-edit-msg
               END-IF
           END-IF
           IF ws-master = "TTTOPER"
                   AND ws-key(1:8) = ws-operator-id THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "OWN PROFILE -- ANOTHER MAINTAIN OPERATOR MUST"
                   TO ws-edit-msg
           END-IF.

       2200-APPLY-CHANGE.
           EVALUATE ws-verb
               WHEN "ADD"
                   ADD 1 TO ws-line-count
                   MOVE ws-after-image TO ws-line(ws-line-count)
               WHEN "CHANGE"
                   MOVE ws-after-image TO ws-line(ws-entry-idx)
               WHEN "DELETE"
                   PERFORM VARYING line-idx FROM ws-entry-idx BY 1
                       UNTIL line-idx >= ws-line-count
                       MOVE ws-line(line-idx + 1) TO ws-line(line-idx)
                   END-PERFORM
                   SUBTRACT 1 FROM ws-line-count
           END-EVALUATE
           PERFORM 1900-REWRITE-MASTER
           IF ws-file-status NOT = "00" THEN
               ADD 1 TO ws-refused-count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-change-count
           PERFORM 7000-AUDIT-CHANGE
           DISPLAY ws-master " " ws-verb " APPLIED"
           IF ws-master = "TTTOPER" AND ws-verb = "ADD"
                   AND ws-oper-found-sw = "O" THEN
               DISPLAY "TTTOPER NOW EXISTS -- THE SITE IS NO LONGER "
                   "OPEN; OPERATORS NOT ON IT WILL BE REFUSED"
           END-IF.

       2900-REFUSE-CHANGE.
           ADD 1 TO ws-refused-count
           DISPLAY "REFUSED: " ws-edit-msg.

      ******************************************************************
      *  Keys, one paragraph per master.
      ******************************************************************
       3010-GET-SRCM-KEY.
           DISPLAY "SOURCE-SYSTEM-ID: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE SPACES TO ws-key
           MOVE ws-resp(1:8) TO ws-key
           MOVE 8 TO ws-key-len
           IF ws-key = SPACES OR ws-key(1:1) = "*" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "SOURCE-SYSTEM-ID REQUIRED" TO ws-edit-msg
           END-IF.

      *    A routing entry is the whole recipient/source/output
      *    combination.
       3020-GET-ROUTE-KEY.
           MOVE SPACES TO ws-key
           DISPLAY "RECIPIENT: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE ws-resp(1:20) TO ws-key(1:20)
           DISPLAY "SOURCE-SYSTEM-ID: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE ws-resp(1:8) TO ws-key(22:8)
           DISPLAY "OUTPUT TYPE: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE ws-resp(1:8) TO ws-key(31:8)
           MOVE 38 TO ws-key-len
           IF ws-key(1:20) = SPACES OR ws-key(1:1) = "*" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "RECIPIENT REQUIRED" TO ws-edit-msg
           END-IF.

       3030-GET-CAL-KEY.
           DISPLAY "NON-PROCESSING DATE (YYYYMMDD): "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE SPACES TO ws-key
           MOVE ws-resp(1:8) TO ws-key
           MOVE 8 TO ws-key-len
           PERFORM 6300-EDIT-DATE.

       3040-GET-OPER-KEY.
           DISPLAY "OPERATOR ID: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE SPACES TO ws-key
           MOVE ws-resp(1:8) TO ws-key
           MOVE 8 TO ws-key-len
           IF ws-key = SPACES OR ws-key(1:1) = "*" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "OPERATOR ID REQUIRED" TO ws-edit-msg
           END-IF
           IF ws-verb = "CHANGE" AND ws-key(1:8) = ws-operator-id THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "OWN PROFILE -- ANOTHER MAINTAIN OPERATOR MUST"
                   TO ws-edit-msg
           END-IF.

      *    The key is the keyword with its "=", as TTTBILL matches it.
       3050-GET-RATE-KEY.
           DISPLAY "RATE KEYWORD (PRICE-PER-POSITION, "
               "PRICE-PER-MNODES, PRICE-PER-REJECT): "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           MOVE SPACES TO ws-key
           EVALUATE ws-resp
               WHEN "PRICE-PER-POSITION"
                   MOVE "PRICE-PER-POSITION=" TO ws-key
                   MOVE 19 TO ws-key-len
               WHEN "PRICE-PER-MNODES"
                   MOVE "PRICE-PER-MNODES=" TO ws-key
                   MOVE 17 TO ws-key-len
               WHEN "PRICE-PER-REJECT"
                   MOVE "PRICE-PER-REJECT=" TO ws-key
                   MOVE 17 TO ws-key-len
               WHEN OTHER
                   MOVE 1 TO ws-key-len
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "NOT A RATE KEYWORD TTTBILL READS"
                       TO ws-edit-msg
           END-EVALUATE.

      ******************************************************************
      *  Fields and their edits, one paragraph per master.  On a
      *  CHANGE the after image starts as the entry on file, so a
      *  blank answer keeps that field.
      ******************************************************************
      *    cols 10-39 owner, 41-70 contact, 72-80 / 82-90 volume low /
      *    high, 92-98 sending days, 100-103 cutoff, 105-113 daily
      *    quota, 115-119 / 121-125 / 127-131 / 133-137 retention days
      *    for history, archive, sessions, closed rejects (srcmast.cbl).
       4010-GET-SRCM-FIELDS.
           DISPLAY "OWNER NAME [" ws-after-image(10:30) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:30) TO ws-after-image(10:30)
           END-IF
           DISPLAY "OWNER CONTACT [" ws-after-image(41:30) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:30) TO ws-after-image(41:30)
           END-IF
           DISPLAY "DAILY VOLUME LOW [" ws-after-image(72:9) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:9) TO ws-num-in
               PERFORM 6500-EDIT-DIGITS
               IF ws-num-ok-sw = "N" THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "DAILY VOLUME LOW NOT NUMERIC" TO ws-edit-msg
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ws-vol-lo = FUNCTION NUMVAL(ws-num-in)
               MOVE ws-vol-lo TO ws-after-image(72:9)
           END-IF
           DISPLAY "DAILY VOLUME HIGH [" ws-after-image(82:9) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:9) TO ws-num-in
               PERFORM 6500-EDIT-DIGITS
               IF ws-num-ok-sw = "N" THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "DAILY VOLUME HIGH NOT NUMERIC" TO ws-edit-msg
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ws-vol-hi = FUNCTION NUMVAL(ws-num-in)
               MOVE ws-vol-hi TO ws-after-image(82:9)
           END-IF
           DISPLAY "SENDING DAYS, MONDAY FIRST, E.G. MTWTF-- ["
               ws-after-image(92:7) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:7) TO ws-after-image(92:7)
           END-IF
           DISPLAY "SENDING CUTOFF HHMM [" ws-after-image(100:4)
               "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:4) TO ws-after-image(100:4)
           END-IF
           DISPLAY "DAILY QUOTA, 0 FOR NONE [" ws-after-image(105:9)
               "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:9) TO ws-after-image(105:9)
           END-IF
           DISPLAY "HISTORY RETENTION DAYS, 0 TO KEEP ["
               ws-after-image(115:5) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:5) TO ws-after-image(115:5)
           END-IF
           DISPLAY "ARCHIVE RETENTION DAYS, 0 TO KEEP ["
               ws-after-image(121:5) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:5) TO ws-after-image(121:5)
           END-IF
           DISPLAY "SESSION RETENTION DAYS, 0 TO KEEP ["
               ws-after-image(127:5) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:5) TO ws-after-image(127:5)
           END-IF
           DISPLAY "CLOSED REJECT RETENTION DAYS, 0 TO KEEP ["
               ws-after-image(133:5) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:5) TO ws-after-image(133:5)
           END-IF
           PERFORM 5010-EDIT-SRCM.

       4020-GET-ROUTE-FIELDS.
           IF ws-verb = "CHANGE" THEN
               DISPLAY "NEW RECIPIENT [" ws-after-image(1:20) "]: "
               MOVE SPACES TO ws-resp
               ACCEPT ws-resp
               IF ws-resp NOT = SPACES THEN
                   MOVE ws-resp(1:20) TO ws-after-image(1:20)
               END-IF
               DISPLAY "NEW SOURCE-SYSTEM-ID [" ws-after-image(22:8)
                   "]: "
               MOVE SPACES TO ws-resp
               ACCEPT ws-resp
               IF ws-resp NOT = SPACES THEN
                   MOVE ws-resp(1:8) TO ws-after-image(22:8)
               END-IF
               DISPLAY "NEW OUTPUT TYPE [" ws-after-image(31:8) "]: "
               MOVE SPACES TO ws-resp
               ACCEPT ws-resp
               IF ws-resp NOT = SPACES THEN
                   MOVE ws-resp(1:8) TO ws-after-image(31:8)
               END-IF
           END-IF
           PERFORM 5020-EDIT-ROUTE.

       4030-GET-CAL-FIELDS.
           DISPLAY "REASON (HOLIDAY, WEEKEND, OUTAGE, ...) ["
               ws-after-image(10:8) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:8) TO ws-after-image(10:8)
           END-IF
           IF ws-after-image(10:8) = SPACES THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "REASON REQUIRED" TO ws-edit-msg
           END-IF.

       4040-GET-OPER-FIELDS.
           DISPLAY "AUTHORITY (INQUIRE, REPAIR, MAINTAIN) ["
               ws-after-image(10:8) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp NOT = SPACES THEN
               MOVE ws-resp(1:8) TO ws-after-image(10:8)
           END-IF
           IF ws-after-image(10:8) NOT = "INQUIRE"
                   AND ws-after-image(10:8) NOT = "REPAIR"
                   AND ws-after-image(10:8) NOT = "MAINTAIN" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "AUTHORITY NOT INQUIRE, REPAIR OR MAINTAIN"
                   TO ws-edit-msg
           END-IF.

      *    Written back as nnnnn.nn right after the keyword, where
      *    TTTBILL's NUMVAL picks it up.
       4050-GET-RATE-FIELDS.
           DISPLAY "RATE, NNNNN.NN ["
               ws-after-image(ws-key-len + 1:9) "]: "
           MOVE SPACES TO ws-resp
           ACCEPT ws-resp
           IF ws-resp = SPACES THEN
               IF ws-verb = "ADD" THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "RATE REQUIRED" TO ws-edit-msg
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ws-resp(1:9) TO ws-num-in
           PERFORM 6600-EDIT-AMOUNT
           IF ws-num-ok-sw = "N" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "RATE NOT NUMERIC (AT MOST NNNNN.NN)"
                   TO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-rate-amount = FUNCTION NUMVAL(ws-num-in)
           MOVE ws-rate-amount TO ws-rate-edit
           MOVE SPACES TO ws-after-image(ws-key-len + 1:)
           MOVE ws-rate-edit TO ws-after-image(ws-key-len + 1:8).

       5010-EDIT-SRCM.
           IF ws-after-image(10:30) = SPACES THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "OWNER NAME REQUIRED" TO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           MOVE ws-after-image(72:9) TO ws-num-in
           PERFORM 6500-EDIT-DIGITS
           IF ws-after-image(72:9) NOT = SPACES
                   AND ws-num-ok-sw = "N" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "DAILY VOLUME LOW NOT NUMERIC" TO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-vol-lo = FUNCTION NUMVAL(ws-after-image(72:9))
           MOVE ws-after-image(82:9) TO ws-num-in
           PERFORM 6500-EDIT-DIGITS
           IF ws-after-image(82:9) NOT = SPACES
                   AND ws-num-ok-sw = "N" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "DAILY VOLUME HIGH NOT NUMERIC" TO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-vol-hi = FUNCTION NUMVAL(ws-after-image(82:9))
           IF ws-vol-lo > ws-vol-hi THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "DAILY VOLUME LOW ABOVE HIGH" TO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           MOVE ws-vol-lo TO ws-after-image(72:9)
           MOVE ws-vol-hi TO ws-after-image(82:9)

           IF ws-after-image(92:7) NOT = SPACES THEN
               PERFORM VARYING day-idx FROM 1 BY 1 UNTIL day-idx > 7
                   IF ws-after-image(91 + day-idx:1) NOT = "-"
                           AND ws-after-image(91 + day-idx:1)
                               NOT = ws-weekday-lit(day-idx:1) THEN
                       MOVE "N" TO ws-edit-ok-sw
                       MOVE
                         "SENDING DAYS NOT MTWTFSS WITH - FOR DAYS OFF"
                           TO ws-edit-msg
                   END-IF
               END-PERFORM
               IF ws-edit-ok-sw = "N" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF ws-after-image(100:4) NOT = SPACES THEN
               IF ws-after-image(100:4) IS NOT NUMERIC THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "SENDING CUTOFF NOT HHMM" TO ws-edit-msg
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-after-image(100:2) TO ws-cutoff-hh
               MOVE ws-after-image(102:2) TO ws-cutoff-mm
               IF ws-cutoff-hh > 23 OR ws-cutoff-mm > 59 THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "SENDING CUTOFF NOT A TIME OF DAY"
                       TO ws-edit-msg
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF ws-after-image(105:9) NOT = SPACES THEN
               MOVE ws-after-image(105:9) TO ws-num-in
               PERFORM 6500-EDIT-DIGITS
               IF ws-num-ok-sw = "N" THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "DAILY QUOTA NOT NUMERIC" TO ws-edit-msg
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ws-daily-quota =
                   FUNCTION NUMVAL(ws-after-image(105:9))
               MOVE ws-daily-quota TO ws-after-image(105:9)
           END-IF

           MOVE 115 TO ws-retain-col
           MOVE "HISTORY" TO ws-retain-name
           PERFORM 5015-EDIT-RETAIN-DAYS
           MOVE 121 TO ws-retain-col
           MOVE "ARCHIVE" TO ws-retain-name
           PERFORM 5015-EDIT-RETAIN-DAYS
           MOVE 127 TO ws-retain-col
           MOVE "SESSION" TO ws-retain-name
           PERFORM 5015-EDIT-RETAIN-DAYS
           MOVE 133 TO ws-retain-col
           MOVE "REJECT" TO ws-retain-name
           PERFORM 5015-EDIT-RETAIN-DAYS.

      *    One retention field, at most 5 digits, written back zero
      *    filled where SrcMaster's NUMVAL reads it.  A field already
      *    refused leaves the first message standing.
       5015-EDIT-RETAIN-DAYS.
           IF ws-edit-ok-sw = "N"
                   OR ws-after-image(ws-retain-col:5) = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-num-in
           MOVE ws-after-image(ws-retain-col:5) TO ws-num-in
           PERFORM 6500-EDIT-DIGITS
           IF ws-num-ok-sw = "N" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE SPACES TO ws-edit-msg
               STRING ws-retain-name DELIMITED BY SPACE
                   " RETENTION DAYS NOT NUMERIC (AT MOST 5 DIGITS)"
                   DELIMITED BY SIZE INTO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-retain-days =
               FUNCTION NUMVAL(ws-after-image(ws-retain-col:5))
           MOVE ws-retain-days TO ws-after-image(ws-retain-col:5).

      *    The recipient/source/output combination as TTTDIST reads
      *    it (cols 1-20, 22-29, 31-38).
       5020-EDIT-ROUTE.
           IF ws-after-image(1:20) = SPACES THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "RECIPIENT REQUIRED" TO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-type-ok-sw
           PERFORM VARYING type-idx FROM 1 BY 1 UNTIL type-idx > 7
               IF ws-after-image(31:8) = ws-output-type(type-idx) THEN
                   MOVE "Y" TO ws-type-ok-sw
               END-IF
           END-PERFORM
           IF ws-type-ok-sw = "N" THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "OUTPUT TYPE NOT ONE TTTDIST ROUTES" TO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           IF ws-after-image(22:8) = SPACES THEN
               IF ws-after-image(31:8) NOT = "REPORTS"
                       AND ws-after-image(31:8) NOT = "SUSPECT" THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "SOURCE REQUIRED FOR THIS OUTPUT TYPE"
                       TO ws-edit-msg
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 6200-CHECK-REGISTERED
               IF ws-registered-sw = "N" THEN
                   MOVE "N" TO ws-edit-ok-sw
                   MOVE "SOURCE NOT REGISTERED ON TTTSRCM"
                       TO ws-edit-msg
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    A changed combination must not duplicate another entry.
           IF ws-verb = "CHANGE"
                   AND ws-after-image(1:38) NOT = ws-key(1:38) THEN
               PERFORM VARYING ws-other-idx FROM 1 BY 1
                   UNTIL ws-other-idx > ws-line-count
                   IF ws-other-idx NOT = ws-entry-idx
                           AND ws-line(ws-other-idx)(1:38)
                               = ws-after-image(1:38) THEN
                       MOVE "N" TO ws-edit-ok-sw
                       MOVE "THAT ROUTING IS ALREADY ON FILE"
                           TO ws-edit-msg
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *  Shared edits.
      ******************************************************************
      *    Any TTTROUTE entry naming the source being deleted.
       6100-CHECK-ROUTE-REFS.
           MOVE "N" TO ws-routed-sw
           MOVE "N" TO ws-eof-sw
           OPEN INPUT ttt-route
           IF ws-route-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof-sw = "Y"
               READ ttt-route
                   AT END
                       MOVE "Y" TO ws-eof-sw
                   NOT AT END
                       IF route-line(1:1) NOT = "*"
                               AND route-line(22:8) = ws-key(1:8) THEN
                           MOVE "Y" TO ws-routed-sw
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-route.

      *    Read fresh each time, so a source registered earlier in
      *    the session counts.  A site without a TTTSRCM has its
      *    registration checks disabled everywhere else, and here too.
       6200-CHECK-REGISTERED.
           CALL "SrcMaster" USING
             BY REFERENCE src-master
           IF src-loaded-sw NOT = "Y" THEN
               MOVE "Y" TO ws-registered-sw
               DISPLAY "NO TTTSRCM ON THIS SITE -- SOURCE NOT CHECKED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-registered-sw
           PERFORM VARYING src-tbl-idx FROM 1 BY 1
               UNTIL src-tbl-idx > src-count
               IF src-id(src-tbl-idx) = ws-after-image(22:8) THEN
                   MOVE "Y" TO ws-registered-sw
               END-IF
           END-PERFORM.

      *    INTEGER-OF-DATE returns 0 for anything that is not a real
      *    calendar date (the TTTCYCST check).
       6300-EDIT-DATE.
           IF ws-key(1:8) IS NOT NUMERIC THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "DATE NOT YYYYMMDD" TO ws-edit-msg
               EXIT PARAGRAPH
           END-IF
           MOVE ws-key(1:8) TO ws-date-in
           COMPUTE ws-date-int = FUNCTION INTEGER-OF-DATE(ws-date-in)
           IF ws-date-int = 0 THEN
               MOVE "N" TO ws-edit-ok-sw
               MOVE "NOT A REAL CALENDAR DATE" TO ws-edit-msg
           END-IF.

      *    Digits, then nothing but trailing spaces; at least one
      *    digit.
       6500-EDIT-DIGITS.
           MOVE "Y" TO ws-num-ok-sw
           MOVE "N" TO ws-num-end-sw
           MOVE 0 TO ws-num-digits
           PERFORM VARYING ws-num-idx FROM 1 BY 1 UNTIL ws-num-idx > 9
               EVALUATE TRUE
                   WHEN ws-num-in(ws-num-idx:1) = SPACE
                       MOVE "Y" TO ws-num-end-sw
                   WHEN ws-num-in(ws-num-idx:1) IS NUMERIC
                           AND ws-num-end-sw = "N"
                       ADD 1 TO ws-num-digits
                   WHEN OTHER
                       MOVE "N" TO ws-num-ok-sw
               END-EVALUATE
           END-PERFORM
           IF ws-num-digits = 0 THEN
               MOVE "N" TO ws-num-ok-sw
           END-IF.

      *    As 6500, allowing one decimal point with at most 2 digits
      *    after it and 5 before.
       6600-EDIT-AMOUNT.
           MOVE "Y" TO ws-num-ok-sw
           MOVE "N" TO ws-num-end-sw
           MOVE "N" TO ws-num-point-sw
           MOVE 0 TO ws-num-digits ws-num-decimals
           PERFORM VARYING ws-num-idx FROM 1 BY 1 UNTIL ws-num-idx > 9
               EVALUATE TRUE
                   WHEN ws-num-in(ws-num-idx:1) = SPACE
                       MOVE "Y" TO ws-num-end-sw
                   WHEN ws-num-end-sw = "Y"
                       MOVE "N" TO ws-num-ok-sw
                   WHEN ws-num-in(ws-num-idx:1) = "."
                       IF ws-num-point-sw = "Y" THEN
                           MOVE "N" TO ws-num-ok-sw
                       END-IF
                       MOVE "Y" TO ws-num-point-sw
                   WHEN ws-num-in(ws-num-idx:1) IS NUMERIC
                       IF ws-num-point-sw = "Y" THEN
                           ADD 1 TO ws-num-decimals
                       ELSE
                           ADD 1 TO ws-num-digits
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO ws-num-ok-sw
               END-EVALUATE
           END-PERFORM
           IF ws-num-digits + ws-num-decimals = 0
                   OR ws-num-digits > 5 OR ws-num-decimals > 2 THEN
               MOVE "N" TO ws-num-ok-sw
           END-IF.

      ******************************************************************
      *  Before/after images to TTTAUD: one CTLCH event per 60-byte
      *  segment, the second and third segments only when the image
      *  runs past 60 and 120 columns.
      ******************************************************************
       7000-AUDIT-CHANGE.
           MOVE SPACES TO ws-chg-input-source
           STRING ws-master DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ws-verb DELIMITED BY SPACE
               INTO ws-chg-input-source
           IF ws-before-image NOT = SPACES THEN
               MOVE "BEFORE" TO ws-chg-side
               MOVE ws-before-image TO ws-chg-image
               PERFORM 7100-AUDIT-IMAGE
           END-IF
           IF ws-verb NOT = "DELETE" THEN
               MOVE "AFTER " TO ws-chg-side
               MOVE ws-after-image TO ws-chg-image
               PERFORM 7100-AUDIT-IMAGE
           END-IF.

       7100-AUDIT-IMAGE.
           MOVE SPACES TO ws-chg-outcome
           STRING ws-chg-side " 1" DELIMITED BY SIZE
               INTO ws-chg-outcome
           MOVE ws-chg-image(1:60) TO ws-chg-options
           PERFORM 7200-WRITE-CHANGE-EVENT
           IF ws-chg-image(61:60) NOT = SPACES THEN
               MOVE SPACES TO ws-chg-outcome
               STRING ws-chg-side " 2" DELIMITED BY SIZE
                   INTO ws-chg-outcome
               MOVE ws-chg-image(61:60) TO ws-chg-options
               PERFORM 7200-WRITE-CHANGE-EVENT
           END-IF
           IF ws-chg-image(121:60) NOT = SPACES THEN
               MOVE SPACES TO ws-chg-outcome
               STRING ws-chg-side " 3" DELIMITED BY SIZE
                   INTO ws-chg-outcome
               MOVE ws-chg-image(121:60) TO ws-chg-options
               PERFORM 7200-WRITE-CHANGE-EVENT
           END-IF.

       7200-WRITE-CHANGE-EVENT.
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-chg-input-source
             BY REFERENCE ws-change-count
             BY REFERENCE ws-chg-outcome
             BY CONTENT "CTLCH"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-chg-options
             BY REFERENCE ws-operator-id.

      *    The END event carries the number of changes applied; a
      *    session that had any refused ends REJECTS.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-change-count TO ws-audit-position-count
           IF ws-refused-count = 0 THEN
               MOVE "OK        " TO ws-audit-outcome
           ELSE
               MOVE "REJECTS   " TO ws-audit-outcome
           END-IF
           MOVE ws-change-count TO disp-count
           DISPLAY "TTTCTLM: CHANGES APPLIED=" disp-count
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       END PROGRAM TTTCTLM.
