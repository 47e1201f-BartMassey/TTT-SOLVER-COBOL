       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSECRP.

      ******************************************************************
      *  Operator access and activity security review.  Sign-on and
      *  authority levels (TTTOPER, operauth.cbl) and the operator id
      *  on every console audit record have been in place for some
      *  time, but nothing read them back.  This report cross-
      *  references the console events on the TTTAUD trail with the
      *  TTTOPER profiles over a date range:
      *
      *      - sessions and actions per operator by transaction
      *        (TTTMAINT, TTTREWRK, TTTCACHM, TTTXPLR, TTTINQ,
      *        TTTCTLM, TTTHREL, TTTRPTVW -- whatever console work the
      *        trail shows), with each operator's authority on file
      *      - high-impact actions: TTTCACHM cache purges, TTTHREL
      *        hold-queue releases and purges, TTTRRAUM rerun
      *        authorizations granted and revoked, and TTTCTLM
      *        control-master changes (profile changes called out);
      *        TTTCTLRP has the before/after images
      *      - console activity on a TTTCAL scheduled-dark day or
      *        outside the nightly batch window
      *      - refused sign-ons (and refused purges)
      *      - profiles with no console activity in the last
      *        DORMANT-DAYS days before the range end
      *
      *  PARM FROM=yyyymmdd,TO=yyyymmdd as TTTAUDRP's; the batch
      *  window and the dormant-profile limit are TTTPARM keywords
      *  (BATCH-WINDOW-START, BATCH-WINDOW-END, DORMANT-DAYS).  One
      *  tally pass over the trail, then one pass per listing section
      *  so each section comes out in trail order.  RETURN-CODE 4
      *  when there is anything for the reviewer to look at (refused
      *  sign-ons, off-hours activity, dormant profiles).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-oper ASSIGN TO "TTTOPER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT ttt-scrpt ASSIGN TO "TTTSCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-oper
           RECORDING MODE IS F.
       01 oper-line PIC X(80).

       FD  ttt-scrpt
           RECORDING MODE IS F.
       01 scrpt-line PIC X(132).

       WORKING-STORAGE SECTION.
       COPY sitecal.
       COPY parm.
       01 cal-idx PIC 9(4) COMP.
       01 ws-dark-sw PIC X.
       01 ws-dark-reason PIC X(8).

       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-oper-status PIC XX VALUE SPACES.
       01 ws-scrpt-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-aud VALUE "Y".
       01 ws-oper-eof-sw PIC X VALUE "N".

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-from-date PIC 9(8) VALUE 0.
       01 ws-to-date PIC 9(8) VALUE 0.
       01 ws-to-int PIC 9(8) COMP.
       01 ws-last-int PIC 9(8) COMP.
       01 ws-idle-days PIC 9(8) COMP.

      *    Every operator the review knows of: the TTTOPER profiles
      *    first, then any id the trail shows that is not on file.
       01 ws-op-tbl.
           05 ws-op-entry OCCURS 100 TIMES.
               10 ws-op-id PIC X(8).
               10 ws-op-authority PIC X(8).
               10 ws-op-on-file-sw PIC X.
               10 ws-op-last-date PIC 9(8).
               10 ws-op-refused-count PIC 9(6) COMP.
       01 ws-op-count PIC 9(4) COMP VALUE 0.
       01 ws-op-capacity PIC 9(4) COMP VALUE 100.
       01 op-idx PIC 9(4) COMP.
       01 ws-op-found-sw PIC X.
       01 ws-op-overflow-sw PIC X VALUE "N".

      *    Sessions and actions per operator per transaction.
       01 ws-use-tbl.
           05 ws-use-entry OCCURS 300 TIMES.
               10 ws-use-op-id PIC X(8).
               10 ws-use-job PIC X(8).
               10 ws-use-session-count PIC 9(6) COMP.
               10 ws-use-action-count PIC 9(9) COMP.
       01 ws-use-count PIC 9(4) COMP VALUE 0.
       01 ws-use-capacity PIC 9(4) COMP VALUE 300.
       01 use-idx PIC 9(4) COMP.
       01 ws-use-found-sw PIC X.
       01 ws-use-overflow-sw PIC X VALUE "N".

       01 ws-high-impact-sw PIC X.
       01 ws-off-window-sw PIC X.
       01 ws-event-hhmm PIC 9(4).
       01 ws-line-tag PIC X(30).
       01 ws-section-title PIC X(60).
       01 ws-chg-master PIC X(8).
       01 ws-chg-action PIC X(8).

       01 ws-session-total PIC 9(6) COMP VALUE 0.
       01 ws-high-impact-total PIC 9(6) COMP VALUE 0.
       01 ws-off-hours-total PIC 9(6) COMP VALUE 0.
       01 ws-refused-total PIC 9(6) COMP VALUE 0.
       01 ws-dormant-total PIC 9(6) COMP VALUE 0.
       01 ws-section-count PIC 9(6) COMP.

       COPY cycdt.
       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       01 disp-session-count PIC 9(6).
       01 disp-action-count PIC 9(9).
       01 disp-refused-count PIC 9(6).
       01 disp-session-total PIC 9(6).
       01 disp-high-impact-total PIC 9(6).
       01 disp-off-hours-total PIC 9(6).
       01 disp-refused-total PIC 9(6).
       01 disp-dormant-total PIC 9(6).
       01 disp-idle-days PIC 9(5).
       01 disp-last-date PIC X(8).
       01 disp-position-count PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           CALL "SiteCal" USING
             BY REFERENCE site-calendar
           CALL "ParmFile" USING
             BY REFERENCE parm-options
           PERFORM 0050-PARSE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0150-LOAD-PROFILES
           PERFORM 0200-WRITE-HEADING

           PERFORM 1000-TALLY-TRAIL
           PERFORM 2000-WRITE-OPERATOR-USE
           PERFORM 3000-LIST-HIGH-IMPACT
           PERFORM 4000-LIST-OFF-HOURS
           PERFORM 5000-LIST-REFUSALS
           PERFORM 6000-LIST-DORMANT
           PERFORM 0900-WRITE-SUMMARY
           CLOSE ttt-scrpt
           STOP RUN.

      *    PARM format is FROM=yyyymmdd,TO=yyyymmdd (fixed positions,
      *    TTTAUDRP's format).  An absent or blank PARM reviews the
      *    cycle date only.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:5) = "FROM=" AND ws-parm(15:3) = "TO=" THEN
               MOVE ws-parm(6:8) TO ws-from-date
               MOVE ws-parm(18:8) TO ws-to-date
           ELSE
               MOVE cycle-date TO ws-from-date
               MOVE ws-from-date TO ws-to-date
           END-IF
           IF ws-to-date < ws-from-date THEN
               DISPLAY "TTTSECRP: TO DATE BEFORE FROM DATE"
               STOP RUN
           END-IF
           COMPUTE ws-to-int = FUNCTION INTEGER-OF-DATE(ws-to-date).

       0100-OPEN-FILES.
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               DISPLAY "TTTSECRP: unable to open TTTAUD, status "
                   ws-aud-status
               STOP RUN
           END-IF
           CLOSE ttt-aud

           OPEN OUTPUT ttt-scrpt
           IF ws-scrpt-status NOT = "00" THEN
               DISPLAY "TTTSECRP: unable to open TTTSCRPT, status "
                   ws-scrpt-status
               STOP RUN
           END-IF.

      *    A site without TTTOPER is an open site: nobody has a
      *    profile, every id on the trail reports as not on file.
       0150-LOAD-PROFILES.
           OPEN INPUT ttt-oper
           IF ws-oper-status NOT = "00" THEN
               DISPLAY "TTTSECRP: NO TTTOPER (STATUS " ws-oper-status
                   ") -- OPEN SITE, NO PROFILES TO REVIEW"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-oper-eof-sw
           PERFORM UNTIL ws-oper-eof-sw = "Y"
               READ ttt-oper
                   AT END
                       MOVE "Y" TO ws-oper-eof-sw
                   NOT AT END
                       IF oper-line NOT = SPACES
                               AND oper-line(1:1) NOT = "*" THEN
                           MOVE oper-line(1:8) TO aud-operator
                           PERFORM 1900-FIND-OPERATOR
                           IF op-idx > 0 THEN
                               MOVE "Y" TO ws-op-on-file-sw(op-idx)
                               MOVE oper-line(10:8)
                                   TO ws-op-authority(op-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-oper.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO scrpt-line
           STRING "TTT OPERATOR SECURITY REVIEW  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO scrpt-line
           WRITE scrpt-line
           MOVE SPACES TO scrpt-line
           STRING "RANGE FROM=" ws-from-date " TO=" ws-to-date
               " BATCH-WINDOW=" parm-batch-window-start "-"
               parm-batch-window-end
               " DORMANT-DAYS=" parm-dormant-days
               DELIMITED BY SIZE INTO scrpt-line
           WRITE scrpt-line.

       0300-OPEN-TRAIL.
           MOVE "N" TO ws-eof-sw
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               SET end-of-aud TO TRUE
           END-IF.

       0400-READ-NEXT.
           READ ttt-aud
               AT END SET end-of-aud TO TRUE
           END-READ.

      *    Section heading with a separator line above it.
       0500-WRITE-SECTION-HEAD.
           MOVE ALL "-" TO scrpt-line
           WRITE scrpt-line
           MOVE SPACES TO scrpt-line
           MOVE ws-section-title TO scrpt-line
           WRITE scrpt-line
           MOVE 0 TO ws-section-count.

       0550-WRITE-NONE-IF-EMPTY.
           IF ws-section-count = 0 THEN
               MOVE SPACES TO scrpt-line
               STRING "  NONE" DELIMITED BY SIZE INTO scrpt-line
               WRITE scrpt-line
           END-IF.

      ******************************************************************
      *  Tally pass: sessions and actions for the range, and each
      *  operator's last console activity up to the range end (a
      *  dormant profile can have gone quiet long before FROM).  Only
      *  records carrying an operator id are console work.
      ******************************************************************
       1000-TALLY-TRAIL.
           PERFORM 0300-OPEN-TRAIL
           PERFORM 0400-READ-NEXT
           PERFORM UNTIL end-of-aud
               IF aud-operator NOT = SPACES
                       AND aud-run-date NOT > ws-to-date THEN
                   PERFORM 1100-TALLY-RECORD
               END-IF
               PERFORM 0400-READ-NEXT
           END-PERFORM
           CLOSE ttt-aud.

       1100-TALLY-RECORD.
           PERFORM 1900-FIND-OPERATOR
           IF op-idx = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF aud-event-type = "REFUS" THEN
               IF aud-run-date NOT < ws-from-date THEN
                   ADD 1 TO ws-op-refused-count(op-idx)
                   ADD 1 TO ws-refused-total
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF aud-run-date > ws-op-last-date(op-idx) THEN
               MOVE aud-run-date TO ws-op-last-date(op-idx)
           END-IF
           IF aud-run-date < ws-from-date THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE aud-event-type
               WHEN "BEGIN"
                   PERFORM 1950-FIND-USE
                   IF use-idx > 0 THEN
                       ADD 1 TO ws-use-session-count(use-idx)
                   END-IF
                   ADD 1 TO ws-session-total
               WHEN "END  "
                   PERFORM 1950-FIND-USE
                   IF use-idx > 0 THEN
                       ADD aud-position-count
                           TO ws-use-action-count(use-idx)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Finds (or adds) aud-operator in the operator table; op-idx
      *    0 when the table is full.
       1900-FIND-OPERATOR.
           MOVE "N" TO ws-op-found-sw
           PERFORM VARYING op-idx FROM 1 BY 1
               UNTIL op-idx > ws-op-count OR ws-op-found-sw = "Y"
               IF ws-op-id(op-idx) = aud-operator THEN
                   MOVE "Y" TO ws-op-found-sw
               END-IF
           END-PERFORM
           IF ws-op-found-sw = "Y" THEN
               SUBTRACT 1 FROM op-idx
               EXIT PARAGRAPH
           END-IF
           IF ws-op-count >= ws-op-capacity THEN
               MOVE "Y" TO ws-op-overflow-sw
               MOVE 0 TO op-idx
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-op-count
           MOVE ws-op-count TO op-idx
           MOVE aud-operator TO ws-op-id(op-idx)
           MOVE SPACES TO ws-op-authority(op-idx)
           MOVE "N" TO ws-op-on-file-sw(op-idx)
           MOVE 0 TO ws-op-last-date(op-idx)
           MOVE 0 TO ws-op-refused-count(op-idx).

       1950-FIND-USE.
           MOVE "N" TO ws-use-found-sw
           PERFORM VARYING use-idx FROM 1 BY 1
               UNTIL use-idx > ws-use-count OR ws-use-found-sw = "Y"
               IF ws-use-op-id(use-idx) = aud-operator
                       AND ws-use-job(use-idx) = aud-job-name THEN
                   MOVE "Y" TO ws-use-found-sw
               END-IF
           END-PERFORM
           IF ws-use-found-sw = "Y" THEN
               SUBTRACT 1 FROM use-idx
               EXIT PARAGRAPH
           END-IF
           IF ws-use-count >= ws-use-capacity THEN
               MOVE "Y" TO ws-use-overflow-sw
               MOVE 0 TO use-idx
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-use-count
           MOVE ws-use-count TO use-idx
           MOVE aud-operator TO ws-use-op-id(use-idx)
           MOVE aud-job-name TO ws-use-job(use-idx)
           MOVE 0 TO ws-use-session-count(use-idx)
           MOVE 0 TO ws-use-action-count(use-idx).

      ******************************************************************
      *  Sessions and actions, grouped by operator in profile order.
      ******************************************************************
       2000-WRITE-OPERATOR-USE.
           MOVE "SESSIONS AND ACTIONS BY OPERATOR AND TRANSACTION:"
               TO ws-section-title
           PERFORM 0500-WRITE-SECTION-HEAD
           PERFORM VARYING op-idx FROM 1 BY 1
               UNTIL op-idx > ws-op-count
               MOVE ws-op-refused-count(op-idx) TO disp-refused-count
               IF ws-op-last-date(op-idx) = 0 THEN
                   MOVE "NONE" TO disp-last-date
               ELSE
                   MOVE ws-op-last-date(op-idx) TO disp-last-date
               END-IF
               MOVE SPACES TO scrpt-line
               IF ws-op-on-file-sw(op-idx) = "Y" THEN
                   STRING "  OPERATOR=" ws-op-id(op-idx)
                       " AUTHORITY=" ws-op-authority(op-idx)
                       " LAST ACTIVITY=" disp-last-date
                       " REFUSED=" disp-refused-count
                       DELIMITED BY SIZE INTO scrpt-line
               ELSE
                   STRING "  OPERATOR=" ws-op-id(op-idx)
                       " NOT ON TTTOPER"
                       "     LAST ACTIVITY=" disp-last-date
                       " REFUSED=" disp-refused-count
                       DELIMITED BY SIZE INTO scrpt-line
               END-IF
               WRITE scrpt-line
               PERFORM VARYING use-idx FROM 1 BY 1
                   UNTIL use-idx > ws-use-count
                   IF ws-use-op-id(use-idx) = ws-op-id(op-idx) THEN
                       ADD 1 TO ws-section-count
                       MOVE ws-use-session-count(use-idx)
                           TO disp-session-count
                       MOVE ws-use-action-count(use-idx)
                           TO disp-action-count
                       MOVE SPACES TO scrpt-line
                       STRING "    TRANSACTION=" ws-use-job(use-idx)
                           " SESSIONS=" disp-session-count
                           " ACTIONS=" disp-action-count
                           DELIMITED BY SIZE INTO scrpt-line
                       WRITE scrpt-line
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 0550-WRITE-NONE-IF-EMPTY
           IF ws-op-overflow-sw = "Y" OR ws-use-overflow-sw = "Y" THEN
               MOVE SPACES TO scrpt-line
               STRING "  TABLE FULL -- SOME OPERATORS OR TRANSACTIONS "
                   "NOT SHOWN ABOVE"
                   DELIMITED BY SIZE INTO scrpt-line
               WRITE scrpt-line
           END-IF.

      ******************************************************************
      *  High-impact actions: cache and hold-queue purges, hold-queue
      *  releases, and control-master changes (listed once each, on
      *  their first image segment).
      ******************************************************************
       3000-LIST-HIGH-IMPACT.
           MOVE SPACES TO ws-section-title
           STRING "HIGH-IMPACT ACTIONS (PURGES, RELEASES, AUTHZ, "
               "CTL CHANGES):"
               DELIMITED BY SIZE INTO ws-section-title
           PERFORM 0500-WRITE-SECTION-HEAD
           PERFORM 0300-OPEN-TRAIL
           PERFORM 0400-READ-NEXT
           PERFORM UNTIL end-of-aud
               PERFORM 3100-CHECK-HIGH-IMPACT
               IF ws-high-impact-sw = "Y"
                       AND aud-run-date NOT < ws-from-date
                       AND aud-run-date NOT > ws-to-date THEN
                   ADD 1 TO ws-section-count
                   ADD 1 TO ws-high-impact-total
                   MOVE SPACES TO ws-line-tag
                   IF aud-event-type = "CTLCH"
                           AND aud-input-source(1:8) = "TTTOPER " THEN
                       MOVE "PROFILE CHANGE" TO ws-line-tag
                   END-IF
                   MOVE aud-position-count TO disp-position-count
                   MOVE SPACES TO scrpt-line
                   STRING "  DATE=" aud-run-date
                       " TIME=" aud-run-time
                       " OPERATOR=" aud-operator
                       " TRANSACTION=" aud-job-name
                       " ACTION=" aud-input-source
                       " COUNT=" disp-position-count
                       " " ws-line-tag
                       DELIMITED BY SIZE INTO scrpt-line
                   WRITE scrpt-line
               END-IF
               PERFORM 0400-READ-NEXT
           END-PERFORM
           CLOSE ttt-aud
           PERFORM 0550-WRITE-NONE-IF-EMPTY.

      *    A CTLCH change is counted on its first segment: the before
      *    image, or the after image of an add (which has none).
       3100-CHECK-HIGH-IMPACT.
           MOVE "N" TO ws-high-impact-sw
           IF aud-event-type = "PURGE" OR aud-event-type = "RLEAS"
                   OR aud-event-type = "AUTHZ" THEN
               MOVE "Y" TO ws-high-impact-sw
               EXIT PARAGRAPH
           END-IF
           IF aud-event-type NOT = "CTLCH" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ws-chg-master ws-chg-action
           UNSTRING aud-input-source DELIMITED BY ALL SPACE
               INTO ws-chg-master ws-chg-action
           END-UNSTRING
           IF aud-outcome = "BEFORE 1  "
                   OR (aud-outcome = "AFTER  1  "
                       AND ws-chg-action = "ADD") THEN
               MOVE "Y" TO ws-high-impact-sw
           END-IF.

      ******************************************************************
      *  Console sessions and high-impact actions on a scheduled-dark
      *  date or outside the batch window.  The window may wrap
      *  midnight (start later than end).
      ******************************************************************
       4000-LIST-OFF-HOURS.
           MOVE SPACES TO ws-section-title
           STRING "CONSOLE ACTIVITY ON DARK DAYS OR OUTSIDE THE "
               "BATCH WINDOW:"
               DELIMITED BY SIZE INTO ws-section-title
           PERFORM 0500-WRITE-SECTION-HEAD
           PERFORM 0300-OPEN-TRAIL
           PERFORM 0400-READ-NEXT
           PERFORM UNTIL end-of-aud
               PERFORM 3100-CHECK-HIGH-IMPACT
               IF aud-operator NOT = SPACES
                       AND aud-run-date NOT < ws-from-date
                       AND aud-run-date NOT > ws-to-date
                       AND (aud-event-type = "BEGIN"
                            OR ws-high-impact-sw = "Y") THEN
                   PERFORM 4100-CHECK-OFF-HOURS
               END-IF
               PERFORM 0400-READ-NEXT
           END-PERFORM
           CLOSE ttt-aud
           PERFORM 0550-WRITE-NONE-IF-EMPTY.

       4100-CHECK-OFF-HOURS.
           PERFORM 4200-CHECK-CALENDAR-DARK
           MOVE aud-run-time(1:4) TO ws-event-hhmm
           MOVE "N" TO ws-off-window-sw
           IF parm-batch-window-start NOT > parm-batch-window-end THEN
               IF ws-event-hhmm < parm-batch-window-start
                       OR ws-event-hhmm NOT < parm-batch-window-end
                       THEN
                   MOVE "Y" TO ws-off-window-sw
               END-IF
           ELSE
               IF ws-event-hhmm < parm-batch-window-start
                       AND ws-event-hhmm NOT < parm-batch-window-end
                       THEN
                   MOVE "Y" TO ws-off-window-sw
               END-IF
           END-IF
           IF ws-dark-sw = "N" AND ws-off-window-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ws-section-count
           ADD 1 TO ws-off-hours-total
           MOVE SPACES TO ws-line-tag
           EVALUATE TRUE
               WHEN ws-dark-sw = "Y" AND ws-off-window-sw = "Y"
                   STRING "DARK DAY (" DELIMITED BY SIZE
                       ws-dark-reason DELIMITED BY SPACE
                       ") OFF-WINDOW" DELIMITED BY SIZE
                       INTO ws-line-tag
               WHEN ws-dark-sw = "Y"
                   STRING "DARK DAY (" DELIMITED BY SIZE
                       ws-dark-reason DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO ws-line-tag
               WHEN OTHER
                   MOVE "OFF-WINDOW" TO ws-line-tag
           END-EVALUATE
           MOVE SPACES TO scrpt-line
           IF aud-event-type = "BEGIN" THEN
               STRING "  DATE=" aud-run-date
                   " TIME=" aud-run-time
                   " OPERATOR=" aud-operator
                   " TRANSACTION=" aud-job-name
                   " SESSION START          "
                   " " ws-line-tag
                   DELIMITED BY SIZE INTO scrpt-line
           ELSE
               STRING "  DATE=" aud-run-date
                   " TIME=" aud-run-time
                   " OPERATOR=" aud-operator
                   " TRANSACTION=" aud-job-name
                   " " aud-input-source
                   "    " ws-line-tag
                   DELIMITED BY SIZE INTO scrpt-line
           END-IF
           WRITE scrpt-line.

       4200-CHECK-CALENDAR-DARK.
           MOVE "N" TO ws-dark-sw
           MOVE SPACES TO ws-dark-reason
           PERFORM VARYING cal-idx FROM 1 BY 1
               UNTIL cal-idx > cal-count OR ws-dark-sw = "Y"
               IF cal-date(cal-idx) = aud-run-date THEN
                   MOVE "Y" TO ws-dark-sw
                   MOVE cal-reason(cal-idx) TO ws-dark-reason
               END-IF
           END-PERFORM.

      ******************************************************************
      *  Refused sign-ons (and refused purges), as they happened.
      ******************************************************************
       5000-LIST-REFUSALS.
           MOVE "REFUSED SIGN-ONS AND COMMANDS:" TO ws-section-title
           PERFORM 0500-WRITE-SECTION-HEAD
           PERFORM 0300-OPEN-TRAIL
           PERFORM 0400-READ-NEXT
      *    Console refusals only: a batch job's REFUS (a PARM FORCE
      *    with no rerun authorization) carries no operator, and
      *    TTTFRCRP reports it.
           PERFORM UNTIL end-of-aud
               IF aud-event-type = "REFUS"
                       AND aud-operator NOT = SPACES
                       AND aud-run-date NOT < ws-from-date
                       AND aud-run-date NOT > ws-to-date THEN
                   ADD 1 TO ws-section-count
                   PERFORM 1900-FIND-OPERATOR
                   MOVE SPACES TO ws-line-tag
                   IF op-idx > 0 THEN
                       IF ws-op-on-file-sw(op-idx) = "Y" THEN
                           STRING "PROFILE " ws-op-authority(op-idx)
                               DELIMITED BY SIZE INTO ws-line-tag
                       ELSE
                           MOVE "NOT ON TTTOPER" TO ws-line-tag
                       END-IF
                   END-IF
                   MOVE SPACES TO scrpt-line
                   STRING "  DATE=" aud-run-date
                       " TIME=" aud-run-time
                       " OPERATOR=" aud-operator
                       " TRANSACTION=" aud-job-name
                       " " aud-input-source
                       " REASON=" aud-outcome
                       " " ws-line-tag
                       DELIMITED BY SIZE INTO scrpt-line
                   WRITE scrpt-line
               END-IF
               PERFORM 0400-READ-NEXT
           END-PERFORM
           CLOSE ttt-aud
           PERFORM 0550-WRITE-NONE-IF-EMPTY.

      ******************************************************************
      *  Profiles on file with no console activity in DORMANT-DAYS
      *  days before the range end (or none ever on the trail).
      ******************************************************************
       6000-LIST-DORMANT.
           MOVE "DORMANT PROFILES:" TO ws-section-title
           PERFORM 0500-WRITE-SECTION-HEAD
           PERFORM VARYING op-idx FROM 1 BY 1
               UNTIL op-idx > ws-op-count
               IF ws-op-on-file-sw(op-idx) = "Y" THEN
                   PERFORM 6100-CHECK-DORMANT
               END-IF
           END-PERFORM
           PERFORM 0550-WRITE-NONE-IF-EMPTY.

       6100-CHECK-DORMANT.
           MOVE SPACES TO scrpt-line
           IF ws-op-last-date(op-idx) = 0 THEN
               STRING "  OPERATOR=" ws-op-id(op-idx)
                   " AUTHORITY=" ws-op-authority(op-idx)
                   " NO CONSOLE ACTIVITY ON THE TRAIL"
                   DELIMITED BY SIZE INTO scrpt-line
           ELSE
               COMPUTE ws-last-int = FUNCTION INTEGER-OF-DATE(
                   ws-op-last-date(op-idx))
               COMPUTE ws-idle-days = ws-to-int - ws-last-int
               IF ws-idle-days NOT > parm-dormant-days THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-idle-days TO disp-idle-days
               STRING "  OPERATOR=" ws-op-id(op-idx)
                   " AUTHORITY=" ws-op-authority(op-idx)
                   " LAST ACTIVITY=" ws-op-last-date(op-idx)
                   " IDLE DAYS=" disp-idle-days
                   DELIMITED BY SIZE INTO scrpt-line
           END-IF
           ADD 1 TO ws-section-count
           ADD 1 TO ws-dormant-total
           WRITE scrpt-line.

      *    RETURN-CODE 4 when the review turned up anything to look
      *    at, the TTTAUDRP convention for missed runs.
       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO scrpt-line
           WRITE scrpt-line
           MOVE ws-session-total TO disp-session-total
           MOVE ws-high-impact-total TO disp-high-impact-total
           MOVE ws-off-hours-total TO disp-off-hours-total
           MOVE ws-refused-total TO disp-refused-total
           MOVE ws-dormant-total TO disp-dormant-total
           MOVE SPACES TO scrpt-line
           STRING "SESSIONS=" disp-session-total
               " HIGH-IMPACT=" disp-high-impact-total
               " OFF-HOURS=" disp-off-hours-total
               " REFUSED=" disp-refused-total
               " DORMANT=" disp-dormant-total
               DELIMITED BY SIZE INTO scrpt-line
           WRITE scrpt-line
           IF ws-off-hours-total > 0 OR ws-refused-total > 0
                   OR ws-dormant-total > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM TTTSECRP.
