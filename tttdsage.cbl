       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTDSAGE.

      ******************************************************************
      *  Nightly dispute aging report.  Walks the TTTDSPM dispute
      *  master TTTDISP maintains and lists every case still open --
      *  OPEN or INVESTIGATING -- with its age in days against the
      *  site's tolerance (TTTPARM DISPUTE-AGE-DAYS); a case older
      *  than the tolerance is flagged OVERDUE so it is chased.
      *
      *  The back half of the report is the figures the vendor's
      *  contract review asks for, which used to be rebuilt by hand:
      *  case counts by status, counts per complaining source or
      *  kiosk terminal with how many were upheld, and turnaround
      *  (opened to closed, in days) over every closed case and over
      *  the cases closed in the current cycle month.
      *
      *  RETURN-CODE 8 when anything is overdue, 4 when anything is
      *  open at all, else 0 -- the same tiers TTTRJAGE uses.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-dspm ASSIGN TO "TTTDSPM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-case-no
               FILE STATUS IS ws-dspm-status.
           SELECT ttt-dsrpt ASSIGN TO "TTTDSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dsrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-dspm.
       COPY dispm.

       FD  ttt-dsrpt
           RECORDING MODE IS F.
       01 dsrpt-line PIC X(132).

       WORKING-STORAGE SECTION.
       COPY parm.
       COPY cycdt.

       01 ws-dspm-status PIC XX VALUE SPACES.
       01 ws-dsrpt-status PIC XX VALUE SPACES.
       01 ws-scan-done-sw PIC X.

       01 ws-total-count PIC 9(6) VALUE 0.
       01 ws-open-count PIC 9(6) VALUE 0.
       01 ws-invest-count PIC 9(6) VALUE 0.
       01 ws-upheld-count PIC 9(6) VALUE 0.
       01 ws-denied-count PIC 9(6) VALUE 0.
       01 ws-withdrawn-count PIC 9(6) VALUE 0.
       01 ws-overdue-count PIC 9(6) VALUE 0.

      *    Turnaround, opened to closed, in days: over every closed
      *    case on the master, and over the cases closed in the cycle
      *    month (the contract review period).
       01 ws-closed-count PIC 9(6) VALUE 0.
       01 ws-closed-days-total PIC 9(9) VALUE 0.
       01 ws-closed-days-max PIC 9(4) VALUE 0.
       01 ws-month-closed-count PIC 9(6) VALUE 0.
       01 ws-month-days-total PIC 9(9) VALUE 0.
       01 ws-month-days-max PIC 9(4) VALUE 0.
       01 ws-avg-days PIC 9(4)V9.
       01 disp-avg-days PIC ZZZ9.9.

       01 ws-age-days PIC S9(4) COMP.
       01 ws-turn-days PIC S9(4) COMP.
       01 ws-cycle-int PIC 9(8) COMP.
       01 ws-first-int PIC 9(8) COMP.
       01 ws-close-int PIC 9(8) COMP.
       01 disp-age PIC ZZZ9.
       01 ws-flag-lit PIC X(8).

      *    Per-complainant rollup: the kiosk terminal when the case
      *    came from a kiosk game, else the feed source -- the same
      *    linear-table shape TTTRJAGE uses.
       01 ws-who-tbl.
           05 ws-who-entry OCCURS 100 TIMES.
               10 ws-who-id PIC X(8).
               10 ws-who-kind PIC X(8).
               10 ws-who-cases PIC 9(6) COMP.
               10 ws-who-open PIC 9(6) COMP.
               10 ws-who-upheld PIC 9(6) COMP.
       01 ws-who-count-used PIC 9(4) COMP VALUE 0.
       01 ws-who-idx PIC 9(4) COMP.
       01 ws-who-found-sw PIC X.
       01 ws-who-overflow-sw PIC X VALUE "N".
       01 ws-this-who-id PIC X(8).
       01 ws-this-who-kind PIC X(8).
       01 disp-who-cases PIC 9(6).
       01 disp-who-open PIC 9(6).
       01 disp-who-upheld PIC 9(6).

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "ParmFile" USING
             BY REFERENCE parm-options
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           COMPUTE ws-cycle-int = FUNCTION INTEGER-OF-DATE(cycle-date)
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING

           PERFORM 0300-START-SCAN
           PERFORM UNTIL ws-scan-done-sw = "Y"
               PERFORM 0400-READ-NEXT-ENTRY
               IF ws-scan-done-sw = "N" THEN
                   PERFORM 2000-AGE-CASE
               END-IF
           END-PERFORM

           PERFORM 0900-WRITE-REPORT
           PERFORM 0950-SET-RETURN-CODE
           CLOSE ttt-dspm ttt-dsrpt
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT ttt-dspm
           IF ws-dspm-status = "35" THEN
               DISPLAY "TTTDSAGE: NO TTTDSPM MASTER -- NO DISPUTES "
                   "HAVE BEEN LOGGED"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-dspm-status NOT = "00" THEN
               DISPLAY "TTTDSAGE: unable to open TTTDSPM, status "
                   ws-dspm-status
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-dsrpt
           IF ws-dsrpt-status NOT = "00" THEN
               DISPLAY "TTTDSAGE: unable to open TTTDSRPT, status "
                   ws-dsrpt-status
               CLOSE ttt-dspm
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO dsrpt-line
           STRING "TTT DISPUTE CASE AGING REPORT  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               " AGE-TOLERANCE=" parm-dispute-age-days " DAYS"
               DELIMITED BY SIZE INTO dsrpt-line
           WRITE dsrpt-line
           MOVE ALL "-" TO dsrpt-line
           WRITE dsrpt-line
           MOVE SPACES TO dsrpt-line
           STRING "OPEN CASES, OLDEST FIRST:"
               DELIMITED BY SIZE INTO dsrpt-line
           WRITE dsrpt-line.

      *    Case numbers are allocated in sequence, so the key-order
      *    walk lists the open cases oldest first.
       0300-START-SCAN.
           MOVE "N" TO ws-scan-done-sw
           MOVE 0 TO dsp-case-no
           START ttt-dspm KEY NOT LESS THAN dsp-case-no
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START.

      *    A physical error on the scan sets a 9x status that AT END
      *    does not catch -- without the status guard the loop would
      *    spin on it forever.
       0400-READ-NEXT-ENTRY.
           READ ttt-dspm NEXT
               AT END
                   MOVE "Y" TO ws-scan-done-sw
           END-READ
           IF ws-scan-done-sw = "N"
                   AND ws-dspm-status NOT = "00" THEN
               DISPLAY "TTTDSAGE: TTTDSPM scan ended on status "
                   ws-dspm-status
               MOVE "Y" TO ws-scan-done-sw
           END-IF.

       2000-AGE-CASE.
           ADD 1 TO ws-total-count
           PERFORM 3000-FIND-WHO-ENTRY
           IF ws-who-idx > 0 THEN
               ADD 1 TO ws-who-cases(ws-who-idx)
           END-IF
           EVALUATE dsp-status
               WHEN "OPEN         "
                   ADD 1 TO ws-open-count
               WHEN "INVESTIGATING"
                   ADD 1 TO ws-invest-count
               WHEN "UPHELD       "
                   ADD 1 TO ws-upheld-count
                   IF ws-who-idx > 0 THEN
                       ADD 1 TO ws-who-upheld(ws-who-idx)
                   END-IF
               WHEN "DENIED       "
                   ADD 1 TO ws-denied-count
               WHEN "WITHDRAWN    "
                   ADD 1 TO ws-withdrawn-count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           COMPUTE ws-first-int =
               FUNCTION INTEGER-OF-DATE(dsp-opened-date)
           IF dsp-case-closed THEN
               PERFORM 2100-TALLY-TURNAROUND
               EXIT PARAGRAPH
           END-IF

           IF ws-who-idx > 0 THEN
               ADD 1 TO ws-who-open(ws-who-idx)
           END-IF
           COMPUTE ws-age-days = ws-cycle-int - ws-first-int
           IF ws-age-days < 0 THEN
               MOVE 0 TO ws-age-days
           END-IF
           MOVE ws-age-days TO disp-age
           IF ws-age-days > parm-dispute-age-days THEN
               ADD 1 TO ws-overdue-count
               MOVE "OVERDUE " TO ws-flag-lit
           ELSE
               MOVE SPACES TO ws-flag-lit
           END-IF
           MOVE SPACES TO dsrpt-line
           STRING ws-flag-lit "CASE=" dsp-case-no
               " STATUS=" dsp-status
               " GAME-ID=" dsp-game-id
               " DATE-PLAYED=" dsp-date-played
               " SOURCE=" dsp-source-system-id
               " TERMINAL=" dsp-terminal-id
               " AGE=" disp-age " DAYS"
               DELIMITED BY SIZE INTO dsrpt-line
           WRITE dsrpt-line.

       2100-TALLY-TURNAROUND.
           COMPUTE ws-close-int =
               FUNCTION INTEGER-OF-DATE(dsp-closed-date)
           COMPUTE ws-turn-days = ws-close-int - ws-first-int
           IF ws-turn-days < 0 THEN
               MOVE 0 TO ws-turn-days
           END-IF
           ADD 1 TO ws-closed-count
           ADD ws-turn-days TO ws-closed-days-total
           IF ws-turn-days > ws-closed-days-max THEN
               MOVE ws-turn-days TO ws-closed-days-max
           END-IF
           IF dsp-closed-date(1:6) = cycle-date(1:6) THEN
               ADD 1 TO ws-month-closed-count
               ADD ws-turn-days TO ws-month-days-total
               IF ws-turn-days > ws-month-days-max THEN
                   MOVE ws-turn-days TO ws-month-days-max
               END-IF
           END-IF.

       3000-FIND-WHO-ENTRY.
           IF dsp-terminal-id NOT = SPACES THEN
               MOVE dsp-terminal-id TO ws-this-who-id
               MOVE "TERMINAL" TO ws-this-who-kind
           ELSE
               MOVE dsp-source-system-id TO ws-this-who-id
               MOVE "SOURCE  " TO ws-this-who-kind
           END-IF
           MOVE "N" TO ws-who-found-sw
           MOVE 0 TO ws-who-idx
           PERFORM VARYING ws-who-idx FROM 1 BY 1
               UNTIL ws-who-idx > ws-who-count-used
                   OR ws-who-found-sw = "Y"
               IF ws-who-id(ws-who-idx) = ws-this-who-id
                   AND ws-who-kind(ws-who-idx) = ws-this-who-kind THEN
                   MOVE "Y" TO ws-who-found-sw
               END-IF
           END-PERFORM
           IF ws-who-found-sw = "Y" THEN
               SUBTRACT 1 FROM ws-who-idx
           ELSE
               IF ws-who-count-used < 100 THEN
                   ADD 1 TO ws-who-count-used
                   MOVE ws-this-who-id TO ws-who-id(ws-who-count-used)
                   MOVE ws-this-who-kind
                       TO ws-who-kind(ws-who-count-used)
                   MOVE 0 TO ws-who-cases(ws-who-count-used)
                   MOVE 0 TO ws-who-open(ws-who-count-used)
                   MOVE 0 TO ws-who-upheld(ws-who-count-used)
                   MOVE ws-who-count-used TO ws-who-idx
               ELSE
                   MOVE "Y" TO ws-who-overflow-sw
                   MOVE 0 TO ws-who-idx
               END-IF
           END-IF.

       0900-WRITE-REPORT.
           MOVE ALL "-" TO dsrpt-line
           WRITE dsrpt-line
           MOVE SPACES TO dsrpt-line
           STRING "CASES BY STATUS: OPEN=" ws-open-count
               " INVESTIGATING=" ws-invest-count
               " UPHELD=" ws-upheld-count
               " DENIED=" ws-denied-count
               " WITHDRAWN=" ws-withdrawn-count
               " TOTAL=" ws-total-count
               DELIMITED BY SIZE INTO dsrpt-line
           WRITE dsrpt-line
           MOVE SPACES TO dsrpt-line
           STRING "OVERDUE (OLDER THAN " parm-dispute-age-days
               " DAYS)=" ws-overdue-count
               DELIMITED BY SIZE INTO dsrpt-line
           WRITE dsrpt-line

           MOVE ALL "-" TO dsrpt-line
           WRITE dsrpt-line
           MOVE SPACES TO dsrpt-line
           STRING "CASES BY COMPLAINANT:"
               DELIMITED BY SIZE INTO dsrpt-line
           WRITE dsrpt-line
           PERFORM VARYING ws-who-idx FROM 1 BY 1
               UNTIL ws-who-idx > ws-who-count-used
               MOVE ws-who-cases(ws-who-idx) TO disp-who-cases
               MOVE ws-who-open(ws-who-idx) TO disp-who-open
               MOVE ws-who-upheld(ws-who-idx) TO disp-who-upheld
               MOVE SPACES TO dsrpt-line
               STRING "  " ws-who-kind(ws-who-idx)
                   "=" ws-who-id(ws-who-idx)
                   " CASES=" disp-who-cases
                   " STILL OPEN=" disp-who-open
                   " UPHELD=" disp-who-upheld
                   DELIMITED BY SIZE INTO dsrpt-line
               WRITE dsrpt-line
           END-PERFORM
           IF ws-who-overflow-sw = "Y" THEN
               MOVE SPACES TO dsrpt-line
               STRING "  ROLLUP TABLE FULL -- SOME COMPLAINANTS NOT "
                   "SHOWN ABOVE"
                   DELIMITED BY SIZE INTO dsrpt-line
               WRITE dsrpt-line
           END-IF

           MOVE ALL "-" TO dsrpt-line
           WRITE dsrpt-line
           MOVE 0 TO ws-avg-days
           IF ws-closed-count > 0 THEN
               COMPUTE ws-avg-days ROUNDED =
                   ws-closed-days-total / ws-closed-count
           END-IF
           MOVE ws-avg-days TO disp-avg-days
           MOVE SPACES TO dsrpt-line
           STRING "TURNAROUND ALL CLOSED CASES: CLOSED="
               ws-closed-count
               " AVERAGE DAYS=" disp-avg-days
               " LONGEST DAYS=" ws-closed-days-max
               DELIMITED BY SIZE INTO dsrpt-line
           WRITE dsrpt-line
           MOVE 0 TO ws-avg-days
           IF ws-month-closed-count > 0 THEN
               COMPUTE ws-avg-days ROUNDED =
                   ws-month-days-total / ws-month-closed-count
           END-IF
           MOVE ws-avg-days TO disp-avg-days
           MOVE SPACES TO dsrpt-line
           STRING "TURNAROUND CLOSED IN " ws-cd-yyyy "-" ws-cd-mm
               ": CLOSED=" ws-month-closed-count
               " AVERAGE DAYS=" disp-avg-days
               " LONGEST DAYS=" ws-month-days-max
               DELIMITED BY SIZE INTO dsrpt-line
           WRITE dsrpt-line.

       0950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN ws-overdue-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-open-count + ws-invest-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM TTTDSAGE.
