       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTCTLRP.

      ******************************************************************
      *  Control-master change report.  Lists every change TTTCTLM
      *  applied to TTTSRCM, TTTROUTE, TTTCAL, TTTOPER and TTTRATE in
      *  a date range -- when, by which operator, in which session,
      *  and the entry's before and after images reassembled from the
      *  CTLCH audit events (audit.cpy) -- then counts the changes by
      *  master and action.  The auditors' answer to "who changed
      *  that routing, and what was it before?".
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-ctrpt ASSIGN TO "TTTCTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-ctrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-ctrpt
           RECORDING MODE IS F.
       01 ctrpt-line PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-ctrpt-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-aud VALUE "Y".

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-from-date PIC 9(8) VALUE 0.
       01 ws-to-date PIC 9(8) VALUE 0.

      *    The change being assembled: its segments arrive together,
      *    keyed by the session's run-id and the change number.
       01 ws-held-sw PIC X VALUE "N".
       01 ws-held-run-id PIC X(16).
       01 ws-held-seq PIC 9(9).
       01 ws-held-date PIC 9(8).
       01 ws-held-time PIC 9(6).
       01 ws-held-operator PIC X(8).
       01 ws-held-master PIC X(8).
       01 ws-held-action PIC X(8).
       01 ws-held-before PIC X(180).
       01 ws-held-after PIC X(180).
       01 ws-held-before-sw PIC X.
       01 ws-held-after-sw PIC X.

      *    Changes by master (TTTSRCM, TTTROUTE, TTTCAL, TTTOPER,
      *    TTTRATE) and action (ADD, CHANGE, DELETE).
       01 ws-masters-lit.
           05 FILLER PIC X(8) VALUE "TTTSRCM".
           05 FILLER PIC X(8) VALUE "TTTROUTE".
           05 FILLER PIC X(8) VALUE "TTTCAL".
           05 FILLER PIC X(8) VALUE "TTTOPER".
           05 FILLER PIC X(8) VALUE "TTTRATE".
       01 ws-masters REDEFINES ws-masters-lit.
           05 ws-master-name PIC X(8) OCCURS 5 TIMES.
       01 ws-count-tbl.
           05 ws-master-counts OCCURS 5 TIMES.
               10 ws-add-count PIC 9(6) COMP.
               10 ws-change-count PIC 9(6) COMP.
               10 ws-delete-count PIC 9(6) COMP.
       01 master-idx PIC 9 COMP.
       01 ws-total-count PIC 9(6) COMP VALUE 0.

       COPY cycdt.
       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       01 disp-seq PIC 9(4).
       01 disp-add-count PIC 9(6).
       01 disp-change-count PIC 9(6).
       01 disp-delete-count PIC 9(6).
       01 disp-total-count PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0050-PARSE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING
           INITIALIZE ws-count-tbl

           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-aud
               PERFORM 2000-NOTE-RECORD
               PERFORM 1000-READ-NEXT
           END-PERFORM
           PERFORM 3000-WRITE-CHANGE

           PERFORM 0900-WRITE-SUMMARY
           CLOSE ttt-aud ttt-ctrpt
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    PARM format is FROM=yyyymmdd,TO=yyyymmdd, as TTTAUDRP's.
      *    An absent or blank PARM reports on the cycle date only.
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
               DISPLAY "TTTCTLRP: TO DATE BEFORE FROM DATE"
               STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               DISPLAY "TTTCTLRP: unable to open TTTAUD, status "
                   ws-aud-status
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-ctrpt
           IF ws-ctrpt-status NOT = "00" THEN
               DISPLAY "TTTCTLRP: unable to open TTTCTRPT, status "
                   ws-ctrpt-status
               CLOSE ttt-aud
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO ctrpt-line
           STRING "TTT CONTROL-MASTER CHANGE REPORT  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO ctrpt-line
           WRITE ctrpt-line
           MOVE SPACES TO ctrpt-line
           STRING "RANGE FROM=" ws-from-date " TO=" ws-to-date
               DELIMITED BY SIZE INTO ctrpt-line
           WRITE ctrpt-line
           MOVE ALL "-" TO ctrpt-line
           WRITE ctrpt-line.

       1000-READ-NEXT.
           READ ttt-aud
               AT END SET end-of-aud TO TRUE
           END-READ.

      *    A segment of a different change closes the one held.
       2000-NOTE-RECORD.
           IF aud-event-type NOT = "CTLCH"
                   OR aud-run-date < ws-from-date
                   OR aud-run-date > ws-to-date THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-held-sw = "Y"
                   AND (aud-run-id NOT = ws-held-run-id
                        OR aud-position-count NOT = ws-held-seq) THEN
               PERFORM 3000-WRITE-CHANGE
           END-IF
           IF ws-held-sw = "N" THEN
               MOVE "Y" TO ws-held-sw
               MOVE aud-run-id TO ws-held-run-id
               MOVE aud-position-count TO ws-held-seq
               MOVE aud-run-date TO ws-held-date
               MOVE aud-run-time TO ws-held-time
               MOVE aud-operator TO ws-held-operator
               MOVE SPACES TO ws-held-master ws-held-action
               UNSTRING aud-input-source DELIMITED BY ALL SPACE
                   INTO ws-held-master ws-held-action
               END-UNSTRING
               MOVE SPACES TO ws-held-before ws-held-after
               MOVE "N" TO ws-held-before-sw ws-held-after-sw
           END-IF
           EVALUATE aud-outcome
               WHEN "BEFORE 1  "
                   MOVE aud-options TO ws-held-before(1:60)
                   MOVE "Y" TO ws-held-before-sw
               WHEN "BEFORE 2  "
                   MOVE aud-options TO ws-held-before(61:60)
                   MOVE "Y" TO ws-held-before-sw
               WHEN "AFTER  1  "
                   MOVE aud-options TO ws-held-after(1:60)
                   MOVE "Y" TO ws-held-after-sw
               WHEN "AFTER  2  "
                   MOVE aud-options TO ws-held-after(61:60)
                   MOVE "Y" TO ws-held-after-sw
               WHEN "BEFORE 3  "
                   MOVE aud-options TO ws-held-before(121:60)
                   MOVE "Y" TO ws-held-before-sw
               WHEN "AFTER  3  "
                   MOVE aud-options TO ws-held-after(121:60)
                   MOVE "Y" TO ws-held-after-sw
           END-EVALUATE.

       3000-WRITE-CHANGE.
           IF ws-held-sw = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-held-sw
           ADD 1 TO ws-total-count
           MOVE ws-held-seq TO disp-seq
           MOVE SPACES TO ctrpt-line
           STRING "DATE=" ws-held-date
               " TIME=" ws-held-time
               " OPERATOR=" ws-held-operator
               " MASTER=" ws-held-master
               " ACTION=" ws-held-action
               " RUN=" ws-held-run-id
               " CHANGE=" disp-seq
               DELIMITED BY SIZE INTO ctrpt-line
           WRITE ctrpt-line
           MOVE SPACES TO ctrpt-line
           IF ws-held-before-sw = "Y" THEN
               STRING "  BEFORE: " ws-held-before(1:120)
                   DELIMITED BY SIZE INTO ctrpt-line
           ELSE
               STRING "  BEFORE: (NONE -- ENTRY ADDED)"
                   DELIMITED BY SIZE INTO ctrpt-line
           END-IF
           WRITE ctrpt-line
      *    A TTTSRCM entry runs past 120 columns; the rest of the
      *    image continues on a line of its own.
           IF ws-held-before(121:60) NOT = SPACES THEN
               MOVE SPACES TO ctrpt-line
               MOVE ws-held-before(121:60) TO ctrpt-line(11:60)
               WRITE ctrpt-line
           END-IF
           MOVE SPACES TO ctrpt-line
           IF ws-held-after-sw = "Y" THEN
               STRING "  AFTER:  " ws-held-after(1:120)
                   DELIMITED BY SIZE INTO ctrpt-line
           ELSE
               STRING "  AFTER:  (NONE -- ENTRY DELETED)"
                   DELIMITED BY SIZE INTO ctrpt-line
           END-IF
           WRITE ctrpt-line
           IF ws-held-after(121:60) NOT = SPACES THEN
               MOVE SPACES TO ctrpt-line
               MOVE ws-held-after(121:60) TO ctrpt-line(11:60)
               WRITE ctrpt-line
           END-IF

           PERFORM VARYING master-idx FROM 1 BY 1 UNTIL master-idx > 5
               IF ws-master-name(master-idx) = ws-held-master THEN
                   EVALUATE ws-held-action
                       WHEN "ADD"
                           ADD 1 TO ws-add-count(master-idx)
                       WHEN "CHANGE"
                           ADD 1 TO ws-change-count(master-idx)
                       WHEN "DELETE"
                           ADD 1 TO ws-delete-count(master-idx)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO ctrpt-line
           WRITE ctrpt-line
           PERFORM VARYING master-idx FROM 1 BY 1 UNTIL master-idx > 5
               MOVE ws-add-count(master-idx) TO disp-add-count
               MOVE ws-change-count(master-idx) TO disp-change-count
               MOVE ws-delete-count(master-idx) TO disp-delete-count
               MOVE SPACES TO ctrpt-line
               STRING "MASTER=" ws-master-name(master-idx)
                   " ADDS=" disp-add-count
                   " CHANGES=" disp-change-count
                   " DELETES=" disp-delete-count
                   DELIMITED BY SIZE INTO ctrpt-line
               WRITE ctrpt-line
           END-PERFORM
           MOVE ws-total-count TO disp-total-count
           MOVE SPACES TO ctrpt-line
           STRING "TOTAL CHANGES=" disp-total-count
               DELIMITED BY SIZE INTO ctrpt-line
           WRITE ctrpt-line.

       END PROGRAM TTTCTLRP.
