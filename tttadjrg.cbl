       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTADJRG.

      ******************************************************************
      *  Billing adjustment register.  Lists every adjustment memo on
      *  the billing period master TTTBLPER (blper.cpy): the closed
      *  month and charge it restates, the charge as originally
      *  invoiced, as booked before the restatement and as restated,
      *  the credit or debit memo that makes up the difference, the
      *  month whose TTTINVC carries it, and why.  A memo is BOOKED
      *  once the month it is issued in has itself been closed, OPEN
      *  while that month can still be rerun.
      *
      *  PARM MONTH=yyyymm limits the register to memos restating
      *  that month or issued in it (finance ties the issuing month's
      *  A lines to the register this way); no PARM lists them all.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-bper ASSIGN TO "TTTBLPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bper-key
               FILE STATUS IS ws-bper-status.
           SELECT ttt-adrpt ASSIGN TO "TTTADRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-adrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-bper.
       COPY blper.

       FD  ttt-adrpt
           RECORDING MODE IS F.
       01 adrpt-line PIC X(132).

       WORKING-STORAGE SECTION.
       COPY cycdt.

       01 ws-bper-status PIC XX VALUE SPACES.
       01 ws-adrpt-status PIC XX VALUE SPACES.
       01 ws-scan-done-sw PIC X.

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-sel-month PIC 9(6) VALUE 0.

      *    Closed months, gathered on a first pass so each memo can
      *    be shown BOOKED or OPEN.
       01 ws-closed-tbl.
           05 ws-closed-month PIC 9(6) OCCURS 240 TIMES.
       01 ws-closed-count PIC 9(4) COMP VALUE 0.
       01 closed-idx PIC 9(4) COMP.
       01 ws-memo-status PIC X(7).

       01 ws-memo-count PIC 9(6) VALUE 0.
       01 ws-credit-count PIC 9(6) VALUE 0.
       01 ws-debit-count PIC 9(6) VALUE 0.
       01 ws-credits PIC 9(9)V99 VALUE 0.
       01 ws-debits PIC 9(9)V99 VALUE 0.

       01 disp-original PIC 9(9).99.
       01 disp-prior PIC 9(9).99.
       01 disp-restated PIC 9(9).99.
       01 disp-amount PIC 9(9).99.
       01 disp-credits PIC 9(9).99.
       01 disp-debits PIC 9(9).99.

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0050-PARSE-PARM
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING

           PERFORM 0300-START-SCAN
           PERFORM UNTIL ws-scan-done-sw = "Y"
               PERFORM 0400-READ-NEXT-ENTRY
               IF ws-scan-done-sw = "N" AND bper-control
                       AND bper-closed
                       AND ws-closed-count < 240 THEN
                   ADD 1 TO ws-closed-count
                   MOVE bper-month TO ws-closed-month(ws-closed-count)
               END-IF
           END-PERFORM

           PERFORM 0300-START-SCAN
           PERFORM UNTIL ws-scan-done-sw = "Y"
               PERFORM 0400-READ-NEXT-ENTRY
               IF ws-scan-done-sw = "N" AND bper-adjust THEN
                   PERFORM 2000-LIST-MEMO
               END-IF
           END-PERFORM

           PERFORM 0900-WRITE-TOTALS
           CLOSE ttt-bper ttt-adrpt
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    PARM format is MONTH=yyyymm; absent, every memo is listed.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:6) = "MONTH=" THEN
               MOVE ws-parm(7:6) TO ws-sel-month
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT ttt-bper
           IF ws-bper-status = "35" THEN
               DISPLAY "TTTADJRG: NO TTTBLPER MASTER -- NO MONTH HAS "
                   "BEEN CLOSED"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-bper-status NOT = "00" THEN
               DISPLAY "TTTADJRG: unable to open TTTBLPER, status "
                   ws-bper-status
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-adrpt
           IF ws-adrpt-status NOT = "00" THEN
               DISPLAY "TTTADJRG: unable to open TTTADRPT, status "
                   ws-adrpt-status
               CLOSE ttt-bper
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO adrpt-line
           IF ws-sel-month = 0 THEN
               STRING "TTT BILLING ADJUSTMENT REGISTER  ALL MONTHS"
                   "  RUN DATE " ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
                   DELIMITED BY SIZE INTO adrpt-line
           ELSE
               STRING "TTT BILLING ADJUSTMENT REGISTER  MONTH="
                   ws-sel-month
                   "  RUN DATE " ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
                   DELIMITED BY SIZE INTO adrpt-line
           END-IF
           WRITE adrpt-line
           MOVE ALL "-" TO adrpt-line
           WRITE adrpt-line
           MOVE SPACES TO adrpt-line
           STRING "CLOSED SOURCE   CHARGE    "
               "    ORIGINAL        PRIOR     RESTATED "
               "MEMO            ISSUE  STATUS  REASON"
               DELIMITED BY SIZE INTO adrpt-line
           WRITE adrpt-line.

      *    Same full-file READ NEXT walk TTTRJAGE uses.
       0300-START-SCAN.
           MOVE "N" TO ws-scan-done-sw
           MOVE LOW-VALUES TO bper-key
           START ttt-bper KEY NOT LESS THAN bper-key
               INVALID KEY
                   MOVE "Y" TO ws-scan-done-sw
           END-START.

       0400-READ-NEXT-ENTRY.
           READ ttt-bper NEXT
               AT END
                   MOVE "Y" TO ws-scan-done-sw
           END-READ
           IF ws-scan-done-sw = "N"
                   AND ws-bper-status NOT = "00" THEN
               DISPLAY "TTTADJRG: TTTBLPER scan ended on status "
                   ws-bper-status
               MOVE "Y" TO ws-scan-done-sw
           END-IF.

       2000-LIST-MEMO.
           IF ws-sel-month NOT = 0
                   AND bper-month NOT = ws-sel-month
                   AND bper-adj-issue-month NOT = ws-sel-month THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "OPEN" TO ws-memo-status
           PERFORM VARYING closed-idx FROM 1 BY 1
               UNTIL closed-idx > ws-closed-count
               IF ws-closed-month(closed-idx)
                       = bper-adj-issue-month THEN
                   MOVE "BOOKED" TO ws-memo-status
               END-IF
           END-PERFORM

           ADD 1 TO ws-memo-count
           IF bper-adj-memo-type = "CR" THEN
               ADD 1 TO ws-credit-count
               ADD bper-adj-amount TO ws-credits
           ELSE
               ADD 1 TO ws-debit-count
               ADD bper-adj-amount TO ws-debits
           END-IF
           MOVE bper-adj-original-amount TO disp-original
           MOVE bper-adj-prior-amount TO disp-prior
           MOVE bper-adj-restated-amount TO disp-restated
           MOVE bper-adj-amount TO disp-amount
           MOVE SPACES TO adrpt-line
           STRING bper-month
               " " bper-source-id
               " " bper-charge-type
               " " disp-original
               " " disp-prior
               " " disp-restated
               " " bper-adj-memo-type
               " " disp-amount
               " " bper-adj-issue-month
               " " ws-memo-status
               " " bper-adj-reason
               DELIMITED BY SIZE INTO adrpt-line
           WRITE adrpt-line.

       0900-WRITE-TOTALS.
           MOVE ALL "-" TO adrpt-line
           WRITE adrpt-line
           MOVE ws-credits TO disp-credits
           MOVE ws-debits TO disp-debits
           MOVE SPACES TO adrpt-line
           STRING "MEMOS=" ws-memo-count
               " CREDIT MEMOS=" ws-credit-count
               " CREDITS=" disp-credits
               " DEBIT MEMOS=" ws-debit-count
               " DEBITS=" disp-debits
               DELIMITED BY SIZE INTO adrpt-line
           WRITE adrpt-line
           IF ws-closed-count >= 240 THEN
               MOVE SPACES TO adrpt-line
               STRING "CLOSED-MONTH TABLE FULL -- LATER MONTHS' "
                   "MEMOS MAY SHOW OPEN"
                   DELIMITED BY SIZE INTO adrpt-line
               WRITE adrpt-line
           END-IF.

       END PROGRAM TTTADJRG.
