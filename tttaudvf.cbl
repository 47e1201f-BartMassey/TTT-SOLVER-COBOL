       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTAUDVF.

      ******************************************************************
      *  Audit trail integrity verification.  TTTAUD is the
      *  compliance evidence for every run, and it is a plain
      *  sequential file -- so AuditLog numbers and chains every
      *  record it appends (aud-seq, aud-chain; see audit.cpy), and
      *  this job walks the whole trail and proves the chain still
      *  holds.  For each record it re-derives the chain value
      *  through AudChain from the previous record's stored value
      *  and holds it against the stored one; checks that the
      *  sequence number is exactly one more than the last; and
      *  checks that the timestamps run forward.  TTTAVRPT lists the
      *  FIRST broken link -- the point from which nothing on the
      *  trail can be trusted -- and every later break, every gap
      *  (records removed), every sequence number that repeats or
      *  runs backward (records inserted or moved), and every
      *  timestamp out of order, then a verdict.
      *
      *  aud-run-date is the cycle date and aud-run-time the wall
      *  clock (AuditLog), so a run drifting past midnight legitimately
      *  goes from 23:59 back to 00:00 under the same date: within one
      *  date the time may wrap once from the afternoon to the
      *  morning.  Any other step backward is out of order.
      *
      *  RETURN-CODE 16 when any link is broken, any record is
      *  missing, or the sequence is disturbed -- the trail cannot be
      *  relied on, the same control-break tier as an out-of-balance
      *  run; 4 when only timestamps are out of order; 0 when the
      *  trail is intact.  A trail that cannot be opened, or that was
      *  never converted by TTTAUDC3, is 16: nothing is proven.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-avrpt ASSIGN TO "TTTAVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-avrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-avrpt
           RECORDING MODE IS F.
       01 avrpt-line PIC X(132).

       WORKING-STORAGE SECTION.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-avrpt-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-aud VALUE "Y".

      *    The previous record -- its stored link, and its stamp.
       01 ws-prev-seq PIC 9(9) VALUE 0.
       01 ws-prev-chain PIC 9(18) VALUE 0.
       01 ws-prev-date PIC 9(8) VALUE 0.
       01 ws-prev-time PIC 9(6) VALUE 0.
       01 ws-wrapped-sw PIC X VALUE "N".
       01 ws-new-chain PIC 9(18).
       01 ws-expected-seq PIC 9(9).

       01 ws-rec-count PIC 9(9) VALUE 0.
       01 ws-break-count PIC 9(9) VALUE 0.
       01 ws-first-break-seq PIC 9(9) VALUE 0.
       01 ws-gap-count PIC 9(9) VALUE 0.
       01 ws-missing-count PIC 9(9) VALUE 0.
       01 ws-seq-error-count PIC 9(9) VALUE 0.
       01 ws-time-error-count PIC 9(9) VALUE 0.
       01 ws-unconverted-sw PIC X VALUE "N".

       COPY cycdt.
       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       01 disp-seq PIC 9(9).
       01 disp-gap-lo PIC 9(9).
       01 disp-gap-hi PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING

           PERFORM 1000-READ-NEXT
           PERFORM UNTIL end-of-aud
               PERFORM 2000-CHECK-RECORD
               PERFORM 1000-READ-NEXT
           END-PERFORM

           PERFORM 0900-WRITE-VERDICT
           CLOSE ttt-aud ttt-avrpt
           EVALUATE TRUE
               WHEN ws-unconverted-sw = "Y"
               WHEN ws-break-count > 0
               WHEN ws-gap-count > 0
               WHEN ws-seq-error-count > 0
                   MOVE 16 TO RETURN-CODE
               WHEN ws-time-error-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               DISPLAY "TTTAUDVF: unable to open TTTAUD, status "
                   ws-aud-status
                   " -- TRAIL CANNOT BE VERIFIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-avrpt
           IF ws-avrpt-status NOT = "00" THEN
               DISPLAY "TTTAUDVF: unable to open TTTAVRPT, status "
                   ws-avrpt-status
               CLOSE ttt-aud
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO avrpt-line
           STRING "TTT AUDIT TRAIL CHAIN VERIFICATION  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO avrpt-line
           WRITE avrpt-line
           MOVE ALL "-" TO avrpt-line
           WRITE avrpt-line.

       1000-READ-NEXT.
           READ ttt-aud
               AT END SET end-of-aud TO TRUE
           END-READ.

      *    A record with no sequence number means the trail is still
      *    in the pre-chain layout (or is not an audit trail at all):
      *    every field after the first such record is misaligned, so
      *    the walk stops there.
       2000-CHECK-RECORD.
           ADD 1 TO ws-rec-count
           IF aud-seq NOT NUMERIC OR aud-chain NOT NUMERIC THEN
               MOVE "Y" TO ws-unconverted-sw
               MOVE ws-rec-count TO disp-seq
               MOVE SPACES TO avrpt-line
               STRING "RECORD " disp-seq " CARRIES NO SEQUENCE OR "
                   "CHAIN -- TRAIL NOT CONVERTED BY TTTAUDC3, "
                   "VERIFICATION STOPPED"
                   DELIMITED BY SIZE INTO avrpt-line
               WRITE avrpt-line
               SET end-of-aud TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-CHECK-SEQUENCE
           PERFORM 2200-CHECK-LINK
           PERFORM 2300-CHECK-TIMESTAMP

           MOVE aud-seq TO ws-prev-seq
           MOVE aud-chain TO ws-prev-chain
           MOVE aud-run-date TO ws-prev-date
           MOVE aud-run-time TO ws-prev-time.

       2100-CHECK-SEQUENCE.
           COMPUTE ws-expected-seq = ws-prev-seq + 1
           EVALUATE TRUE
               WHEN aud-seq = ws-expected-seq
                   CONTINUE
               WHEN aud-seq > ws-expected-seq
                   ADD 1 TO ws-gap-count
                   COMPUTE ws-missing-count =
                       ws-missing-count + aud-seq - ws-expected-seq
                   MOVE ws-expected-seq TO disp-gap-lo
                   COMPUTE disp-gap-hi = aud-seq - 1
                   MOVE SPACES TO avrpt-line
                   STRING "GAP           SEQ " disp-gap-lo
                       " THRU " disp-gap-hi
                       " MISSING -- BEFORE " aud-job-name
                       " " aud-run-date " " aud-run-time
                       " " aud-event-type " RUN=" aud-run-id
                       DELIMITED BY SIZE INTO avrpt-line
                   WRITE avrpt-line
               WHEN OTHER
                   ADD 1 TO ws-seq-error-count
                   MOVE SPACES TO avrpt-line
                   STRING "SEQUENCE      SEQ " aud-seq
                       " FOLLOWS SEQ " ws-prev-seq
                       " -- " aud-job-name
                       " " aud-run-date " " aud-run-time
                       " " aud-event-type " RUN=" aud-run-id
                       DELIMITED BY SIZE INTO avrpt-line
                   WRITE avrpt-line
           END-EVALUATE.

      *    The record's stored chain value must be what AudChain
      *    derives from its own bytes and the previous record's STORED
      *    value -- so an edited record breaks its own link, and a
      *    removed one breaks the link of the record after it.
       2200-CHECK-LINK.
           CALL "AudChain" USING
             BY REFERENCE aud-rec(1:169)
             BY REFERENCE ws-prev-chain
             BY REFERENCE ws-new-chain
           IF ws-new-chain = aud-chain THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-break-count
           MOVE SPACES TO avrpt-line
           IF ws-break-count = 1 THEN
               MOVE aud-seq TO ws-first-break-seq
               STRING "FIRST BROKEN  SEQ " aud-seq
                   " -- " aud-job-name
                   " " aud-run-date " " aud-run-time
                   " " aud-event-type " RUN=" aud-run-id
                   " -- NOTHING FROM HERE ON IS PROVEN"
                   DELIMITED BY SIZE INTO avrpt-line
           ELSE
               STRING "BROKEN LINK   SEQ " aud-seq
                   " -- " aud-job-name
                   " " aud-run-date " " aud-run-time
                   " " aud-event-type " RUN=" aud-run-id
                   DELIMITED BY SIZE INTO avrpt-line
           END-IF
           WRITE avrpt-line.

       2300-CHECK-TIMESTAMP.
           IF ws-rec-count = 1 THEN
               EXIT PARAGRAPH
           END-IF
           IF aud-run-date > ws-prev-date THEN
               MOVE "N" TO ws-wrapped-sw
               EXIT PARAGRAPH
           END-IF
           IF aud-run-date = ws-prev-date THEN
               IF aud-run-time NOT < ws-prev-time THEN
                   EXIT PARAGRAPH
               END-IF
               IF ws-wrapped-sw = "N" AND ws-prev-time NOT < 120000
                       AND aud-run-time < 120000 THEN
                   MOVE "Y" TO ws-wrapped-sw
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO ws-time-error-count
           MOVE SPACES TO avrpt-line
           STRING "TIMESTAMP     SEQ " aud-seq
               " " aud-run-date " " aud-run-time
               " IS BEFORE SEQ " ws-prev-seq
               " " ws-prev-date " " ws-prev-time
               " -- " aud-job-name " " aud-event-type
               " RUN=" aud-run-id
               DELIMITED BY SIZE INTO avrpt-line
           WRITE avrpt-line.

       0900-WRITE-VERDICT.
           MOVE ALL "-" TO avrpt-line
           WRITE avrpt-line
           MOVE SPACES TO avrpt-line
           STRING "RECORDS=" ws-rec-count
               " LAST SEQ=" ws-prev-seq
               " LAST CHAIN=" ws-prev-chain
               DELIMITED BY SIZE INTO avrpt-line
           WRITE avrpt-line
           MOVE SPACES TO avrpt-line
           STRING "BROKEN LINKS=" ws-break-count
               " GAPS=" ws-gap-count
               " MISSING RECORDS=" ws-missing-count
               " SEQUENCE ERRORS=" ws-seq-error-count
               " TIMESTAMPS OUT OF ORDER=" ws-time-error-count
               DELIMITED BY SIZE INTO avrpt-line
           WRITE avrpt-line
           MOVE SPACES TO avrpt-line
           EVALUATE TRUE
               WHEN ws-unconverted-sw = "Y"
                   STRING "TRAIL NOT VERIFIED -- PRE-CHAIN LAYOUT"
                       DELIMITED BY SIZE INTO avrpt-line
               WHEN ws-break-count > 0
                   STRING "TRAIL NOT INTACT -- FIRST BROKEN LINK AT "
                       "SEQ " ws-first-break-seq
                       DELIMITED BY SIZE INTO avrpt-line
               WHEN ws-gap-count > 0 OR ws-seq-error-count > 0
                   STRING "TRAIL NOT INTACT -- SEQUENCE DISTURBED"
                       DELIMITED BY SIZE INTO avrpt-line
               WHEN ws-time-error-count > 0
                   STRING "TRAIL CHAIN INTACT -- TIMESTAMPS OUT OF "
                       "ORDER"
                       DELIMITED BY SIZE INTO avrpt-line
               WHEN OTHER
                   STRING "TRAIL INTACT"
                       DELIMITED BY SIZE INTO avrpt-line
           END-EVALUATE
           WRITE avrpt-line
           DISPLAY "TTTAUDVF: " avrpt-line(1:60).

       END PROGRAM TTTAUDVF.
