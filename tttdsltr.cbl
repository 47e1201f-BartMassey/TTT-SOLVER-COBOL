       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTDSLTR.

      ******************************************************************
      *  Dispute resolution letters.  Walks the TTTDSPM dispute master
      *  and prints one letter to TTTDSLTR for every case TTTDISP has
      *  closed -- UPHELD, DENIED, or WITHDRAWN -- that has not had
      *  its letter yet.  Each letter quotes what the record says we
      *  recommended (the move, the outcome, and the run-id that
      *  solved it, as copied onto the case when it was opened), the
      *  complaint as logged, and the finding, and is addressed to the
      *  source's registered owner off TTTSRCM (or to the kiosk vendor
      *  for a terminal's complaint).  The case is then marked
      *  lettered so a rerun does not send it twice.
      *
      *  RETURN-CODE 0 with or without letters to print; 8 when a
      *  case could not be marked lettered (its letter is printed and
      *  will print again on the next run).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-dspm ASSIGN TO "TTTDSPM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-case-no
               FILE STATUS IS ws-dspm-status.
           SELECT ttt-dsltr ASSIGN TO "TTTDSLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-dsltr-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-dspm.
       COPY dispm.

       FD  ttt-dsltr
           RECORDING MODE IS F.
       01 dsltr-line PIC X(80).

       WORKING-STORAGE SECTION.
       COPY srcmst.
       COPY cycdt.

       01 ws-dspm-status PIC XX VALUE SPACES.
       01 ws-dsltr-status PIC XX VALUE SPACES.
       01 ws-scan-done-sw PIC X.

       01 ws-letter-count PIC 9(6) VALUE 0.
       01 ws-rewrite-fail-count PIC 9(6) VALUE 0.

       01 src-idx PIC 9(4) COMP.
       01 ws-src-found-sw PIC X.
       01 ws-addressee PIC X(30).
       01 ws-contact PIC X(30).
       01 ws-determination PIC X(60).

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).
       01 ws-played-date.
           05 ws-pd-yyyy PIC 9(4).
           05 ws-pd-mm PIC 9(2).
           05 ws-pd-dd PIC 9(2).
       01 ws-opened-disp.
           05 ws-od-yyyy PIC 9(4).
           05 ws-od-mm PIC 9(2).
           05 ws-od-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           CALL "SrcMaster" USING
             BY REFERENCE src-master
           MOVE cycle-date TO ws-current-date
           PERFORM 0100-OPEN-FILES

           PERFORM 0300-START-SCAN
           PERFORM UNTIL ws-scan-done-sw = "Y"
               PERFORM 0400-READ-NEXT-ENTRY
               IF ws-scan-done-sw = "N" THEN
                   IF dsp-case-closed AND dsp-letter-sw NOT = "Y" THEN
                       PERFORM 2000-PRINT-LETTER
                       PERFORM 2500-MARK-LETTERED
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "TTTDSLTR: LETTERS PRINTED=" ws-letter-count
           IF ws-rewrite-fail-count > 0 THEN
               DISPLAY "TTTDSLTR: CASES NOT MARKED LETTERED="
                   ws-rewrite-fail-count
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE ttt-dspm ttt-dsltr
           STOP RUN.

       0100-OPEN-FILES.
           OPEN I-O ttt-dspm
           IF ws-dspm-status = "35" THEN
               DISPLAY "TTTDSLTR: NO TTTDSPM MASTER -- NO DISPUTES "
                   "HAVE BEEN LOGGED"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-dspm-status NOT = "00" THEN
               DISPLAY "TTTDSLTR: unable to open TTTDSPM, status "
                   ws-dspm-status
               STOP RUN
           END-IF

           OPEN OUTPUT ttt-dsltr
           IF ws-dsltr-status NOT = "00" THEN
               DISPLAY "TTTDSLTR: unable to open TTTDSLTR, status "
                   ws-dsltr-status
               CLOSE ttt-dspm
               STOP RUN
           END-IF.

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
               DISPLAY "TTTDSLTR: TTTDSPM scan ended on status "
                   ws-dspm-status
               MOVE "Y" TO ws-scan-done-sw
           END-IF.

       2000-PRINT-LETTER.
           PERFORM 2100-FIND-ADDRESSEE
           MOVE dsp-date-played TO ws-played-date
           MOVE dsp-opened-date TO ws-opened-disp
           MOVE SPACES TO ws-determination
           EVALUATE dsp-status
               WHEN "UPHELD       "
                   STRING "YOUR COMPLAINT IS UPHELD: THE "
                       "RECOMMENDATION WAS IN ERROR."
                       DELIMITED BY SIZE INTO ws-determination
               WHEN "DENIED       "
                   STRING "YOUR COMPLAINT IS NOT UPHELD: THE "
                       "RECOMMENDATION STANDS."
                       DELIMITED BY SIZE INTO ws-determination
               WHEN OTHER
                   STRING "THE COMPLAINT WAS WITHDRAWN AND THE CASE "
                       "IS CLOSED."
                       DELIMITED BY SIZE INTO ws-determination
           END-EVALUATE

           MOVE ALL "=" TO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           STRING "TTT SOLVER SERVICE -- DISPUTE RESOLUTION"
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           STRING "CASE NUMBER " dsp-case-no
               "                    DATE " ws-cd-yyyy "-" ws-cd-mm
               "-" ws-cd-dd
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           STRING "TO:  " ws-addressee
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           IF ws-contact NOT = SPACES THEN
               MOVE SPACES TO dsltr-line
               STRING "     " ws-contact
                   DELIMITED BY SIZE INTO dsltr-line
               WRITE dsltr-line
           END-IF
           MOVE SPACES TO dsltr-line
           STRING "RE:  GAME-ID " dsp-game-id
               " PLAYED " ws-pd-yyyy "-" ws-pd-mm "-" ws-pd-dd
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           WRITE dsltr-line

           MOVE SPACES TO dsltr-line
           STRING "ON " ws-od-yyyy "-" ws-od-mm "-" ws-od-dd
               " YOU TOLD US:"
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           STRING "     " dsp-complaint
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           WRITE dsltr-line

           MOVE SPACES TO dsltr-line
           STRING "OUR RECORD OF THE RECOMMENDATION SENT FOR THIS "
               "POSITION:"
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           IF dsp-solve-found-sw = "Y" THEN
               STRING "     MOVE ROW " dsp-rec-move-row
                   " COLUMN " dsp-rec-move-col
                   "  OUTCOME " dsp-rec-outcome
                   "  SOLVED BY RUN " dsp-rec-run-id
                   DELIMITED BY SIZE INTO dsltr-line
               WRITE dsltr-line
               IF dsp-rec-bounded = "B" THEN
                   MOVE SPACES TO dsltr-line
                   STRING "     (A BEST-EFFORT ANSWER WITHIN THE "
                       "SEARCH LIMIT, NOT A PROVEN RESULT)"
                       DELIMITED BY SIZE INTO dsltr-line
                   WRITE dsltr-line
               END-IF
           ELSE
               IF dsp-solve-found-sw = "V" THEN
                   STRING "     THE RECOMMENDATION FOR THIS GAME HAS "
                       "BEEN VOIDED ON OUR HISTORY RECORD"
                       DELIMITED BY SIZE INTO dsltr-line
               ELSE
                   STRING "     NO RECOMMENDATION FOR THIS GAME IS ON "
                       "OUR HISTORY RECORD"
                       DELIMITED BY SIZE INTO dsltr-line
               END-IF
               WRITE dsltr-line
           END-IF
           MOVE SPACES TO dsltr-line
           WRITE dsltr-line

           MOVE SPACES TO dsltr-line
           STRING "WHAT WE FOUND:"
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           STRING "     " dsp-finding
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           STRING ws-determination
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           WRITE dsltr-line
           MOVE SPACES TO dsltr-line
           STRING "CASE CLOSED " dsp-closed-date
               " BY " dsp-closed-by
               DELIMITED BY SIZE INTO dsltr-line
           WRITE dsltr-line
           ADD 1 TO ws-letter-count.

      *    A feed source's letter goes to its registered owner; a
      *    kiosk terminal's goes to the vendor.  A source not on
      *    TTTSRCM (or a site without one) gets the letter addressed
      *    to the source id itself, for the desk to route by hand.
       2100-FIND-ADDRESSEE.
           MOVE SPACES TO ws-addressee ws-contact
           IF dsp-terminal-id NOT = SPACES THEN
               STRING "KIOSK VENDOR, TERMINAL " dsp-terminal-id
                   DELIMITED BY SIZE INTO ws-addressee
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-src-found-sw
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count OR ws-src-found-sw = "Y"
               IF src-id(src-idx) = dsp-source-system-id THEN
                   MOVE "Y" TO ws-src-found-sw
                   MOVE src-owner-name(src-idx) TO ws-addressee
                   MOVE src-contact(src-idx) TO ws-contact
               END-IF
           END-PERFORM
           IF ws-src-found-sw = "N" THEN
               STRING "OWNER OF SOURCE " dsp-source-system-id
                   DELIMITED BY SIZE INTO ws-addressee
           END-IF.

       2500-MARK-LETTERED.
           MOVE "Y" TO dsp-letter-sw
           REWRITE dsp-rec
               INVALID KEY
                   DISPLAY "TTTDSLTR: unable to mark case "
                       dsp-case-no " lettered, status "
                       ws-dspm-status
                   ADD 1 TO ws-rewrite-fail-count
           END-REWRITE.

       END PROGRAM TTTDSLTR.
