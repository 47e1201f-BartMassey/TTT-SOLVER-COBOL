       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTHMSCV.

      ******************************************************************
      *  One-time TTTHMAST conversion for the correction cutover.  The
      *  history master record grew from 163 to 184 bytes when the
      *  correction state was added (hmast-corr-status, -date,
      *  -reason and -ref-date; see hmast.cpy), and TTTHMAST is a
      *  permanent keyed master, never rebuilt from scratch.  The
      *  first job to open the existing cluster under the new layout
      *  would fail on the record length -- the same exposure the
      *  TTTAUD conversions and TTTPNDCV close for their files.
      *
      *  Each old record is copied byte-for-byte into the front of
      *  the new one, in primary key order, with the correction
      *  fields set to "as journaled": status blank, dates zero,
      *  reason blank.  Nothing before the cutover was corrected, so
      *  that is what every old record is.
      *
      *  Run once at cutover, before the first TTTHLOAD, TTTCORR or
      *  any other reader of the new layout: operations renames the
      *  existing cluster to the TTTHMSTO DD, defines the new
      *  TTTHMAST at 184 bytes with the same primary and alternate
      *  keys, and this job loads it.  In and out counts are
      *  reconciled; a break or a rejected write returns 16.
      *  Rerunnable only against an unconverted input, so keep the
      *  renamed original until the new master is verified.  TTTSESCV
      *  does the same for TTTSESM at the same cutover.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-hmsto ASSIGN TO "TTTHMSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hmsto-key
               ALTERNATE RECORD KEY IS hmsto-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmsto-status.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hmast-key
               ALTERNATE RECORD KEY IS hmast-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmast-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-hmsto.
      *    The pre-correction master record: hmast.cpy as it stood
      *    before the four correction fields were added.  The keys
      *    sit where they still do.
       01 hmsto-rec.
           05 hmsto-key.
               10 hmsto-game-id PIC X(10).
               10 hmsto-date-played PIC 9(8).
           05 hmsto-alt-key.
               10 hmsto-alt-source PIC X(8).
               10 hmsto-alt-date PIC 9(8).
           05 hmsto-data PIC X(129).

       FD  ttt-hmast.
       COPY hmast.

       WORKING-STORAGE SECTION.
       01 ws-hmsto-status PIC XX VALUE SPACES.
       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-hmsto VALUE "Y".

       01 ws-in-count PIC 9(9) VALUE 0.
       01 ws-out-count PIC 9(9) VALUE 0.
       01 ws-error-count PIC 9(9) VALUE 0.
       01 ws-return-code PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT ttt-hmsto
           EVALUATE ws-hmsto-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
      *            A site with no history master yet has nothing to
      *            convert; TTTHLOAD loads the new layout from the
      *            start.
                   DISPLAY "TTTHMSCV: NO TTTHMSTO MASTER TO CONVERT"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "TTTHMSCV: unable to open TTTHMSTO, "
                       "status " ws-hmsto-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT ttt-hmast
           IF ws-hmast-status NOT = "00" THEN
               DISPLAY "TTTHMSCV: unable to open TTTHMAST, status "
                   ws-hmast-status
               CLOSE ttt-hmsto
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CONVERT-NEXT
               UNTIL end-of-hmsto

           PERFORM 0900-BALANCE-CONTROLS
           CLOSE ttt-hmsto ttt-hmast
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    The old record lands in the front of the new one; the
      *    correction fields follow as "as journaled".
       1000-CONVERT-NEXT.
           READ ttt-hmsto
               AT END
                   SET end-of-hmsto TO TRUE
               NOT AT END
                   ADD 1 TO ws-in-count
                   PERFORM 1100-WRITE-CONVERTED
           END-READ
      *    A 9x status on the sequential pass is not caught by AT
      *    END; it ends the run, and the counts will not balance.
           IF NOT end-of-hmsto
                   AND ws-hmsto-status NOT = "00"
                   AND ws-hmsto-status NOT = "02" THEN
               DISPLAY "TTTHMSCV: TTTHMSTO read ended on status "
                   ws-hmsto-status
               ADD 1 TO ws-error-count
               SET end-of-hmsto TO TRUE
           END-IF.

       1100-WRITE-CONVERTED.
           INITIALIZE hmast-rec
           MOVE hmsto-rec TO hmast-rec(1:163)
           MOVE SPACE TO hmast-corr-status
           MOVE 0 TO hmast-corr-date
           MOVE SPACES TO hmast-corr-reason
           MOVE 0 TO hmast-corr-ref-date
           WRITE hmast-rec
               INVALID KEY
                   DISPLAY "TTTHMSCV: TTTHMAST WRITE FAILED FOR "
                       hmast-game-id " " hmast-date-played
                       ", status " ws-hmast-status
                   ADD 1 TO ws-error-count
               NOT INVALID KEY
                   ADD 1 TO ws-out-count
           END-WRITE.

       0900-BALANCE-CONTROLS.
           DISPLAY "TTTHMSCV: RECORDS IN=" ws-in-count
               " RECORDS OUT=" ws-out-count
               " ERRORS=" ws-error-count
           IF ws-in-count NOT = ws-out-count
                   OR ws-error-count > 0 THEN
               DISPLAY "TTTHMSCV: CONTROL TOTALS OUT OF BALANCE"
               MOVE 16 TO ws-return-code
           ELSE
               MOVE 0 TO ws-return-code
           END-IF.

       END PROGRAM TTTHMSCV.
