       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTSESCV.

      ******************************************************************
      *  One-time TTTSESM conversion for the session-integrity
      *  cutover.  The kiosk session record grew from 48 to 89 bytes
      *  when the session's move log and the suspect flag were added
      *  (sessm-log-count, sessm-move-log, sessm-suspect-sw, -code
      *  and -date; see sessm.cpy), and TTTSESM is a permanent keyed
      *  master that carries each game's session from one cycle to
      *  the next.  The first TTTKCOMP or TTTNITE to open the
      *  existing cluster under the new layout would fail on the
      *  record length -- the exposure TTTHMSCV closes for TTTHMAST.
      *
      *  Each old record is copied byte-for-byte into the front of
      *  the new one, in key order, with no move log on record (count
      *  zero) and the session not suspect.  SessCheck holds a
      *  session with no log on record to nothing, so the next drop
      *  of a game already in progress starts its log afresh.
      *
      *  Run once at cutover, before the first TTTNITE or TTTKCOMP
      *  under the new layout: operations renames the existing
      *  cluster to the TTTSESMO DD, defines the new TTTSESM at 89
      *  bytes with the same key, and this job loads it.  In and out
      *  counts are reconciled; a break or a rejected write returns
      *  16.  Rerunnable only against an unconverted input, so keep
      *  the renamed original until the new master is verified.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-sesmo ASSIGN TO "TTTSESMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sesmo-game-id
               FILE STATUS IS ws-sesmo-status.
           SELECT ttt-sessm ASSIGN TO "TTTSESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sessm-game-id
               FILE STATUS IS ws-sessm-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-sesmo.
      *    The pre-integrity session record: sessm.cpy as it stood
      *    before the move log and suspect fields were added.
       01 sesmo-rec.
           05 sesmo-game-id PIC X(10).
           05 sesmo-data PIC X(38).

       FD  ttt-sessm.
       COPY sessm.

       WORKING-STORAGE SECTION.
       01 ws-sesmo-status PIC XX VALUE SPACES.
       01 ws-sessm-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-sesmo VALUE "Y".

       01 ws-in-count PIC 9(9) VALUE 0.
       01 ws-out-count PIC 9(9) VALUE 0.
       01 ws-error-count PIC 9(9) VALUE 0.
       01 ws-return-code PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT ttt-sesmo
           EVALUATE ws-sesmo-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
      *            A site with no kiosk sessions yet has nothing to
      *            convert; TTTKCOMP builds the new layout from the
      *            start.
                   DISPLAY "TTTSESCV: NO TTTSESMO MASTER TO CONVERT"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "TTTSESCV: unable to open TTTSESMO, "
                       "status " ws-sesmo-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT ttt-sessm
           IF ws-sessm-status NOT = "00" THEN
               DISPLAY "TTTSESCV: unable to open TTTSESM, status "
                   ws-sessm-status
               CLOSE ttt-sesmo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CONVERT-NEXT
               UNTIL end-of-sesmo

           PERFORM 0900-BALANCE-CONTROLS
           CLOSE ttt-sesmo ttt-sessm
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

       1000-CONVERT-NEXT.
           READ ttt-sesmo
               AT END
                   SET end-of-sesmo TO TRUE
               NOT AT END
                   ADD 1 TO ws-in-count
                   PERFORM 1100-WRITE-CONVERTED
           END-READ
      *    A 9x status on the sequential pass is not caught by AT
      *    END; it ends the run, and the counts will not balance.
           IF NOT end-of-sesmo
                   AND ws-sesmo-status NOT = "00" THEN
               DISPLAY "TTTSESCV: TTTSESMO read ended on status "
                   ws-sesmo-status
               ADD 1 TO ws-error-count
               SET end-of-sesmo TO TRUE
           END-IF.

      *    The old record lands in the front of the new one: no move
      *    log on record, not suspect.
       1100-WRITE-CONVERTED.
           INITIALIZE sessm-rec
           MOVE sesmo-rec TO sessm-rec(1:48)
           MOVE 0 TO sessm-log-count
           MOVE "N" TO sessm-suspect-sw
           MOVE SPACES TO sessm-suspect-code
           MOVE 0 TO sessm-suspect-date
           WRITE sessm-rec
               INVALID KEY
                   DISPLAY "TTTSESCV: TTTSESM WRITE FAILED FOR "
                       sessm-game-id ", status " ws-sessm-status
                   ADD 1 TO ws-error-count
               NOT INVALID KEY
                   ADD 1 TO ws-out-count
           END-WRITE.

       0900-BALANCE-CONTROLS.
           DISPLAY "TTTSESCV: RECORDS IN=" ws-in-count
               " RECORDS OUT=" ws-out-count
               " ERRORS=" ws-error-count
           IF ws-in-count NOT = ws-out-count
                   OR ws-error-count > 0 THEN
               DISPLAY "TTTSESCV: CONTROL TOTALS OUT OF BALANCE"
               MOVE 16 TO ws-return-code
           ELSE
               MOVE 0 TO ws-return-code
           END-IF.

       END PROGRAM TTTSESCV.
