       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTAUDC3.

      ******************************************************************
      *  One-time TTTAUD trail conversion for the integrity-chain
      *  cutover.  The audit record grew again when aud-seq and
      *  aud-chain were added (see audit.cpy), and the trail is never
      *  rotated or recreated -- so the records written under the
      *  lineage layout, which are 29 bytes shorter, must be padded
      *  out to the new length ONCE before any job appends to or
      *  reports on the trail again, the same discipline TTTAUDCV and
      *  TTTAUDC2 enforced at the two earlier layout steps.  This job
      *  converts a lineage (159-byte) trail.
      *
      *  Unlike the earlier steps the new fields cannot be left
      *  blank: AuditLog chains every new record from its
      *  predecessor's value, and TTTAUDVF re-derives the chain from
      *  the first record.  So each old record is copied byte-for-
      *  byte, numbered in trail order, and chained through AudChain
      *  exactly as AuditLog would have -- the legacy trail is sealed
      *  as it stands at cutover.  Nothing earlier than the cutover
      *  can be proven by the chain, only that it has not changed
      *  since; the last chain value is displayed so operations can
      *  record it with the cutover change.
      *
      *  Run once at cutover: operations renames the live trail to
      *  the TTTAUDO DD, and this job writes the converted trail to
      *  TTTAUD, with the last seq and chain on the TTTAUDLK link
      *  (audlk.cpy) that AuditLog appends from.  In and out counts
      *  are reconciled; a break returns 16.  Rerunnable only
      *  against an unconverted input -- converting a converted
      *  trail would misread it, so keep the renamed original until
      *  the new trail is verified.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-audo ASSIGN TO "TTTAUDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-audo-status.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-audlk ASSIGN TO "TTTAUDLK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-audlk-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-audo
           RECORDING MODE IS F.
      *    The lineage audit record: audit.cpy as it stood before
      *    aud-seq, aud-chain, and their separators were added.
       01 audo-rec.
           05 audo-job-name PIC X(8).
           05 FILLER PIC X.
           05 audo-run-date PIC 9(8).
           05 FILLER PIC X.
           05 audo-run-time PIC 9(6).
           05 FILLER PIC X.
           05 audo-input-source PIC X(20).
           05 FILLER PIC X.
           05 audo-position-count PIC 9(9).
           05 FILLER PIC X.
           05 audo-outcome PIC X(10).
           05 FILLER PIC X.
           05 audo-event-type PIC X(5).
           05 FILLER PIC X.
           05 audo-run-id PIC X(16).
           05 FILLER PIC X.
           05 audo-options PIC X(60).
           05 FILLER PIC X.
           05 audo-operator PIC X(8).

       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-audlk
           RECORDING MODE IS F.
       COPY audlk.

       WORKING-STORAGE SECTION.
       01 ws-audo-status PIC XX VALUE SPACES.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-audlk-status PIC XX VALUE SPACES.
       01 ws-eof-sw PIC X VALUE "N".
           88 end-of-audo VALUE "Y".

       01 ws-in-count PIC 9(9) VALUE 0.
       01 ws-out-count PIC 9(9) VALUE 0.
       01 ws-return-code PIC 99 VALUE 0.
       01 ws-prev-chain PIC 9(18) VALUE 0.
       01 ws-new-chain PIC 9(18).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT ttt-audo
           EVALUATE ws-audo-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
      *            A site with no prior trail has nothing to convert;
      *            the solver jobs create the new-layout TTTAUD
      *            themselves on first write.
                   DISPLAY "TTTAUDC3: NO TTTAUDO TRAIL TO CONVERT"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "TTTAUDC3: unable to open TTTAUDO, "
                       "status " ws-audo-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               DISPLAY "TTTAUDC3: unable to open TTTAUD, status "
                   ws-aud-status
               CLOSE ttt-audo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-CONVERT-NEXT
               UNTIL end-of-audo

           PERFORM 0900-BALANCE-CONTROLS
           CLOSE ttt-audo ttt-aud
           PERFORM 0950-WRITE-LINK
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    Every old field lands on its same-named new field; the new
      *    sequence number is the record's place on the trail and the
      *    chain value is derived exactly as AuditLog derives it.
       1000-CONVERT-NEXT.
           READ ttt-audo
               AT END
                   SET end-of-audo TO TRUE
               NOT AT END
                   ADD 1 TO ws-in-count
                   MOVE SPACES TO aud-rec
                   MOVE audo-job-name TO aud-job-name
                   MOVE audo-run-date TO aud-run-date
                   MOVE audo-run-time TO aud-run-time
                   MOVE audo-input-source TO aud-input-source
                   MOVE audo-position-count TO aud-position-count
                   MOVE audo-outcome TO aud-outcome
                   MOVE audo-event-type TO aud-event-type
                   MOVE audo-run-id TO aud-run-id
                   MOVE audo-options TO aud-options
                   MOVE audo-operator TO aud-operator
                   MOVE ws-in-count TO aud-seq
                   MOVE 0 TO aud-chain
                   CALL "AudChain" USING
                     BY REFERENCE aud-rec(1:169)
                     BY REFERENCE ws-prev-chain
                     BY REFERENCE ws-new-chain
                   MOVE ws-new-chain TO aud-chain
                   MOVE ws-new-chain TO ws-prev-chain
                   WRITE aud-rec
                   ADD 1 TO ws-out-count
           END-READ.

       0900-BALANCE-CONTROLS.
           DISPLAY "TTTAUDC3: RECORDS IN=" ws-in-count
               " RECORDS OUT=" ws-out-count
           DISPLAY "TTTAUDC3: LAST SEQ=" ws-out-count
               " CHAIN=" ws-prev-chain
           IF ws-in-count NOT = ws-out-count THEN
               DISPLAY "TTTAUDC3: CONTROL TOTALS OUT OF BALANCE"
               MOVE 16 TO ws-return-code
           ELSE
               MOVE 0 TO ws-return-code
           END-IF.

      *    The converted trail's last record is AuditLog's link for the
      *    next append (audlk.cpy); without it the first append after
      *    cutover reads the whole trail to find it.
       0950-WRITE-LINK.
           OPEN OUTPUT ttt-audlk
           IF ws-audlk-status NOT = "00" THEN
               DISPLAY "TTTAUDC3: unable to open TTTAUDLK, status "
                   ws-audlk-status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO audlk-rec
           MOVE ws-out-count TO audlk-seq
           MOVE ws-prev-chain TO audlk-chain
           WRITE audlk-rec
           CLOSE ttt-audlk.

       END PROGRAM TTTAUDC3.
