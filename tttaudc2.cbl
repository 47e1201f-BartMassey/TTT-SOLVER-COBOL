      *  the TTTAUDO DD, and this job writes the converted trail to
      *  TTTAUD -- every old record byte-for-byte, extended with
      *  space-filled run-id, options, and operator fields, which
      *  the readers already interpret as pre-lineage records, then
      *  numbered and chained (aud-seq, aud-chain) in trail order
      *  exactly as TTTAUDC3 seals a lineage trail -- so a site at
      *  the event-type layout converts to the current (188-byte)
      *  record in one pass.  The last seq and chain are written to
      *  the TTTAUDLK link (audlk.cpy) that AuditLog appends from.
      *  In and out counts are reconciled; a break returns 16.
      *  Rerunnable only against an unconverted input -- converting a
      *  converted trail would misread it, so keep the renamed
      *  original until the new trail is verified.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-audlk ASSIGN TO "TTTAUDLK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-audlk-status.

       DATA DIVISION.
       FILE SECTION.
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

           PERFORM 0900-BALANCE-CONTROLS
           CLOSE ttt-audo ttt-aud
           PERFORM 0950-WRITE-LINK
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

                   MOVE SPACES TO aud-run-id
                   MOVE SPACES TO aud-options
                   MOVE SPACES TO aud-operator
                   PERFORM 1100-SEAL-RECORD
                   WRITE aud-rec
                   ADD 1 TO ws-out-count
           END-READ.

      *    The record's place on the trail and its chain value,
      *    derived exactly as AuditLog and TTTAUDC3 derive them, so the
      *    converted trail verifies under TTTAUDVF as it stands.
       1100-SEAL-RECORD.
           MOVE ws-in-count TO aud-seq
           MOVE 0 TO aud-chain
           CALL "AudChain" USING
             BY REFERENCE aud-rec(1:169)
             BY REFERENCE ws-prev-chain
             BY REFERENCE ws-new-chain
           MOVE ws-new-chain TO aud-chain
           MOVE ws-new-chain TO ws-prev-chain.

       0900-BALANCE-CONTROLS.
           DISPLAY "TTTAUDC2: RECORDS IN=" ws-in-count
               " RECORDS OUT=" ws-out-count
           DISPLAY "TTTAUDC2: LAST SEQ=" ws-out-count
               " CHAIN=" ws-prev-chain
           IF ws-in-count NOT = ws-out-count THEN
               DISPLAY "TTTAUDC2: CONTROL TOTALS OUT OF BALANCE"
               MOVE 16 TO ws-return-code
               MOVE 0 TO ws-return-code
           END-IF.

      *    The converted trail's last record is AuditLog's link for the
      *    next append (audlk.cpy); without it the first append after
      *    cutover reads the whole trail to find it.
       0950-WRITE-LINK.
           OPEN OUTPUT ttt-audlk
           IF ws-audlk-status NOT = "00" THEN
               DISPLAY "TTTAUDC2: unable to open TTTAUDLK, status "
                   ws-audlk-status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO audlk-rec
           MOVE ws-out-count TO audlk-seq
           MOVE ws-prev-chain TO audlk-chain
           WRITE audlk-rec
           CLOSE ttt-audlk.

       END PROGRAM TTTAUDC2.
