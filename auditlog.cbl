      *  audited here.  Opens TTTAUD in EXTEND mode the same way
      *  TTT/TTTNITE append to TTTHIST, falling back to OUTPUT to
      *  create the file the first time it is run.
      *
      *  Every record is chained (audit.cpy): the new record is
      *  numbered and chained through AudChain from the previous
      *  aud-seq and aud-chain, which the one-record TTTAUDLK link
      *  (audlk.cpy) holds and which is rewritten after each append.
      *  Reading the trail through to its last record for them costs
      *  more with every record on it, so that is done only when the
      *  link is missing or unreadable.  Callers pass the same eight
      *  arguments they always have -- the chain is stamped here and
      *  nowhere else, so no caller can write an unchained record.
      *
      *  Partitions of one TTT run append side by side, so the append
      *  is serialized on the link: TTTAUDLK is held open I-O with an
      *  exclusive lock from the read of the last link, through the
      *  write to TTTAUD, to the rewrite of the link.  A run that
      *  finds it held (status 61) waits and tries again, for up to
      *  two minutes; one still locked out after that writes nothing
      *  rather than a record that repeats another's sequence number
      *  and breaks the chain, and says so on the console.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-audlk ASSIGN TO "TTTAUDLK"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS ws-audlk-status.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-audlk
           RECORDING MODE IS F.
       COPY audlk.

       WORKING-STORAGE SECTION.
       COPY cycdt.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-audlk-status PIC XX VALUE SPACES.
       01 ws-link-found-sw PIC X.
       01 ws-link-held-sw PIC X.
      *    Tries at holding the link, one per clock tick (1/100 s).
       01 ws-lock-tries PIC 9(5) COMP.
       01 ws-lock-limit PIC 9(5) COMP VALUE 12000.
       01 ws-tick PIC XX.
       01 ws-read-done-sw PIC X.
       01 ws-prev-seq PIC 9(9).
       01 ws-prev-chain PIC 9(18).
       01 ws-new-chain PIC 9(18).

       LINKAGE SECTION.
       01 job-name-arg PIC X(8).
         BY REFERENCE operator-arg.

       0000-MAIN.
           PERFORM 0050-HOLD-LINK
           IF ws-link-held-sw NOT = "Y" THEN
               DISPLAY "AUDITLOG: TTTAUDLK NOT AVAILABLE -- "
                   event-type-arg " EVENT FOR " job-name-arg
                   " RUN " run-id-arg " NOT WRITTEN"
               EXIT PROGRAM
           END-IF
           PERFORM 0100-FIND-LAST-LINK

           MOVE SPACES TO aud-rec
           MOVE job-name-arg TO aud-job-name
      *    The run DATE is the business cycle date (TTTCYCDT), so a
      *    run that drifts past midnight still audits under the cycle
           MOVE run-id-arg TO aud-run-id
           MOVE options-arg TO aud-options
           MOVE operator-arg TO aud-operator
           COMPUTE aud-seq = ws-prev-seq + 1
           MOVE 0 TO aud-chain
           CALL "AudChain" USING
             BY REFERENCE aud-rec(1:169)
             BY REFERENCE ws-prev-chain
             BY REFERENCE ws-new-chain
           MOVE ws-new-chain TO aud-chain

           OPEN EXTEND ttt-aud
           IF ws-aud-status = "35" THEN
           IF ws-aud-status NOT = "00" THEN
               DISPLAY "AUDITLOG: unable to open TTTAUD, status "
                   ws-aud-status
               CLOSE ttt-audlk
               EXIT PROGRAM
           END-IF

           WRITE aud-rec
           IF ws-aud-status NOT = "00" THEN
               DISPLAY "AUDITLOG: unable to write TTTAUD, status "
                   ws-aud-status
               CLOSE ttt-aud ttt-audlk
               EXIT PROGRAM
           END-IF
           CLOSE ttt-aud
           PERFORM 0200-WRITE-LINK
           EXIT PROGRAM.

      *    Holds TTTAUDLK, its one record read, for the rest of the
      *    append.  A site without one yet gets a blank link, which
      *    the first append fills in from a scan of the trail.
       0050-HOLD-LINK.
           MOVE "N" TO ws-link-held-sw
           MOVE 0 TO ws-lock-tries
           PERFORM 0060-TRY-LINK
               UNTIL ws-link-held-sw = "Y"
                   OR ws-lock-tries NOT < ws-lock-limit.

       0060-TRY-LINK.
           ADD 1 TO ws-lock-tries
           OPEN I-O ttt-audlk
           EVALUATE ws-audlk-status
               WHEN "00"
                   READ ttt-audlk
                   IF ws-audlk-status = "00" THEN
                       MOVE "Y" TO ws-link-held-sw
                   ELSE
                       CLOSE ttt-audlk
                       PERFORM 0070-CREATE-LINK
                   END-IF
               WHEN "35"
                   PERFORM 0070-CREATE-LINK
               WHEN "61"
                   PERFORM 0080-WAIT-TICK
               WHEN OTHER
                   DISPLAY "AUDITLOG: unable to open TTTAUDLK, status "
                       ws-audlk-status
                   MOVE ws-lock-limit TO ws-lock-tries
           END-EVALUATE.

       0070-CREATE-LINK.
           OPEN OUTPUT ttt-audlk
           EVALUATE ws-audlk-status
               WHEN "00"
                   MOVE SPACES TO audlk-rec
                   WRITE audlk-rec
                   CLOSE ttt-audlk
               WHEN "61"
                   PERFORM 0080-WAIT-TICK
               WHEN OTHER
                   DISPLAY "AUDITLOG: unable to create TTTAUDLK, "
                       "status " ws-audlk-status
                   MOVE ws-lock-limit TO ws-lock-tries
           END-EVALUATE.

      *    Another run holds the link: wait for the clock to tick.
       0080-WAIT-TICK.
           MOVE FUNCTION CURRENT-DATE(15:2) TO ws-tick
           PERFORM UNTIL FUNCTION CURRENT-DATE(15:2) NOT = ws-tick
               CONTINUE
           END-PERFORM.

      *    The link the new record chains from: the last record's
      *    sequence number and chain value, or zeros when the trail
      *    does not exist yet or is empty.  A link left over from a
      *    trail that no longer exists is ignored.
       0100-FIND-LAST-LINK.
           MOVE 0 TO ws-prev-seq
           MOVE 0 TO ws-prev-chain
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           CLOSE ttt-aud

           MOVE "N" TO ws-link-found-sw
           IF audlk-seq IS NUMERIC
                   AND audlk-chain IS NUMERIC THEN
               MOVE audlk-seq TO ws-prev-seq
               MOVE audlk-chain TO ws-prev-chain
               MOVE "Y" TO ws-link-found-sw
           END-IF
           IF ws-link-found-sw = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 0150-SCAN-TRAIL.

      *    No usable link: the trail is read through to its last
      *    record, the way every append used to find it.
       0150-SCAN-TRAIL.
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               READ ttt-aud
                   AT END
                       MOVE "Y" TO ws-read-done-sw
                   NOT AT END
                       MOVE aud-seq TO ws-prev-seq
                       MOVE aud-chain TO ws-prev-chain
               END-READ
           END-PERFORM
           CLOSE ttt-aud.

      *    The record just appended is the next one's link; closing
      *    the link lets the next waiting append in.
       0200-WRITE-LINK.
           MOVE SPACES TO audlk-rec
           MOVE aud-seq TO audlk-seq
           MOVE aud-chain TO audlk-chain
           REWRITE audlk-rec
           IF ws-audlk-status NOT = "00" THEN
               DISPLAY "AUDITLOG: unable to rewrite TTTAUDLK, status "
                   ws-audlk-status
           END-IF
           CLOSE ttt-audlk.

       END PROGRAM AuditLog.
