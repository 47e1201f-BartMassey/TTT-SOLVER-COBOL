       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTRFRSH.

      ******************************************************************
      *  Test-region refresh.  Testing a change meant TTTGEN's
      *  synthetic games or production files copied by hand -- real
      *  source ids, kiosk terminal ids and game-ids in front of
      *  whoever was testing.  This job copies the production files a
      *  test region needs into the test set, masking every
      *  identifier on the way through:
      *
      *      TTTHMAST  -> TSTHMAST  game-id, source (record and
      *                             alternate key)
      *      TTTRJMST  -> TSTRJMST  game-id, source, and the game-id
      *                             and source inside the state image
      *      TTTSESM   -> TSTSESM   game-id, kiosk terminal id
      *      TTTAUD    -> TSTAUD    sources and routing recipients in
      *                             TTTCTLM change images, TTTHREL
      *                             hold actions and TTTPURGE purges;
      *                             re-chained
      *      TTTSRCM   -> TSTSRCM   source; owner name and contact
      *                             replaced
      *      TTTROUTE  -> TSTROUTE  routing recipient, source
      *
      *  Masking is MaskId's keyed substitution (maskid.cbl): the same
      *  game-id or source masks to the same substitute in every file,
      *  so primary keys, alternate keys and the links between files
      *  (a reject's game-id to its solve, a route's source to its
      *  registration) still match up, and no two identifiers collide.
      *  Boards, move logs, counts, dates, run-ids and everything else
      *  are copied unchanged.  The masked audit trail is chained
      *  afresh through AudChain, so TTTAUDVF proves the test copy in
      *  its own right; its chain values no longer match the DR
      *  manifest's, which only ever describes production.
      *
      *  PARM MASKKEY=key (up to 16 characters) is required: the key
      *  is what keeps a substitute from being traced back, so it
      *  lives with the refresh JCL under production access, and the
      *  same key on every refresh keeps test cases stable across
      *  refreshes.  Without it the job ends RETURN-CODE 16 having
      *  copied nothing.
      *
      *  TTTRFMAN is the refresh manifest: per file, the records read
      *  from production, the records written to the test copy, the
      *  identifiers masked, and whether the two counts balance.  A
      *  production file that does not exist refreshes as an empty
      *  copy and says so.  RETURN-CODE 8 when any file is out of
      *  balance, else 0.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hmast-key
               ALTERNATE RECORD KEY IS hmast-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-hmast-status.
           SELECT ttt-rjmst ASSIGN TO "TTTRJMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rjm-key
               FILE STATUS IS ws-rjmst-status.
           SELECT ttt-sessm ASSIGN TO "TTTSESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sessm-game-id
               FILE STATUS IS ws-sessm-status.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.
           SELECT ttt-srcm ASSIGN TO "TTTSRCM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-srcm-status.
           SELECT ttt-route ASSIGN TO "TTTROUTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-route-status.
      *    The test copies.  Masking reorders the keys, so the
      *    indexed copies are loaded at random.
           SELECT tst-hmast ASSIGN TO "TSTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS tsthm-key
               ALTERNATE RECORD KEY IS tsthm-alt-key
                   WITH DUPLICATES
               FILE STATUS IS ws-tstout-status.
           SELECT tst-rjmst ASSIGN TO "TSTRJMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS tstrj-key
               FILE STATUS IS ws-tstout-status.
           SELECT tst-sessm ASSIGN TO "TSTSESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS tstss-game-id
               FILE STATUS IS ws-tstout-status.
           SELECT tst-aud ASSIGN TO "TSTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-tstout-status.
           SELECT tst-audlk ASSIGN TO "TSTAUDLK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-tstout-status.
           SELECT tst-srcm ASSIGN TO "TSTSRCM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-tstout-status.
           SELECT tst-route ASSIGN TO "TSTROUTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-tstout-status.
           SELECT ttt-rfman ASSIGN TO "TTTRFMAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rfman-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-hmast.
       COPY hmast.

       FD  ttt-rjmst.
       COPY rejmst.

       FD  ttt-sessm.
       COPY sessm.

       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       FD  ttt-srcm
           RECORDING MODE IS F.
       01 srcm-line PIC X(137).

       FD  ttt-route
           RECORDING MODE IS F.
       01 route-line PIC X(80).

       FD  tst-hmast.
       COPY hmast REPLACING LEADING ==hmast== BY ==tsthm==.

       FD  tst-rjmst.
       COPY rejmst REPLACING LEADING ==rjm== BY ==tstrj==.

       FD  tst-sessm.
       COPY sessm REPLACING LEADING ==sessm== BY ==tstss==.

       FD  tst-aud
           RECORDING MODE IS F.
       COPY audit REPLACING LEADING ==aud== BY ==tstau==.

       FD  tst-audlk
           RECORDING MODE IS F.
       COPY audlk REPLACING LEADING ==audlk== BY ==tstlk==.

       FD  tst-srcm
           RECORDING MODE IS F.
       01 tst-srcm-line PIC X(137).

       FD  tst-route
           RECORDING MODE IS F.
       01 tst-route-line PIC X(80).

       FD  ttt-rfman
           RECORDING MODE IS F.
       01 rfman-line PIC X(132).

       WORKING-STORAGE SECTION.
       COPY cycdt.
      *    Work copy of a reject's state image, to reach the game-id
      *    and source inside it.
       COPY state.

       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-rjmst-status PIC XX VALUE SPACES.
       01 ws-sessm-status PIC XX VALUE SPACES.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-srcm-status PIC XX VALUE SPACES.
       01 ws-route-status PIC XX VALUE SPACES.
       01 ws-tstout-status PIC XX VALUE SPACES.
       01 ws-rfman-status PIC XX VALUE SPACES.
       01 ws-scan-done-sw PIC X.

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-mask-key PIC X(16) VALUE SPACES.

      *    One identifier on its way through MaskId.
       01 ws-mask-work PIC X(20).
       01 ws-mask-len PIC 9(4) COMP.

      *    The file being refreshed and its balance.
       01 ws-file-name PIC X(8).
       01 ws-test-name PIC X(8).
       01 ws-avail-sw PIC X.
       01 ws-read-count PIC 9(9).
       01 ws-written-count PIC 9(9).
       01 ws-masked-count PIC 9(9).
       01 ws-file-verdict PIC X(30).
       01 ws-out-of-balance-count PIC 9(4) VALUE 0.
       01 ws-total-read PIC 9(9) VALUE 0.
       01 ws-total-written PIC 9(9) VALUE 0.
       01 ws-total-masked PIC 9(9) VALUE 0.

      *    TTTSRCM owner name and contact are replaced, not masked:
      *    they are prose, and the substitute names the masked source.
       01 ws-subst-owner PIC X(30).
       01 ws-subst-contact PIC X(30).
      *    A TTTSRCM change image spans three audit records; the
      *    second carries the tail of the contact, named from the
      *    source on the first (the third holds only retention days).
       01 ws-ctl-source PIC X(8) VALUE SPACES.
       01 ws-tally PIC 9(4) COMP.

      *    The masked trail's own chain, and the last seq on it for
      *    the test region's TSTAUDLK link.
       01 ws-prev-chain PIC 9(18) VALUE 0.
       01 ws-last-seq PIC 9(9) VALUE 0.
       01 ws-new-chain PIC 9(18).

       01 disp-read PIC 9(9).
       01 disp-written PIC 9(9).
       01 disp-masked PIC 9(9).

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0050-PARSE-PARM
           OPEN OUTPUT ttt-rfman
           IF ws-rfman-status NOT = "00" THEN
               DISPLAY "TTTRFRSH: unable to open TTTRFMAN, status "
                   ws-rfman-status
               STOP RUN
           END-IF
           PERFORM 0200-WRITE-HEADING

           PERFORM 1000-REFRESH-HMAST
           PERFORM 2000-REFRESH-RJMST
           PERFORM 3000-REFRESH-SESSM
           PERFORM 4000-REFRESH-AUD
           PERFORM 5000-REFRESH-SRCM
           PERFORM 6000-REFRESH-ROUTE

           PERFORM 8500-WRITE-TOTALS
           CLOSE ttt-rfman
           IF ws-out-of-balance-count > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    PARM format is MASKKEY=key.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:8) = "MASKKEY=" THEN
               MOVE ws-parm(9:16) TO ws-mask-key
           END-IF
           IF ws-mask-key = SPACES THEN
               DISPLAY "TTTRFRSH: PARM MASKKEY=key IS REQUIRED -- "
                   "NOTHING REFRESHED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO rfman-line
           STRING "TTT TEST-REGION REFRESH MANIFEST  CYCLE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               "  IDENTIFIERS MASKED"
               DELIMITED BY SIZE INTO rfman-line
           WRITE rfman-line
           MOVE ALL "-" TO rfman-line
           WRITE rfman-line.

      ******************************************************************
      *  TTTHMAST: game-id in the primary key; source in the record
      *  and again in the alternate key, masked to the same value.
      ******************************************************************
       1000-REFRESH-HMAST.
           MOVE "TTTHMAST" TO ws-file-name
           MOVE "TSTHMAST" TO ws-test-name
           PERFORM 7900-RESET-COUNTS
           OPEN OUTPUT tst-hmast
           IF ws-tstout-status NOT = "00" THEN
               DISPLAY "TTTRFRSH: unable to open TSTHMAST, status "
                   ws-tstout-status
               STOP RUN
           END-IF
           OPEN INPUT ttt-hmast
           IF ws-hmast-status = "00" THEN
               MOVE "N" TO ws-scan-done-sw
               MOVE LOW-VALUES TO hmast-key
               START ttt-hmast KEY NOT LESS THAN hmast-key
                   INVALID KEY
                       MOVE "Y" TO ws-scan-done-sw
               END-START
               PERFORM UNTIL ws-scan-done-sw = "Y"
                   READ ttt-hmast NEXT
                       AT END
                           MOVE "Y" TO ws-scan-done-sw
                       NOT AT END
                           ADD 1 TO ws-read-count
                           PERFORM 1100-MASK-HMAST
                   END-READ
                   IF ws-scan-done-sw = "N"
                           AND ws-hmast-status NOT = "00" THEN
                       DISPLAY "TTTRFRSH: TTTHMAST scan ended on "
                           "status " ws-hmast-status
                       MOVE "Y" TO ws-scan-done-sw
                   END-IF
               END-PERFORM
               CLOSE ttt-hmast
           ELSE
               MOVE "N" TO ws-avail-sw
           END-IF
           CLOSE tst-hmast
           PERFORM 8000-WRITE-MANIFEST-LINE.

       1100-MASK-HMAST.
           MOVE hmast-rec TO tsthm-rec
           MOVE hmast-game-id TO ws-mask-work
           PERFORM 7000-MASK-GAME-ID
           MOVE ws-mask-work TO tsthm-game-id
           MOVE hmast-source-system-id TO ws-mask-work
           PERFORM 7010-MASK-SOURCE
           MOVE ws-mask-work TO tsthm-source-system-id
           MOVE hmast-alt-source TO ws-mask-work
           PERFORM 7010-MASK-SOURCE
           MOVE ws-mask-work TO tsthm-alt-source
           WRITE tsthm-rec
               INVALID KEY
                   DISPLAY "TTTRFRSH: TSTHMAST WRITE FAILED, status "
                       ws-tstout-status " -- " hmast-key
               NOT INVALID KEY
                   ADD 1 TO ws-written-count
           END-WRITE.

      ******************************************************************
      *  TTTRJMST: game-id in the key and source in the record, plus
      *  the same two inside the state image as sent, so a repaired
      *  record recycles under its masked identity.
      ******************************************************************
       2000-REFRESH-RJMST.
           MOVE "TTTRJMST" TO ws-file-name
           MOVE "TSTRJMST" TO ws-test-name
           PERFORM 7900-RESET-COUNTS
           OPEN OUTPUT tst-rjmst
           IF ws-tstout-status NOT = "00" THEN
               DISPLAY "TTTRFRSH: unable to open TSTRJMST, status "
                   ws-tstout-status
               STOP RUN
           END-IF
           OPEN INPUT ttt-rjmst
           IF ws-rjmst-status = "00" THEN
               MOVE "N" TO ws-scan-done-sw
               MOVE LOW-VALUES TO rjm-key
               START ttt-rjmst KEY NOT LESS THAN rjm-key
                   INVALID KEY
                       MOVE "Y" TO ws-scan-done-sw
               END-START
               PERFORM UNTIL ws-scan-done-sw = "Y"
                   READ ttt-rjmst NEXT
                       AT END
                           MOVE "Y" TO ws-scan-done-sw
                       NOT AT END
                           ADD 1 TO ws-read-count
                           PERFORM 2100-MASK-RJMST
                   END-READ
                   IF ws-scan-done-sw = "N"
                           AND ws-rjmst-status NOT = "00" THEN
                       DISPLAY "TTTRFRSH: TTTRJMST scan ended on "
                           "status " ws-rjmst-status
                       MOVE "Y" TO ws-scan-done-sw
                   END-IF
               END-PERFORM
               CLOSE ttt-rjmst
           ELSE
               MOVE "N" TO ws-avail-sw
           END-IF
           CLOSE tst-rjmst
           PERFORM 8000-WRITE-MANIFEST-LINE.

       2100-MASK-RJMST.
           MOVE rjm-rec TO tstrj-rec
           MOVE rjm-game-id TO ws-mask-work
           PERFORM 7000-MASK-GAME-ID
           MOVE ws-mask-work TO tstrj-game-id
           MOVE rjm-source-system-id TO ws-mask-work
           PERFORM 7010-MASK-SOURCE
           MOVE ws-mask-work TO tstrj-source-system-id
           MOVE rjm-state-image TO state
           MOVE game-id TO ws-mask-work
           PERFORM 7000-MASK-GAME-ID
           MOVE ws-mask-work TO game-id
           MOVE source-system-id TO ws-mask-work
           PERFORM 7010-MASK-SOURCE
           MOVE ws-mask-work TO source-system-id
           MOVE state TO tstrj-state-image(1:LENGTH OF state)
           WRITE tstrj-rec
               INVALID KEY
                   DISPLAY "TTTRFRSH: TSTRJMST WRITE FAILED, status "
                       ws-tstout-status " -- " rjm-key
               NOT INVALID KEY
                   ADD 1 TO ws-written-count
           END-WRITE.

      ******************************************************************
      *  TTTSESM: game-id (the key) and the kiosk terminal.
      ******************************************************************
       3000-REFRESH-SESSM.
           MOVE "TTTSESM " TO ws-file-name
           MOVE "TSTSESM " TO ws-test-name
           PERFORM 7900-RESET-COUNTS
           OPEN OUTPUT tst-sessm
           IF ws-tstout-status NOT = "00" THEN
               DISPLAY "TTTRFRSH: unable to open TSTSESM, status "
                   ws-tstout-status
               STOP RUN
           END-IF
           OPEN INPUT ttt-sessm
           IF ws-sessm-status = "00" THEN
               MOVE "N" TO ws-scan-done-sw
               MOVE LOW-VALUES TO sessm-game-id
               START ttt-sessm KEY NOT LESS THAN sessm-game-id
                   INVALID KEY
                       MOVE "Y" TO ws-scan-done-sw
               END-START
               PERFORM UNTIL ws-scan-done-sw = "Y"
                   READ ttt-sessm NEXT
                       AT END
                           MOVE "Y" TO ws-scan-done-sw
                       NOT AT END
                           ADD 1 TO ws-read-count
                           PERFORM 3100-MASK-SESSM
                   END-READ
                   IF ws-scan-done-sw = "N"
                           AND ws-sessm-status NOT = "00" THEN
                       DISPLAY "TTTRFRSH: TTTSESM scan ended on "
                           "status " ws-sessm-status
                       MOVE "Y" TO ws-scan-done-sw
                   END-IF
               END-PERFORM
               CLOSE ttt-sessm
           ELSE
               MOVE "N" TO ws-avail-sw
           END-IF
           CLOSE tst-sessm
           PERFORM 8000-WRITE-MANIFEST-LINE.

       3100-MASK-SESSM.
           MOVE sessm-rec TO tstss-rec
           MOVE sessm-game-id TO ws-mask-work
           PERFORM 7000-MASK-GAME-ID
           MOVE ws-mask-work TO tstss-game-id
           MOVE sessm-terminal-id TO ws-mask-work
           PERFORM 7020-MASK-TERMINAL
           MOVE ws-mask-work TO tstss-terminal-id
           WRITE tstss-rec
               INVALID KEY
                   DISPLAY "TTTRFRSH: TSTSESM WRITE FAILED, status "
                       ws-tstout-status " -- " sessm-game-id
               NOT INVALID KEY
                   ADD 1 TO ws-written-count
           END-WRITE.

      ******************************************************************
      *  TTTAUD: the trail in order, every record copied.  The
      *  identifiers it carries are the ones TTTCTLM's TTTSRCM and
      *  TTTROUTE change images hold (laid out as on those files) and
      *  the SOURCE= on TTTHREL's hold actions and TTTPURGE's
      *  retention purges.  Each record is then
      *  chained from the masked record before it.
      ******************************************************************
       4000-REFRESH-AUD.
           MOVE "TTTAUD  " TO ws-file-name
           MOVE "TSTAUD  " TO ws-test-name
           PERFORM 7900-RESET-COUNTS
           MOVE 0 TO ws-prev-chain
           MOVE 0 TO ws-last-seq
           OPEN OUTPUT tst-aud
           IF ws-tstout-status NOT = "00" THEN
               DISPLAY "TTTRFRSH: unable to open TSTAUD, status "
                   ws-tstout-status
               STOP RUN
           END-IF
           OPEN INPUT ttt-aud
           IF ws-aud-status = "00" THEN
               MOVE "N" TO ws-scan-done-sw
               PERFORM UNTIL ws-scan-done-sw = "Y"
                   READ ttt-aud
                       AT END
                           MOVE "Y" TO ws-scan-done-sw
                       NOT AT END
                           ADD 1 TO ws-read-count
                           PERFORM 4100-MASK-AUD
                   END-READ
               END-PERFORM
               CLOSE ttt-aud
           ELSE
               MOVE "N" TO ws-avail-sw
           END-IF
           CLOSE tst-aud
           PERFORM 4300-WRITE-AUD-LINK
           PERFORM 8000-WRITE-MANIFEST-LINE.

       4100-MASK-AUD.
           MOVE aud-rec TO tstau-rec
           EVALUATE TRUE
               WHEN aud-event-type = "CTLCH"
                       AND aud-input-source(1:8) = "TTTSRCM "
                   PERFORM 4200-MASK-SRCM-IMAGE
               WHEN aud-event-type = "CTLCH"
                       AND aud-input-source(1:9) = "TTTROUTE "
                   IF aud-outcome(8:1) = "1" THEN
                       MOVE aud-options(1:20) TO ws-mask-work
                       PERFORM 7030-MASK-RECIPIENT
                       MOVE ws-mask-work TO tstau-options(1:20)
                       MOVE aud-options(22:8) TO ws-mask-work
                       PERFORM 7010-MASK-SOURCE
                       MOVE ws-mask-work TO tstau-options(22:8)
                   END-IF
               WHEN (aud-job-name = "TTTHREL"
                       AND (aud-event-type = "RLEAS"
                           OR aud-event-type = "PURGE"))
                   OR (aud-job-name = "TTTPURGE"
                       AND aud-event-type = "PURGE")
                   MOVE 0 TO ws-tally
                   INSPECT aud-options TALLYING ws-tally
                       FOR CHARACTERS BEFORE INITIAL "SOURCE="
                   IF ws-tally < 46 THEN
                       MOVE aud-options(ws-tally + 8:8) TO ws-mask-work
                       PERFORM 7010-MASK-SOURCE
                       MOVE ws-mask-work
                           TO tstau-options(ws-tally + 8:8)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF tstau-seq IS NUMERIC AND tstau-chain IS NUMERIC THEN
               CALL "AudChain" USING
                 BY REFERENCE tstau-rec(1:169)
                 BY REFERENCE ws-prev-chain
                 BY REFERENCE ws-new-chain
               MOVE ws-new-chain TO tstau-chain
               MOVE ws-new-chain TO ws-prev-chain
               MOVE tstau-seq TO ws-last-seq
           END-IF
           WRITE tstau-rec
           IF ws-tstout-status = "00" THEN
               ADD 1 TO ws-written-count
           ELSE
               DISPLAY "TTTRFRSH: TSTAUD WRITE FAILED, status "
                   ws-tstout-status
           END-IF.

      *    Segment 1 is TTTSRCM columns 1-60 (source, owner, the
      *    first 20 of the contact), segment 2 columns 61-120 (the
      *    contact's last 10 first), segment 3 columns 121-180 (no
      *    identifiers).
       4200-MASK-SRCM-IMAGE.
           IF aud-outcome(8:1) = "1" THEN
               MOVE aud-options(1:8) TO ws-ctl-source
               MOVE ws-ctl-source TO ws-mask-work
               PERFORM 7010-MASK-SOURCE
               MOVE ws-mask-work TO tstau-options(1:8)
               MOVE ws-mask-work(1:8) TO ws-ctl-source
               PERFORM 7100-BUILD-SUBSTITUTES
               IF aud-options(10:30) NOT = SPACES THEN
                   MOVE ws-subst-owner TO tstau-options(10:30)
               END-IF
               IF aud-options(41:20) NOT = SPACES THEN
                   MOVE ws-subst-contact(1:20) TO tstau-options(41:20)
               END-IF
           END-IF
           IF aud-outcome(8:1) = "2" THEN
               PERFORM 7100-BUILD-SUBSTITUTES
               IF aud-options(1:10) NOT = SPACES THEN
                   MOVE ws-subst-contact(21:10) TO tstau-options(1:10)
               END-IF
           END-IF.

      ******************************************************************
      *  TTTSRCM: source masked, owner name and contact replaced;
      *  comment and blank lines copied as they stand.
      ******************************************************************
      *    The refreshed trail replaces the test region's whole, so
      *    its AuditLog link (audlk.cpy) is replaced with it -- a link
      *    left from the old test trail would chain the next test
      *    append from the wrong record.
       4300-WRITE-AUD-LINK.
           OPEN OUTPUT tst-audlk
           IF ws-tstout-status NOT = "00" THEN
               DISPLAY "TTTRFRSH: unable to open TSTAUDLK, status "
                   ws-tstout-status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO tstlk-rec
           MOVE ws-last-seq TO tstlk-seq
           MOVE ws-prev-chain TO tstlk-chain
           WRITE tstlk-rec
           CLOSE tst-audlk.

       5000-REFRESH-SRCM.
           MOVE "TTTSRCM " TO ws-file-name
           MOVE "TSTSRCM " TO ws-test-name
           PERFORM 7900-RESET-COUNTS
           OPEN OUTPUT tst-srcm
           IF ws-tstout-status NOT = "00" THEN
               DISPLAY "TTTRFRSH: unable to open TSTSRCM, status "
                   ws-tstout-status
               STOP RUN
           END-IF
           OPEN INPUT ttt-srcm
           IF ws-srcm-status = "00" THEN
               MOVE "N" TO ws-scan-done-sw
               PERFORM UNTIL ws-scan-done-sw = "Y"
                   READ ttt-srcm
                       AT END
                           MOVE "Y" TO ws-scan-done-sw
                       NOT AT END
                           ADD 1 TO ws-read-count
                           PERFORM 5100-MASK-SRCM
                   END-READ
               END-PERFORM
               CLOSE ttt-srcm
           ELSE
               MOVE "N" TO ws-avail-sw
           END-IF
           CLOSE tst-srcm
           PERFORM 8000-WRITE-MANIFEST-LINE.

       5100-MASK-SRCM.
           MOVE srcm-line TO tst-srcm-line
           IF srcm-line NOT = SPACES AND srcm-line(1:1) NOT = "*" THEN
               MOVE srcm-line(1:8) TO ws-mask-work
               PERFORM 7010-MASK-SOURCE
               MOVE ws-mask-work TO tst-srcm-line(1:8)
               MOVE ws-mask-work(1:8) TO ws-ctl-source
               PERFORM 7100-BUILD-SUBSTITUTES
               IF srcm-line(10:30) NOT = SPACES THEN
                   MOVE ws-subst-owner TO tst-srcm-line(10:30)
               END-IF
               IF srcm-line(41:30) NOT = SPACES THEN
                   MOVE ws-subst-contact TO tst-srcm-line(41:30)
               END-IF
           END-IF
           WRITE tst-srcm-line
           IF ws-tstout-status = "00" THEN
               ADD 1 TO ws-written-count
           END-IF.

      ******************************************************************
      *  TTTROUTE: recipient and source masked (a blank source, routed
      *  whole, stays blank); comment and blank lines as they stand.
      ******************************************************************
       6000-REFRESH-ROUTE.
           MOVE "TTTROUTE" TO ws-file-name
           MOVE "TSTROUTE" TO ws-test-name
           PERFORM 7900-RESET-COUNTS
           OPEN OUTPUT tst-route
           IF ws-tstout-status NOT = "00" THEN
               DISPLAY "TTTRFRSH: unable to open TSTROUTE, status "
                   ws-tstout-status
               STOP RUN
           END-IF
           OPEN INPUT ttt-route
           IF ws-route-status = "00" THEN
               MOVE "N" TO ws-scan-done-sw
               PERFORM UNTIL ws-scan-done-sw = "Y"
                   READ ttt-route
                       AT END
                           MOVE "Y" TO ws-scan-done-sw
                       NOT AT END
                           ADD 1 TO ws-read-count
                           PERFORM 6100-MASK-ROUTE
                   END-READ
               END-PERFORM
               CLOSE ttt-route
           ELSE
               MOVE "N" TO ws-avail-sw
           END-IF
           CLOSE tst-route
           PERFORM 8000-WRITE-MANIFEST-LINE.

       6100-MASK-ROUTE.
           MOVE route-line TO tst-route-line
           IF route-line NOT = SPACES
                   AND route-line(1:1) NOT = "*" THEN
               MOVE route-line(1:20) TO ws-mask-work
               PERFORM 7030-MASK-RECIPIENT
               MOVE ws-mask-work TO tst-route-line(1:20)
               MOVE route-line(22:8) TO ws-mask-work
               PERFORM 7010-MASK-SOURCE
               MOVE ws-mask-work TO tst-route-line(22:8)
           END-IF
           WRITE tst-route-line
           IF ws-tstout-status = "00" THEN
               ADD 1 TO ws-written-count
           END-IF.

      ******************************************************************
      *  One identifier through MaskId, at its own field length so
      *  the same value masks the same way wherever it is found.  A
      *  blank identifier stays blank and is not counted.
      ******************************************************************
       7000-MASK-GAME-ID.
           MOVE 10 TO ws-mask-len
           PERFORM 7050-CALL-MASK.

       7010-MASK-SOURCE.
           MOVE 8 TO ws-mask-len
           PERFORM 7050-CALL-MASK.

       7020-MASK-TERMINAL.
           MOVE 8 TO ws-mask-len
           PERFORM 7050-CALL-MASK.

       7030-MASK-RECIPIENT.
           MOVE 20 TO ws-mask-len
           PERFORM 7050-CALL-MASK.

       7050-CALL-MASK.
           IF ws-mask-work(1:ws-mask-len) = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           CALL "MaskId" USING
             BY REFERENCE ws-mask-key
             BY REFERENCE ws-mask-work
             BY REFERENCE ws-mask-len
           ADD 1 TO ws-masked-count.

       7100-BUILD-SUBSTITUTES.
           MOVE SPACES TO ws-subst-owner ws-subst-contact
           STRING "TEST OWNER " ws-ctl-source
               DELIMITED BY SIZE INTO ws-subst-owner
           STRING "TEST CONTACT " ws-ctl-source
               DELIMITED BY SIZE INTO ws-subst-contact.

       7900-RESET-COUNTS.
           MOVE "Y" TO ws-avail-sw
           MOVE 0 TO ws-read-count ws-written-count ws-masked-count.

      *    One manifest line per file: production read, test written,
      *    identifiers masked, and the balance.
       8000-WRITE-MANIFEST-LINE.
           EVALUATE TRUE
               WHEN ws-avail-sw = "N"
                   MOVE "NOT AVAILABLE -- COPIED EMPTY"
                       TO ws-file-verdict
               WHEN ws-read-count = ws-written-count
                   MOVE "BALANCED" TO ws-file-verdict
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO ws-file-verdict
                   ADD 1 TO ws-out-of-balance-count
           END-EVALUATE
           ADD ws-read-count TO ws-total-read
           ADD ws-written-count TO ws-total-written
           ADD ws-masked-count TO ws-total-masked
           MOVE ws-read-count TO disp-read
           MOVE ws-written-count TO disp-written
           MOVE ws-masked-count TO disp-masked
           MOVE SPACES TO rfman-line
           STRING ws-file-name " -> " ws-test-name
               "  PRODUCTION=" disp-read
               "  TEST=" disp-written
               "  IDS MASKED=" disp-masked
               "  " ws-file-verdict
               DELIMITED BY SIZE INTO rfman-line
           WRITE rfman-line
           DISPLAY "TTTRFRSH: " rfman-line(1:100).

       8500-WRITE-TOTALS.
           MOVE ALL "-" TO rfman-line
           WRITE rfman-line
           MOVE ws-total-read TO disp-read
           MOVE ws-total-written TO disp-written
           MOVE ws-total-masked TO disp-masked
           MOVE SPACES TO rfman-line
           STRING "ALL FILES            PRODUCTION=" disp-read
               "  TEST=" disp-written
               "  IDS MASKED=" disp-masked
               DELIMITED BY SIZE INTO rfman-line
           WRITE rfman-line
           MOVE SPACES TO rfman-line
           IF ws-out-of-balance-count = 0 THEN
               STRING "REFRESH BALANCED -- EVERY TEST COPY HOLDS "
                   "EVERY PRODUCTION RECORD"
                   DELIMITED BY SIZE INTO rfman-line
           ELSE
               STRING "REFRESH OUT OF BALANCE -- "
                   ws-out-of-balance-count
                   " FILE(S) DO NOT TIE TO PRODUCTION"
                   DELIMITED BY SIZE INTO rfman-line
           END-IF
           WRITE rfman-line.

       END PROGRAM TTTRFRSH.
