      *
      *      cols  1-20  recipient name
      *      cols 22-29  source-system-id the recipient owns
      *      cols 31-38  output type: ALERTS, REJECTS, FEEDS,
      *                  SCORES, RESTATE, SUSPECT, or REPORTS
      *
      *  ("*" in column 1 comments, blank lines ignored; REPORTS and
      *  SUSPECT entries ignore the source column -- the edit and
      *  rejection reports and the suspect-session listing go
      *  whole).  One record per recipient/source/output
      *  combination, so adding a feed to an owner is one new line.
      *  FEEDS is the feed arrival monitor's exceptions (TTTFEXC: the
      *  owner's sources that were LATE, MISSING, or sent when not
      *  due), routed on the same source ownership as ALERTS.
      *  SCORES is the owner's pages of the monthly source quality
      *  scorecard (TTTSCSEC, present only after TTTSCORE has run).
      *  RESTATE is the restatement notices for the owner's sources
      *  (TTTRSNOT, present only after a TTTRSTMT run).
      *  SUSPECT is TTTKCOMP's suspect kiosk sessions (TTTKSUSP), the
      *  kiosk vendor's to answer for.
      *
      *  The bundle (TTTPKTS) carries one packet per recipient: a PKT
      *  header, one SEC header per section with its record count,
           SELECT ttt-alrt2 ASSIGN TO "TTTALRT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alrt2-status.
           SELECT ttt-altwd ASSIGN TO "TTTALTWD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-altwd-status.
           SELECT ttt-rej ASSIGN TO "TTTREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rej-status.
           SELECT ttt-fexc ASSIGN TO "TTTFEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fexc-status.
           SELECT ttt-scsec ASSIGN TO "TTTSCSEC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-scsec-status.
           SELECT ttt-rsnot ASSIGN TO "TTTRSNOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rsnot-status.
           SELECT ttt-ksusp ASSIGN TO "TTTKSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-ksusp-status.
           SELECT ttt-edrpt ASSIGN TO "TTTEDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-edrpt-status.
           RECORDING MODE IS F.
       COPY alert REPLACING LEADING ==alert== BY ==alrt2==.

       FD  ttt-altwd
           RECORDING MODE IS F.
       COPY alert REPLACING LEADING ==alert== BY ==altwd==.

       FD  ttt-rej
           RECORDING MODE IS F.
       COPY rej.

       FD  ttt-fexc
           RECORDING MODE IS F.
       COPY fexc.

       FD  ttt-scsec
           RECORDING MODE IS F.
       COPY scsec.

       FD  ttt-rsnot
           RECORDING MODE IS F.
       COPY rsnot.

       FD  ttt-ksusp
           RECORDING MODE IS F.
       COPY ksusp.

       FD  ttt-edrpt
           RECORDING MODE IS F.
       01 edrpt-line PIC X(80).
       01 ws-route-status PIC XX VALUE SPACES.
       01 ws-alrt1-status PIC XX VALUE SPACES.
       01 ws-alrt2-status PIC XX VALUE SPACES.
       01 ws-altwd-status PIC XX VALUE SPACES.
       01 ws-rej-status PIC XX VALUE SPACES.
       01 ws-fexc-status PIC XX VALUE SPACES.
       01 ws-scsec-status PIC XX VALUE SPACES.
       01 ws-rsnot-status PIC XX VALUE SPACES.
       01 ws-ksusp-status PIC XX VALUE SPACES.
       01 ws-edrpt-status PIC XX VALUE SPACES.
       01 ws-rjrpt-status PIC XX VALUE SPACES.
       01 ws-pkts-status PIC XX VALUE SPACES.
           IF ws-subscribed-sw = "Y" THEN
               PERFORM 2200-BUNDLE-REJECTS
           END-IF
           MOVE "FEEDS   " TO ws-probe-output
           PERFORM 3100-CHECK-OUTPUT-SUBSCRIBED
           IF ws-subscribed-sw = "Y" THEN
               PERFORM 2250-BUNDLE-FEED-EXCEPTIONS
           END-IF
           MOVE "SCORES  " TO ws-probe-output
           PERFORM 3100-CHECK-OUTPUT-SUBSCRIBED
           IF ws-subscribed-sw = "Y" THEN
               PERFORM 2260-BUNDLE-SCORECARD
           END-IF
           MOVE "RESTATE " TO ws-probe-output
           PERFORM 3100-CHECK-OUTPUT-SUBSCRIBED
           IF ws-subscribed-sw = "Y" THEN
               PERFORM 2270-BUNDLE-RESTATEMENTS
           END-IF
           MOVE "SUSPECT " TO ws-probe-output
           PERFORM 3100-CHECK-OUTPUT-SUBSCRIBED
           IF ws-subscribed-sw = "Y" THEN
               PERFORM 2280-BUNDLE-SUSPECT-SESSIONS
           END-IF
           MOVE "REPORTS " TO ws-probe-output
           PERFORM 3100-CHECK-OUTPUT-SUBSCRIBED
           IF ws-subscribed-sw = "Y" THEN

      *    Both alert extracts (the batch job's and the kiosk job's)
      *    in one ALERTS section, filtered to the sources this
      *    recipient owns -- followed by any WITHDRAWN notices
      *    TTTBKOUT re-issued for alerts of a run it backed out
      *    (TTTALTWD, absent on most days).
       2100-BUNDLE-ALERTS.
           ADD 1 TO ws-section-count
           MOVE 0 TO ws-section-records
               CLOSE ttt-alrt2
           END-IF

           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-altwd
           IF ws-altwd-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-altwd
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           MOVE altwd-source-system-id
                               TO ws-probe-source
                           PERFORM 3000-CHECK-SOURCE-OWNED
                           IF ws-match-sw = "Y" THEN
                               ADD 1 TO ws-section-records
                               MOVE SPACES TO pkts-line
                               MOVE altwd-rec TO pkts-line
                               WRITE pkts-line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-altwd
           END-IF

           PERFORM 2900-WRITE-SECTION-TRAILER.

       2200-BUNDLE-REJECTS.
           END-IF
           PERFORM 2900-WRITE-SECTION-TRAILER.

      *    The feed arrival exceptions for the sources this recipient
      *    owns; TTTFEXC is absent when the monitor did not run.
       2250-BUNDLE-FEED-EXCEPTIONS.
           ADD 1 TO ws-section-count
           MOVE 0 TO ws-section-records
           MOVE SPACES TO pkts-line
           STRING "SEC FEEDS"
               DELIMITED BY SIZE INTO pkts-line
           WRITE pkts-line
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-fexc
           IF ws-fexc-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-fexc
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           MOVE fexc-source-system-id
                               TO ws-probe-source
                           PERFORM 3000-CHECK-SOURCE-OWNED
                           IF ws-match-sw = "Y" THEN
                               ADD 1 TO ws-section-records
                               MOVE SPACES TO pkts-line
                               MOVE fexc-rec TO pkts-line
                               WRITE pkts-line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-fexc
           END-IF
           PERFORM 2900-WRITE-SECTION-TRAILER.

      *    The owner's pages of the monthly scorecard, one page per
      *    source owned; TTTSCSEC is absent until TTTSCORE has run.
       2260-BUNDLE-SCORECARD.
           ADD 1 TO ws-section-count
           MOVE 0 TO ws-section-records
           MOVE SPACES TO pkts-line
           STRING "SEC SCORECARD"
               DELIMITED BY SIZE INTO pkts-line
           WRITE pkts-line
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-scsec
           IF ws-scsec-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-scsec
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           MOVE scsec-source-system-id
                               TO ws-probe-source
                           PERFORM 3000-CHECK-SOURCE-OWNED
                           IF ws-match-sw = "Y" THEN
                               ADD 1 TO ws-section-records
                               MOVE SPACES TO pkts-line
                               MOVE scsec-line TO pkts-line
                               WRITE pkts-line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-scsec
           END-IF
           PERFORM 2900-WRITE-SECTION-TRAILER.

      *    The restatement notices for the sources this recipient
      *    owns; TTTRSNOT is absent until TTTRSTMT has run.
       2270-BUNDLE-RESTATEMENTS.
           ADD 1 TO ws-section-count
           MOVE 0 TO ws-section-records
           MOVE SPACES TO pkts-line
           STRING "SEC RESTATE"
               DELIMITED BY SIZE INTO pkts-line
           WRITE pkts-line
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-rsnot
           IF ws-rsnot-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-rsnot
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           MOVE rsnot-source-system-id
                               TO ws-probe-source
                           PERFORM 3000-CHECK-SOURCE-OWNED
                           IF ws-match-sw = "Y" THEN
                               ADD 1 TO ws-section-records
                               MOVE SPACES TO pkts-line
                               MOVE rsnot-rec TO pkts-line
                               WRITE pkts-line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ttt-rsnot
           END-IF
           PERFORM 2900-WRITE-SECTION-TRAILER.

      *    The suspect-session listing goes whole: every terminal's
      *    suspect drops are the vendor's concern.
       2280-BUNDLE-SUSPECT-SESSIONS.
           ADD 1 TO ws-section-count
           MOVE 0 TO ws-section-records
           MOVE SPACES TO pkts-line
           STRING "SEC SUSPECT"
               DELIMITED BY SIZE INTO pkts-line
           WRITE pkts-line
           MOVE "N" TO ws-scan-eof-sw
           OPEN INPUT ttt-ksusp
           IF ws-ksusp-status = "00" THEN
               PERFORM UNTIL ws-scan-eof-sw = "Y"
                   READ ttt-ksusp
                       AT END
                           MOVE "Y" TO ws-scan-eof-sw
                       NOT AT END
                           ADD 1 TO ws-section-records
                           MOVE SPACES TO pkts-line
                           MOVE ksusp-rec TO pkts-line
                           WRITE pkts-line
                   END-READ
               END-PERFORM
               CLOSE ttt-ksusp
           END-IF
           PERFORM 2900-WRITE-SECTION-TRAILER.

      *    The edit and rejection-analysis reports go whole -- their
      *    per-source lines already name the sources, and a REPORTS
      *    subscriber wants the full picture.
