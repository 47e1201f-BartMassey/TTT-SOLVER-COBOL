      *      index's per-generation totals, so the drift is sized,
      *      not just flagged.
      *
      *  Corrections made through TTTCORR are not drift: the TTTCORJ
      *  correction journal explains them.  A journal key the master
      *  no longer holds, or a master record with no journal
      *  provenance, is accepted when TTTCORJ records a correction to
      *  or from that key, and counted as CORRECTED instead.  The
      *  reverse is checked too: a master record marked corrected
      *  that TTTCORJ knows nothing about was changed outside the
      *  transaction, and is drift.
      *
      *  Records TTTPURGE destroyed under a source's retention are not
      *  drift either: TTTPRGLG (prglg.cpy) logs, per source and file,
      *  the dates each purge destroyed.  A journal key the master no
      *  longer holds is accepted when a TTTHMAST purge of its source
      *  covers its date; a master record with no journal provenance
      *  when a TTTARCHV purge of its source covers its date (the
      *  generation that held it shrank or was dropped).  Both are
      *  counted as PURGED instead.
      *
      *  Returns 16 on any missing or orphan record -- the same tier
      *  as TTT's out-of-balance, so the scheduler treats drift as a
      *  control break, not trivia.
           SELECT ttt-arcix ASSIGN TO "TTTARCIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-arcix-status.
           SELECT ttt-corj ASSIGN TO "TTTCORJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-corj-status.
           SELECT ttt-prglg ASSIGN TO "TTTPRGLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prglg-status.
           SELECT ttt-hmast ASSIGN TO "TTTHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           RECORDING MODE IS F.
       COPY arcix.

       FD  ttt-corj
           RECORDING MODE IS F.
       COPY corrj.

       FD  ttt-prglg
           RECORDING MODE IS F.
       COPY prglg.

       FD  ttt-hmast.
       COPY hmast.


       01 ws-hist-status PIC XX VALUE SPACES.
       01 ws-arcix-status PIC XX VALUE SPACES.
       01 ws-corj-status PIC XX VALUE SPACES.
       01 ws-prglg-status PIC XX VALUE SPACES.
       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-hcrpt-status PIC XX VALUE SPACES.
       01 ws-hist-eof-sw PIC X VALUE "N".
           88 end-of-hist VALUE "Y".
       01 ws-arcix-eof-sw PIC X VALUE "N".
           88 end-of-arcix VALUE "Y".
       01 ws-corj-eof-sw PIC X VALUE "N".
           88 end-of-corj VALUE "Y".
       01 ws-prglg-eof-sw PIC X VALUE "N".
           88 end-of-prglg VALUE "Y".
       01 ws-scan-done-sw PIC X.

       01 ws-hist-count PIC 9(9) VALUE 0.
       01 ws-orphan-shown PIC 9(4) VALUE 0.
       01 ws-arcix-total PIC 9(9) VALUE 0.
       01 ws-covered-sw PIC X.
       01 ws-corrected-count PIC 9(9) VALUE 0.
       01 ws-unjournaled-count PIC 9(9) VALUE 0.
       01 ws-unjournaled-shown PIC 9(4) VALUE 0.
       01 ws-purged-count PIC 9(9) VALUE 0.

      *    Every key TTTCORJ records a correction to or from: GAME-ID
      *    with the date-played before and after.  A probe matches
      *    either date.
       01 ws-corr-tbl.
           05 ws-corr-entry OCCURS 2000 TIMES.
               10 ws-corr-game-id PIC X(10).
               10 ws-corr-old-date PIC 9(8).
               10 ws-corr-new-date PIC 9(8).
       01 ws-corr-count PIC 9(4) COMP VALUE 0.
       01 corr-idx PIC 9(4) COMP.
       01 ws-corr-overflow-sw PIC X VALUE "N".
       01 ws-corr-found-sw PIC X.
       01 ws-probe-game-id PIC X(10).
       01 ws-probe-date PIC 9(8).

      *    Every range TTTPRGLG records a purge of: source, file,
      *    and the oldest and newest date destroyed.
       01 ws-prg-tbl.
           05 ws-prg-entry OCCURS 500 TIMES.
               10 ws-prg-source PIC X(8).
               10 ws-prg-file PIC X(8).
               10 ws-prg-date-lo PIC 9(8).
               10 ws-prg-date-hi PIC 9(8).
       01 ws-prg-count PIC 9(4) COMP VALUE 0.
       01 prg-idx PIC 9(4) COMP.
       01 ws-prg-overflow-sw PIC X VALUE "N".
       01 ws-prg-found-sw PIC X.
       01 ws-probe-source PIC X(8).
       01 ws-probe-file PIC X(8).

      *    Generation index date ranges, for the provenance test.
       01 ws-gen-tbl.
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-WRITE-HEADING
           PERFORM 0300-LOAD-INDEX-RANGES
           PERFORM 0350-LOAD-CORRECTIONS
           PERFORM 0360-LOAD-PURGES
           PERFORM 0400-CHECK-JOURNAL
           PERFORM 0500-CHECK-MASTER
           PERFORM 0900-WRITE-REPORT
           CLOSE ttt-hmast ttt-hcrpt
           STOP RUN.

      *    TTTHIST, TTTARCIX, TTTCORJ and TTTPRGLG may each
      *    legitimately be missing (a freshly rotated journal, a site
      *    that has never rotated, corrected or purged anything); each
      *    reads as empty.
      *    The master itself must exist -- auditing a master that was
      *    never built is a setup error.
       0100-OPEN-FILES.
           OPEN INPUT ttt-hist
           IF ws-hist-status = "35" THEN
               END-IF
           END-IF

           OPEN INPUT ttt-corj
           IF ws-corj-status = "35" THEN
               SET end-of-corj TO TRUE
           ELSE
               IF ws-corj-status NOT = "00" THEN
                   DISPLAY "TTTHCHK: unable to open TTTCORJ, status "
                       ws-corj-status
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ttt-prglg
           IF ws-prglg-status = "35" THEN
               SET end-of-prglg TO TRUE
           ELSE
               IF ws-prglg-status NOT = "00" THEN
                   DISPLAY "TTTHCHK: unable to open TTTPRGLG, status "
                       ws-prglg-status
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ttt-hmast
           IF ws-hmast-status NOT = "00" THEN
               DISPLAY "TTTHCHK: unable to open TTTHMAST, status "
               CLOSE ttt-arcix
           END-IF.

       0350-LOAD-CORRECTIONS.
           PERFORM UNTIL end-of-corj
               READ ttt-corj
                   AT END
                       SET end-of-corj TO TRUE
                   NOT AT END
                       IF ws-corr-count < 2000 THEN
                           ADD 1 TO ws-corr-count
                           MOVE corj-game-id
                               TO ws-corr-game-id(ws-corr-count)
                           MOVE corj-date-played
                               TO ws-corr-old-date(ws-corr-count)
                           MOVE corj-new-date-played
                               TO ws-corr-new-date(ws-corr-count)
                       ELSE
                           MOVE "Y" TO ws-corr-overflow-sw
                       END-IF
               END-READ
           END-PERFORM
           IF ws-corj-status NOT = "35" THEN
               CLOSE ttt-corj
           END-IF.

       0360-LOAD-PURGES.
           PERFORM UNTIL end-of-prglg
               READ ttt-prglg
                   AT END
                       SET end-of-prglg TO TRUE
                   NOT AT END
                       IF ws-prg-count < 500 THEN
                           ADD 1 TO ws-prg-count
                           MOVE prglg-source
                               TO ws-prg-source(ws-prg-count)
                           MOVE prglg-file
                               TO ws-prg-file(ws-prg-count)
                           MOVE prglg-date-lo
                               TO ws-prg-date-lo(ws-prg-count)
                           MOVE prglg-date-hi
                               TO ws-prg-date-hi(ws-prg-count)
                       ELSE
                           MOVE "Y" TO ws-prg-overflow-sw
                       END-IF
               END-READ
           END-PERFORM
           IF ws-prglg-status NOT = "35" THEN
               CLOSE ttt-prglg
           END-IF.

      *    Every current journal record must be on the master -- the
      *    load runs after the journal is complete, so a key the
      *    master does not hold is a record the load never saw.
               CLOSE ttt-hist
           END-IF.

      *    A key the master does not hold is still accepted when
      *    TTTCORJ journals a correction from it, or when its source's
      *    history master records of that date were purged.
       0450-PROBE-MASTER.
           MOVE hist-game-id TO hmast-game-id
           MOVE hist-date-played TO hmast-date-played
           READ ttt-hmast
               INVALID KEY
                   MOVE hist-game-id TO ws-probe-game-id
                   MOVE hist-date-played TO ws-probe-date
                   PERFORM 0600-FIND-CORRECTION
                   IF ws-corr-found-sw = "Y" THEN
                       ADD 1 TO ws-corrected-count
                   ELSE
                       MOVE hist-source-system-id TO ws-probe-source
                       MOVE "TTTHMAST" TO ws-probe-file
                       PERFORM 0650-FIND-PURGE
                       IF ws-prg-found-sw = "Y" THEN
                           ADD 1 TO ws-purged-count
                       ELSE
                           PERFORM 0460-REPORT-MISSING
                       END-IF
                   END-IF
           END-READ.

       0460-REPORT-MISSING.
           ADD 1 TO ws-missing-count
           IF ws-missing-shown < 20 THEN
               ADD 1 TO ws-missing-shown
               MOVE SPACES TO hcrpt-line
               STRING "MISSING FROM MASTER: GAME-ID="
                   hist-game-id
                   " DATE=" hist-date-played
                   " SOURCE=" hist-source-system-id
                   DELIMITED BY SIZE INTO hcrpt-line
               WRITE hcrpt-line
           END-IF.

      *    Full scan of the master: counts by date and source, and
      *    the provenance test -- a record whose date no archived
      *    generation covers and the current journal does not span is
               MOVE "Y" TO ws-covered-sw
           END-IF

      *    A corrected record's provenance is the correction journal,
      *    whatever its date; one marked corrected that the journal
      *    does not know is drift of its own kind.
           IF NOT hmast-as-journaled THEN
               MOVE hmast-game-id TO ws-probe-game-id
               MOVE hmast-date-played TO ws-probe-date
               PERFORM 0600-FIND-CORRECTION
               IF ws-corr-found-sw = "Y" THEN
                   ADD 1 TO ws-corrected-count
               ELSE
                   PERFORM 0580-REPORT-UNJOURNALED
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    An archived copy destroyed under retention leaves its
      *    master record outside every remaining generation.
           IF ws-covered-sw = "N" THEN
               MOVE hmast-source-system-id TO ws-probe-source
               MOVE "TTTARCHV" TO ws-probe-file
               MOVE hmast-date-played TO ws-probe-date
               PERFORM 0650-FIND-PURGE
               IF ws-prg-found-sw = "Y" THEN
                   ADD 1 TO ws-purged-count
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF ws-covered-sw = "N" THEN
               ADD 1 TO ws-orphan-count
               IF ws-orphan-shown < 20 THEN
               END-IF
           END-IF.

       0580-REPORT-UNJOURNALED.
           ADD 1 TO ws-unjournaled-count
           IF ws-unjournaled-shown < 20 THEN
               ADD 1 TO ws-unjournaled-shown
               MOVE SPACES TO hcrpt-line
               STRING "CORRECTED BUT NOT ON TTTCORJ: GAME-ID="
                   hmast-game-id
                   " DATE=" hmast-date-played
                   " STATE=" hmast-corr-status
                   " SOURCE=" hmast-source-system-id
                   DELIMITED BY SIZE INTO hcrpt-line
               WRITE hcrpt-line
           END-IF.

      *    Is there a journaled correction to or from this key?
       0600-FIND-CORRECTION.
           MOVE "N" TO ws-corr-found-sw
           PERFORM VARYING corr-idx FROM 1 BY 1
               UNTIL corr-idx > ws-corr-count
                   OR ws-corr-found-sw = "Y"
               IF ws-corr-game-id(corr-idx) = ws-probe-game-id
                   AND (ws-corr-old-date(corr-idx) = ws-probe-date
                     OR ws-corr-new-date(corr-idx) = ws-probe-date)
                   THEN
                   MOVE "Y" TO ws-corr-found-sw
               END-IF
           END-PERFORM.

      *    Did a purge of this file for this source destroy records
      *    of this date?
       0650-FIND-PURGE.
           MOVE "N" TO ws-prg-found-sw
           PERFORM VARYING prg-idx FROM 1 BY 1
               UNTIL prg-idx > ws-prg-count
                   OR ws-prg-found-sw = "Y"
               IF ws-prg-source(prg-idx) = ws-probe-source
                   AND ws-prg-file(prg-idx) = ws-probe-file
                   AND ws-probe-date NOT < ws-prg-date-lo(prg-idx)
                   AND ws-probe-date NOT > ws-prg-date-hi(prg-idx)
                   THEN
                   MOVE "Y" TO ws-prg-found-sw
               END-IF
           END-PERFORM.

       0900-WRITE-REPORT.
           MOVE ALL "-" TO hcrpt-line
           WRITE hcrpt-line
               " NO-PROVENANCE ORPHANS=" ws-orphan-count
               DELIMITED BY SIZE INTO hcrpt-line
           WRITE hcrpt-line
           MOVE SPACES TO hcrpt-line
           STRING "CORRECTED (EXPLAINED BY TTTCORJ)="
               ws-corrected-count
               " CORRECTED NOT JOURNALED=" ws-unjournaled-count
               DELIMITED BY SIZE INTO hcrpt-line
           WRITE hcrpt-line
           MOVE SPACES TO hcrpt-line
           STRING "PURGED UNDER RETENTION (EXPLAINED BY TTTPRGLG)="
               ws-purged-count
               DELIMITED BY SIZE INTO hcrpt-line
           WRITE hcrpt-line
           IF ws-corr-overflow-sw = "Y" THEN
               MOVE SPACES TO hcrpt-line
               STRING "CORRECTION TABLE FULL -- LATER TTTCORJ "
                   "ENTRIES NOT USED TO EXPLAIN DIFFERENCES"
                   DELIMITED BY SIZE INTO hcrpt-line
               WRITE hcrpt-line
           END-IF
           IF ws-prg-overflow-sw = "Y" THEN
               MOVE SPACES TO hcrpt-line
               STRING "PURGE TABLE FULL -- LATER TTTPRGLG "
                   "ENTRIES NOT USED TO EXPLAIN DIFFERENCES"
                   DELIMITED BY SIZE INTO hcrpt-line
               WRITE hcrpt-line
           END-IF
           IF ws-date-overflow-sw = "Y"
                   OR ws-src-overflow-sw = "Y" THEN
               MOVE SPACES TO hcrpt-line
      *    out-of-balance, so the scheduler stops the downstream
      *    consumers instead of letting them read a short master.
       0950-SET-RETURN-CODE.
           IF ws-missing-count > 0 OR ws-orphan-count > 0
                   OR ws-unjournaled-count > 0 THEN
               DISPLAY "TTTHCHK: MASTER OUT OF AGREEMENT WITH "
                   "JOURNALS -- SEE TTTHCRPT"
               MOVE 16 TO RETURN-CODE
