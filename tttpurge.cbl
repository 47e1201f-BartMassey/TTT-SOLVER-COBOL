       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTPURGE.

      ******************************************************************
      *  Retention purge.  Nothing in the system ever deleted
      *  anything, while the data-handling agreements with some
      *  sources require their game data destroyed once a contracted
      *  period has passed.  Each source's retention is registered on
      *  TTTSRCM (srcmast.cbl), in days back from the cycle date, per
      *  file type; this job destroys what is older:
      *
      *    - TTTHMAST: history master records, by date played;
      *    - TTTSESM: kiosk game sessions, by the date of the last
      *      drop -- a session's source is its terminal id, the same
      *      value TTTNITE journals as the kiosk record's source;
      *    - TTTRJMST: CLOSED rejects only (RESOLVED, ABANDONED), by
      *      the date anything last touched them -- an open reject
      *      is work in flight and is never destroyed;
      *    - TTTARCHV: archived history records, one generation
      *      dataset at a time, as TTTARCH wrote them.
      *
      *  Archives are purged generation by generation so TTTARCIX
      *  keeps one entry per generation dataset.  The sign-off run
      *  (no GEN=) purges the three masters and, from the index's
      *  date ranges, lists every generation that may hold records
      *  past a source's archive cutoff: on the certificate, and on
      *  TTTPGDUE as one ready-made PARM per generation.  The JCL
      *  then runs TTTPURGE once per TTTPGDUE line with PARM
      *  SIGNOFF=operator-id,GEN=nnnn, TTTARCHV pointing at that
      *  generation's dataset and TTTARCNW at its replacement.  A
      *  generation run touches no master: it copies the dataset's
      *  survivors to TTTARCNW and rewrites TTTARCIX with only that
      *  generation's entry changed -- its date range and counts
      *  redone, or the entry dropped when nothing is left (its
      *  dataset is named for deletion, as TTTARCH does).  After a
      *  clean run operations catalogs TTTARCNW in place of the
      *  generation's dataset.  A dataset that does not agree with
      *  its index entry -- short, long, or a record outside the
      *  entry's dates -- or a survivor TTTARCNW fails to take
      *  abandons the run and leaves TTTARCIX untouched.
      *
      *  A source not registered on TTTSRCM, or registered with no
      *  retention for a file (blank or zero), keeps its records.
      *
      *  The purge must be signed off: PARM SIGNOFF=operator-id names
      *  the operator answering for it, who must hold MAINTAIN
      *  authority on TTTOPER (OperAuth; an open site signs off as
      *  always).  A refused sign-off writes a REFUS event with the id
      *  given and destroys nothing.  The signing operator is carried
      *  on every audit event of the run.
      *
      *  TTTPCERT holds one purge certificate per source with a
      *  retention period: the owner and contact, and per file the
      *  retention, the cutoff, the records destroyed and their
      *  oldest and newest dates, then the sign-off.  A run summary
      *  follows with each file's records scanned and destroyed.
      *  What was destroyed also goes on TTTPRGLG (prglg.cpy), one
      *  record per source and file, which TTTHCHK reads to tell a
      *  purged record from a missing one, and on the audit trail as
      *  one PURGE event per source and file between the run's BEGIN
      *  and END.
      *
      *  RETURN-CODE 16 on a refused sign-off, a delete that failed,
      *  a GEN= not on TTTARCIX, or a generation dataset out of
      *  agreement with its index entry; 4 when
      *  a file due for purging could not be opened, so a source's
      *  certificate is incomplete; else 0.
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
           SELECT ttt-sessm ASSIGN TO "TTTSESM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sessm-game-id
               FILE STATUS IS ws-sessm-status.
           SELECT ttt-rjmst ASSIGN TO "TTTRJMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rjm-key
               FILE STATUS IS ws-rjmst-status.
           SELECT ttt-arcix ASSIGN TO "TTTARCIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-arcix-status.
           SELECT ttt-archv ASSIGN TO "TTTARCHV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-archv-status.
           SELECT ttt-arcnw ASSIGN TO "TTTARCNW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-arcnw-status.
           SELECT ttt-prglg ASSIGN TO "TTTPRGLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prglg-status.
           SELECT ttt-pcert ASSIGN TO "TTTPCERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pcert-status.
           SELECT ttt-pgdue ASSIGN TO "TTTPGDUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pgdue-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-hmast.
       COPY hmast.

       FD  ttt-sessm.
       COPY sessm.

       FD  ttt-rjmst.
       COPY rejmst.

       FD  ttt-arcix
           RECORDING MODE IS F.
       COPY arcix.

      *    An archived record is a byte-for-byte image of hist-rec.
       FD  ttt-archv
           RECORDING MODE IS F.
       COPY hist.

       FD  ttt-arcnw
           RECORDING MODE IS F.
       01 arcnw-rec PIC X(147).

       FD  ttt-prglg
           RECORDING MODE IS F.
       COPY prglg.

       FD  ttt-pcert
           RECORDING MODE IS F.
       01 pcert-line PIC X(132).

      *    One generation due for purging: the PARM for its run.
       FD  ttt-pgdue
           RECORDING MODE IS F.
       01 pgdue-rec.
           05 pgdue-parm PIC X(30).
           05 FILLER PIC X(50).

       WORKING-STORAGE SECTION.
       COPY srcmst.
       COPY cycdt.

       01 ws-hmast-status PIC XX VALUE SPACES.
       01 ws-sessm-status PIC XX VALUE SPACES.
       01 ws-rjmst-status PIC XX VALUE SPACES.
       01 ws-arcix-status PIC XX VALUE SPACES.
       01 ws-archv-status PIC XX VALUE SPACES.
       01 ws-arcnw-status PIC XX VALUE SPACES.
       01 ws-prglg-status PIC XX VALUE SPACES.
       01 ws-pcert-status PIC XX VALUE SPACES.
       01 ws-pgdue-status PIC XX VALUE SPACES.
       01 ws-file-status PIC XX VALUE SPACES.
       01 ws-scan-done-sw PIC X.
       01 ws-prglg-open-sw PIC X VALUE "N".

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-parm-item PIC X(30) OCCURS 2 TIMES.
       01 parm-idx PIC 9 COMP.
      *    GEN=nnnn: the one archive generation this run purges.
      *    Zero is the sign-off run, which lists the generations due.
       01 ws-purge-gen PIC 9(4) VALUE 0.
       01 ws-purge-gen-x PIC X(4) VALUE SPACES.
       01 ws-authority PIC X(8) VALUE SPACES.
       01 ws-oper-found-sw PIC X VALUE SPACE.
      *    The sign-off as printed on the certificates: the signing
      *    operator's authority (OPEN on a site without TTTOPER), and
      *    when the run was signed off.
       01 ws-signoff-authority PIC X(8) VALUE SPACES.
       01 ws-signoff-date PIC 9(8) VALUE 0.
       01 ws-signoff-time PIC 9(6) VALUE 0.

      *    The four file types a retention can be registered for, in
      *    the order of TTTSRCM's retention columns.
       01 ws-file-names-lit.
           05 FILLER PIC X(8) VALUE "TTTHMAST".
           05 FILLER PIC X(8) VALUE "TTTARCHV".
           05 FILLER PIC X(8) VALUE "TTTSESM".
           05 FILLER PIC X(8) VALUE "TTTRJMST".
       01 ws-file-names REDEFINES ws-file-names-lit.
           05 ws-file-name PIC X(8) OCCURS 4 TIMES.
       01 file-idx PIC 9 COMP.

      *    Per file: whether any source has a retention for it, and
      *    what became of it -- "P" purged (scanned clean), "N" not
      *    purged (could not be opened), "B" not purged (archive
      *    purge abandoned, TTTARCIX untouched), "L" generations due
      *    listed for their own runs, "G" left to the sign-off run (a
      *    generation run), space not scanned (no retention
      *    registered for it).
       01 ws-file-tbl.
           05 ws-file-entry OCCURS 4 TIMES.
               10 ws-file-policy-sw PIC X.
               10 ws-file-state PIC X.
               10 ws-file-scanned PIC 9(9).
               10 ws-file-destroyed PIC 9(9).
               10 ws-file-unregistered PIC 9(9).
               10 ws-file-errors PIC 9(9).

      *    Per registered source, parallel to src-entry: the cutoff
      *    for each file type and what was destroyed under it.
       01 ws-pg-tbl.
           05 ws-pg-src OCCURS 50 TIMES.
               10 ws-pg-policy-sw PIC X.
      *            Archive generations this source lost records from.
               10 ws-pg-gen-count PIC 9(4).
               10 ws-pg-last-gen PIC 9(4).
               10 ws-pg-file OCCURS 4 TIMES.
                   15 ws-pg-retain-days PIC 9(5).
                   15 ws-pg-cutoff PIC 9(8).
                   15 ws-pg-count PIC 9(9).
                   15 ws-pg-date-lo PIC 9(8).
                   15 ws-pg-date-hi PIC 9(8).
       01 src-idx PIC 9(4) COMP.
       01 ws-found-src-idx PIC 9(4) COMP.
       01 ws-policy-count PIC 9(4) COMP VALUE 0.
       01 ws-cycle-int PIC 9(8) COMP.

      *    The record being judged.
       01 ws-chk-source PIC X(8).
       01 ws-chk-date PIC 9(8).
       01 ws-expired-sw PIC X.

      *    TTTARCIX as read, and the purged generation as rewritten
      *    (the new- outcome counts hold every other entry's as read).
       01 ws-gen-tbl.
           05 ws-gen-entry OCCURS 100 TIMES.
               10 ws-gen-number PIC 9(4).
               10 ws-gen-date-lo PIC 9(8).
               10 ws-gen-date-hi PIC 9(8).
               10 ws-gen-count PIC 9(9).
               10 ws-gen-destroyed PIC 9(9).
               10 ws-gen-new-lo PIC 9(8).
               10 ws-gen-new-hi PIC 9(8).
               10 ws-gen-new-count PIC 9(9).
               10 ws-gen-new-win PIC 9(6).
               10 ws-gen-new-draw PIC 9(6).
               10 ws-gen-new-loss PIC 9(6).
       01 ws-gen-used PIC 9(4) COMP VALUE 0.
       01 ws-gen-capacity PIC 9(4) COMP VALUE 100.
       01 gen-idx PIC 9(4) COMP.
       01 ws-gen-overflow-sw PIC X VALUE "N".
       01 ws-rec-in-gen PIC 9(9) COMP.
       01 ws-arch-balanced-sw PIC X VALUE "Y".
       01 ws-gen-dropped PIC 9(4) VALUE 0.
       01 ws-gen-disposition PIC X(10).
      *    The requested generation's entry, and in the sign-off run
      *    the latest archive cutoff of any source and the generations
      *    with records older than it.
       01 ws-target-idx PIC 9(4) COMP VALUE 0.
       01 ws-max-arch-cutoff PIC 9(8) VALUE 0.
       01 ws-gen-due PIC 9(4) VALUE 0.
       01 disp-generation PIC 9(4).

       01 ws-return-code PIC 99 VALUE 0.
       01 ws-total-destroyed PIC 9(9) VALUE 0.
       01 ws-src-destroyed PIC 9(9).
       01 ws-cert-complete-sw PIC X.
       01 ws-state-lit PIC X(30).

      *    One PURGE event per source and file.
       01 ws-purge-input-source PIC X(20).
       01 ws-purge-outcome PIC X(10) VALUE "DESTROYED ".
       01 ws-purge-count PIC 9(9) COMP.
       01 ws-purge-options PIC X(60).

       01 ws-audit-job-name PIC X(8) VALUE "TTTPURGE".
       01 ws-audit-input-source PIC X(20) VALUE "PARM".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail (and on every output
      *    record this run writes, where the record carries one).
       01 ws-run-id PIC X(16) VALUE SPACES.
      *    Echo of the run options in effect, carried onto the audit
      *    record (see audit.cpy's aud-options): the sign-off.
       01 ws-options-echo PIC X(60) VALUE SPACES.
      *    The signing operator; unlike most batch runs this one
      *    audits with an operator, the one who answers for it.
       01 ws-operator-id PIC X(8) VALUE SPACES.

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           PERFORM 0050-PARSE-PARM
           PERFORM 0070-CHECK-SIGNOFF
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0100-OPEN-REPORT
           PERFORM 0200-WRITE-HEADING
           PERFORM 1000-LOAD-POLICY
           IF ws-policy-count > 0 THEN
               IF ws-purge-gen = 0 THEN
                   PERFORM 3000-PURGE-HISTORY-MASTER
                   PERFORM 4000-PURGE-SESSIONS
                   PERFORM 5000-PURGE-REJECTS
                   PERFORM 6000-LIST-DUE-GENERATIONS
               ELSE
                   PERFORM 6050-SKIP-MASTERS
                   PERFORM 6100-PURGE-ARCHIVES
               END-IF
               PERFORM 7000-LOG-PURGES
               PERFORM 8000-WRITE-CERTIFICATES
           END-IF
           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0950-SET-RETURN-CODE
           PERFORM 0975-WRITE-AUDIT-LOG
           CLOSE ttt-pcert
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    SIGNOFF= always, GEN= for a generation run, in either
      *    order.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           MOVE SPACES TO ws-parm-item(1) ws-parm-item(2)
           UNSTRING ws-parm DELIMITED BY "," OR SPACE
               INTO ws-parm-item(1) ws-parm-item(2)
           PERFORM VARYING parm-idx FROM 1 BY 1 UNTIL parm-idx > 2
               EVALUATE TRUE
                   WHEN ws-parm-item(parm-idx)(1:8) = "SIGNOFF="
                       MOVE ws-parm-item(parm-idx)(9:8)
                           TO ws-operator-id
                   WHEN ws-parm-item(parm-idx)(1:4) = "GEN="
                       MOVE ws-parm-item(parm-idx)(5:4)
                           TO ws-purge-gen-x
                       IF ws-purge-gen-x IS NUMERIC
                               AND ws-purge-gen-x NOT = "0000" THEN
                           MOVE ws-purge-gen-x TO ws-purge-gen
                       ELSE
                           DISPLAY "TTTPURGE: GEN= MUST BE A FOUR-"
                               "DIGIT GENERATION NUMBER"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF ws-operator-id = SPACES THEN
               DISPLAY "TTTPURGE: PARM MUST BE SIGNOFF=operator-id"
                   "[,GEN=nnnn]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ws-options-echo
           IF ws-purge-gen = 0 THEN
               STRING "SIGNOFF=" ws-operator-id
                   DELIMITED BY SIZE INTO ws-options-echo
           ELSE
               STRING "SIGNOFF=" ws-operator-id DELIMITED BY SPACE
                   " GEN=" ws-purge-gen-x DELIMITED BY SIZE
                   INTO ws-options-echo
           END-IF.

      *    A refused sign-off leaves the same trace a refused console
      *    sign-on does: one REFUS event with the id given and why.
       0055-WRITE-REFUSAL-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE SPACES TO ws-run-id
           STRING "RP" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "REFUS"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

      *    A begin event on the audit trail before any file is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that a purge was part-way through.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "RP" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           MOVE ws-run-id(3:8) TO ws-signoff-date
           MOVE ws-run-id(11:6) TO ws-signoff-time
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "BEGIN"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

      *    Destroying a source's data is a MAINTAIN decision, the
      *    same authority that registers the retention on TTTSRCM.
       0070-CHECK-SIGNOFF.
           CALL "OperAuth" USING
             BY REFERENCE ws-operator-id
             BY REFERENCE ws-authority
             BY REFERENCE ws-oper-found-sw
           IF ws-oper-found-sw = "N" THEN
               DISPLAY "TTTPURGE: OPERATOR " ws-operator-id
                   " NOT ON TTTOPER -- PURGE REFUSED"
               MOVE "NO PROFILE" TO ws-audit-outcome
               PERFORM 0055-WRITE-REFUSAL-AUDIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-oper-found-sw = "Y"
                   AND ws-authority NOT = "MAINTAIN" THEN
               DISPLAY "TTTPURGE: OPERATOR " ws-operator-id
                   " HOLDS " ws-authority
                   " -- MAINTAIN AUTHORITY REQUIRED, PURGE REFUSED"
               MOVE "AUTHORITY " TO ws-audit-outcome
               PERFORM 0055-WRITE-REFUSAL-AUDIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-oper-found-sw = "O" THEN
               MOVE "OPEN" TO ws-signoff-authority
           ELSE
               MOVE ws-authority TO ws-signoff-authority
           END-IF.

       0100-OPEN-REPORT.
           OPEN OUTPUT ttt-pcert
           IF ws-pcert-status NOT = "00" THEN
               DISPLAY "TTTPURGE: unable to open TTTPCERT, status "
                   ws-pcert-status
               STOP RUN
           END-IF.

       0200-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO pcert-line
           STRING "TTT RETENTION PURGE  RUN DATE "
               ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               "  RUN-ID=" ws-run-id
               "  SIGNED OFF BY " ws-operator-id
               DELIMITED BY SIZE INTO pcert-line
           IF ws-purge-gen > 0 THEN
               STRING "  GENERATION " ws-purge-gen-x
                   DELIMITED BY SIZE INTO pcert-line(100:)
           END-IF
           WRITE pcert-line
           MOVE ALL "-" TO pcert-line
           WRITE pcert-line.

      ******************************************************************
      *  Retention policy: a cutoff date per registered source and
      *  file type, cycle date less the registered days.  Records
      *  dated before the cutoff are due.
      ******************************************************************
       1000-LOAD-POLICY.
           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 4
               MOVE "N" TO ws-file-policy-sw(file-idx)
               MOVE SPACE TO ws-file-state(file-idx)
               MOVE 0 TO ws-file-scanned(file-idx)
                   ws-file-destroyed(file-idx)
                   ws-file-unregistered(file-idx)
                   ws-file-errors(file-idx)
           END-PERFORM
           CALL "SrcMaster" USING
             BY REFERENCE src-master
           COMPUTE ws-cycle-int = FUNCTION INTEGER-OF-DATE(cycle-date)
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               MOVE "N" TO ws-pg-policy-sw(src-idx)
               MOVE 0 TO ws-pg-gen-count(src-idx)
                   ws-pg-last-gen(src-idx)
               MOVE src-retain-hist-days(src-idx)
                   TO ws-pg-retain-days(src-idx 1)
               MOVE src-retain-arch-days(src-idx)
                   TO ws-pg-retain-days(src-idx 2)
               MOVE src-retain-sess-days(src-idx)
                   TO ws-pg-retain-days(src-idx 3)
               MOVE src-retain-rej-days(src-idx)
                   TO ws-pg-retain-days(src-idx 4)
               PERFORM VARYING file-idx FROM 1 BY 1
                   UNTIL file-idx > 4
                   PERFORM 1100-SET-CUTOFF
               END-PERFORM
               IF ws-pg-policy-sw(src-idx) = "Y" THEN
                   ADD 1 TO ws-policy-count
               END-IF
           END-PERFORM

           IF ws-policy-count = 0 THEN
               MOVE SPACES TO pcert-line
               IF src-loaded-sw = "Y" THEN
                   STRING "NO SOURCE ON TTTSRCM HAS A RETENTION "
                       "PERIOD -- NOTHING PURGED"
                       DELIMITED BY SIZE INTO pcert-line
               ELSE
                   STRING "NO TTTSRCM ON THIS SITE -- NO RETENTION "
                       "PERIODS, NOTHING PURGED"
                       DELIMITED BY SIZE INTO pcert-line
               END-IF
               WRITE pcert-line
           END-IF.

       1100-SET-CUTOFF.
           MOVE 0 TO ws-pg-cutoff(src-idx file-idx)
               ws-pg-count(src-idx file-idx)
               ws-pg-date-lo(src-idx file-idx)
               ws-pg-date-hi(src-idx file-idx)
           IF ws-pg-retain-days(src-idx file-idx) = 0
                   OR ws-pg-retain-days(src-idx file-idx)
                       NOT < ws-cycle-int THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-pg-cutoff(src-idx file-idx) =
               FUNCTION DATE-OF-INTEGER(ws-cycle-int
                   - ws-pg-retain-days(src-idx file-idx))
           MOVE "Y" TO ws-pg-policy-sw(src-idx)
           MOVE "Y" TO ws-file-policy-sw(file-idx).

      *    Is the record in ws-chk-source / ws-chk-date due under
      *    file file-idx's retention?  Leaves the source's table
      *    entry in ws-found-src-idx.  An undated record is never due.
       1500-CHECK-EXPIRED.
           MOVE "N" TO ws-expired-sw
           MOVE 0 TO ws-found-src-idx
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count OR ws-found-src-idx > 0
               IF src-id(src-idx) = ws-chk-source THEN
                   MOVE src-idx TO ws-found-src-idx
               END-IF
           END-PERFORM
           IF ws-found-src-idx = 0 THEN
               ADD 1 TO ws-file-unregistered(file-idx)
               EXIT PARAGRAPH
           END-IF
           IF ws-pg-cutoff(ws-found-src-idx file-idx) = 0
                   OR ws-chk-date = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-chk-date < ws-pg-cutoff(ws-found-src-idx file-idx)
                   THEN
               MOVE "Y" TO ws-expired-sw
           END-IF.

       1600-TALLY-DESTROYED.
           ADD 1 TO ws-pg-count(ws-found-src-idx file-idx)
           ADD 1 TO ws-file-destroyed(file-idx)
           IF ws-pg-date-lo(ws-found-src-idx file-idx) = 0
                   OR ws-chk-date
                       < ws-pg-date-lo(ws-found-src-idx file-idx) THEN
               MOVE ws-chk-date
                   TO ws-pg-date-lo(ws-found-src-idx file-idx)
           END-IF
           IF ws-chk-date
                   > ws-pg-date-hi(ws-found-src-idx file-idx) THEN
               MOVE ws-chk-date
                   TO ws-pg-date-hi(ws-found-src-idx file-idx)
           END-IF.

       2900-NOTE-NO-POLICY.
           MOVE SPACES TO pcert-line
           STRING ws-file-name(file-idx)
               "  NO SOURCE HAS A RETENTION PERIOD FOR THIS FILE "
               "-- NOT SCANNED"
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line.

       2950-NOTE-UNAVAILABLE.
           MOVE "N" TO ws-file-state(file-idx)
           MOVE SPACES TO pcert-line
           STRING ws-file-name(file-idx)
               "  NOT AVAILABLE (STATUS " ws-file-status
               ") -- NOT PURGED"
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line.

      ******************************************************************
      *  Masters: a full READ NEXT walk deleting what is due, the
      *  same walk TTTBKOUT uses.
      ******************************************************************
       3000-PURGE-HISTORY-MASTER.
           MOVE 1 TO file-idx
           IF ws-file-policy-sw(file-idx) = "N" THEN
               PERFORM 2900-NOTE-NO-POLICY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ttt-hmast
           IF ws-hmast-status NOT = "00" THEN
               MOVE ws-hmast-status TO ws-file-status
               PERFORM 2950-NOTE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO ws-file-state(file-idx)
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
                       ADD 1 TO ws-file-scanned(file-idx)
                       MOVE hmast-source-system-id TO ws-chk-source
                       MOVE hmast-date-played TO ws-chk-date
                       PERFORM 1500-CHECK-EXPIRED
                       IF ws-expired-sw = "Y" THEN
                           PERFORM 3100-DELETE-HMAST
                       END-IF
               END-READ
      *        A physical error on the scan sets a 9x status that
      *        AT END does not catch -- same guard as TTTINQ's browse.
               IF ws-scan-done-sw = "N"
                       AND ws-hmast-status NOT = "00" THEN
                   DISPLAY "TTTPURGE: TTTHMAST scan ended on status "
                       ws-hmast-status
                   MOVE "Y" TO ws-scan-done-sw
                   ADD 1 TO ws-file-errors(file-idx)
               END-IF
           END-PERFORM
           CLOSE ttt-hmast.

       3100-DELETE-HMAST.
           DELETE ttt-hmast RECORD
               INVALID KEY
                   ADD 1 TO ws-file-errors(file-idx)
                   DISPLAY "TTTPURGE: unable to delete master key "
                       hmast-game-id " " hmast-date-played
                       ", status " ws-hmast-status
               NOT INVALID KEY
                   PERFORM 1600-TALLY-DESTROYED
           END-DELETE.

      *    A session's source is its terminal id ("KIOSK" for the
      *    original kiosk feed), its age the date of its last drop.
       4000-PURGE-SESSIONS.
           MOVE 3 TO file-idx
           IF ws-file-policy-sw(file-idx) = "N" THEN
               PERFORM 2900-NOTE-NO-POLICY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ttt-sessm
           IF ws-sessm-status NOT = "00" THEN
               MOVE ws-sessm-status TO ws-file-status
               PERFORM 2950-NOTE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO ws-file-state(file-idx)
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
                       ADD 1 TO ws-file-scanned(file-idx)
                       MOVE sessm-terminal-id TO ws-chk-source
                       MOVE sessm-last-date TO ws-chk-date
                       PERFORM 1500-CHECK-EXPIRED
                       IF ws-expired-sw = "Y" THEN
                           PERFORM 4100-DELETE-SESSION
                       END-IF
               END-READ
               IF ws-scan-done-sw = "N"
                       AND ws-sessm-status NOT = "00" THEN
                   DISPLAY "TTTPURGE: TTTSESM scan ended on status "
                       ws-sessm-status
                   MOVE "Y" TO ws-scan-done-sw
                   ADD 1 TO ws-file-errors(file-idx)
               END-IF
           END-PERFORM
           CLOSE ttt-sessm.

       4100-DELETE-SESSION.
           DELETE ttt-sessm RECORD
               INVALID KEY
                   ADD 1 TO ws-file-errors(file-idx)
                   DISPLAY "TTTPURGE: unable to delete session "
                       sessm-game-id ", status " ws-sessm-status
               NOT INVALID KEY
                   PERFORM 1600-TALLY-DESTROYED
           END-DELETE.

      *    Only a closed reject is ever due; its age is the last
      *    cycle anything touched it.
       5000-PURGE-REJECTS.
           MOVE 4 TO file-idx
           IF ws-file-policy-sw(file-idx) = "N" THEN
               PERFORM 2900-NOTE-NO-POLICY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ttt-rjmst
           IF ws-rjmst-status NOT = "00" THEN
               MOVE ws-rjmst-status TO ws-file-status
               PERFORM 2950-NOTE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO ws-file-state(file-idx)
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
                       ADD 1 TO ws-file-scanned(file-idx)
                       IF rjm-status = "RESOLVED  "
                               OR rjm-status = "ABANDONED " THEN
                           MOVE rjm-source-system-id TO ws-chk-source
                           MOVE rjm-last-seen TO ws-chk-date
                           PERFORM 1500-CHECK-EXPIRED
                           IF ws-expired-sw = "Y" THEN
                               PERFORM 5100-DELETE-REJECT
                           END-IF
                       END-IF
               END-READ
               IF ws-scan-done-sw = "N"
                       AND ws-rjmst-status NOT = "00" THEN
                   DISPLAY "TTTPURGE: TTTRJMST scan ended on status "
                       ws-rjmst-status
                   MOVE "Y" TO ws-scan-done-sw
                   ADD 1 TO ws-file-errors(file-idx)
               END-IF
           END-PERFORM
           CLOSE ttt-rjmst.

       5100-DELETE-REJECT.
           DELETE ttt-rjmst RECORD
               INVALID KEY
                   ADD 1 TO ws-file-errors(file-idx)
                   DISPLAY "TTTPURGE: unable to delete reject "
                       rjm-game-id " " rjm-date-played
                       ", status " ws-rjmst-status
               NOT INVALID KEY
                   PERFORM 1600-TALLY-DESTROYED
           END-DELETE.

      ******************************************************************
      *  Archives, sign-off run: no dataset is read.  A generation
      *  whose oldest record predates the latest archive cutoff of
      *  any source may hold records due; each such generation gets
      *  a certificate line and a TTTPGDUE PARM for its own run.
      ******************************************************************
       6000-LIST-DUE-GENERATIONS.
           MOVE 2 TO file-idx
           IF ws-file-policy-sw(file-idx) = "N" THEN
               PERFORM 2900-NOTE-NO-POLICY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ttt-pgdue
           IF ws-pgdue-status NOT = "00" THEN
               DISPLAY "TTTPURGE: unable to open TTTPGDUE, status "
                   ws-pgdue-status
               MOVE ws-pgdue-status TO ws-file-status
               PERFORM 2950-NOTE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6200-LOAD-INDEX
           IF ws-file-state(file-idx) NOT = SPACE THEN
               CLOSE ttt-pgdue
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-max-arch-cutoff
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF ws-pg-cutoff(src-idx file-idx) > ws-max-arch-cutoff
                       THEN
                   MOVE ws-pg-cutoff(src-idx file-idx)
                       TO ws-max-arch-cutoff
               END-IF
           END-PERFORM
           MOVE "L" TO ws-file-state(file-idx)
           PERFORM VARYING gen-idx FROM 1 BY 1
               UNTIL gen-idx > ws-gen-used
               IF ws-gen-date-lo(gen-idx) < ws-max-arch-cutoff THEN
                   PERFORM 6010-LIST-GENERATION
               END-IF
           END-PERFORM
           CLOSE ttt-pgdue
           MOVE ws-gen-used TO disp-generation
           MOVE SPACES TO pcert-line
           STRING "TTTARCHV  GENERATIONS DUE=" ws-gen-due
               " OF " disp-generation
               " ON TTTARCIX -- EACH PURGED BY ITS OWN GEN= RUN"
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           DISPLAY "TTTPURGE: " ws-gen-due
               " ARCHIVE GENERATIONS DUE -- RUN ONCE PER TTTPGDUE "
               "LINE".

       6010-LIST-GENERATION.
           ADD 1 TO ws-gen-due
           MOVE ws-gen-number(gen-idx) TO disp-generation
           MOVE SPACES TO pgdue-rec
           STRING "SIGNOFF=" ws-operator-id DELIMITED BY SPACE
               ",GEN=" disp-generation DELIMITED BY SIZE
               INTO pgdue-parm
           WRITE pgdue-rec
           MOVE SPACES TO pcert-line
           STRING "TTTARCHV  GENERATION " disp-generation
               " DATES " ws-gen-date-lo(gen-idx)
               "-" ws-gen-date-hi(gen-idx)
               " RECORDS=" ws-gen-count(gen-idx)
               "  DUE -- PARM " pgdue-parm
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line.

      *    A generation run leaves the masters to the sign-off run.
       6050-SKIP-MASTERS.
           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 4
               IF file-idx NOT = 2
                       AND ws-file-policy-sw(file-idx) = "Y" THEN
                   MOVE "G" TO ws-file-state(file-idx)
               END-IF
           END-PERFORM.

      ******************************************************************
      *  Archives, generation run: TTTARCHV is the one generation's
      *  dataset, read against its TTTARCIX entry's record count and
      *  dates.  Survivors are copied to TTTARCNW, and TTTARCIX is
      *  rewritten with that entry alone changed, only once the
      *  dataset balanced.
      ******************************************************************
       6100-PURGE-ARCHIVES.
           MOVE 2 TO file-idx
           IF ws-file-policy-sw(file-idx) = "N" THEN
               PERFORM 2900-NOTE-NO-POLICY
               EXIT PARAGRAPH
           END-IF
           PERFORM 6200-LOAD-INDEX
           IF ws-file-state(file-idx) NOT = SPACE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ws-target-idx
           PERFORM VARYING gen-idx FROM 1 BY 1
               UNTIL gen-idx > ws-gen-used OR ws-target-idx > 0
               IF ws-gen-number(gen-idx) = ws-purge-gen THEN
                   MOVE gen-idx TO ws-target-idx
               END-IF
           END-PERFORM
           IF ws-target-idx = 0 THEN
               MOVE "B" TO ws-file-state(file-idx)
               MOVE SPACES TO pcert-line
               STRING "TTTARCHV  GENERATION " ws-purge-gen-x
                   " IS NOT ON TTTARCIX -- NOTHING PURGED"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
               DISPLAY "TTTPURGE: GENERATION " ws-purge-gen-x
                   " NOT ON TTTARCIX"
               EXIT PARAGRAPH
           END-IF
           MOVE ws-target-idx TO gen-idx
           OPEN INPUT ttt-archv
           IF ws-archv-status NOT = "00" THEN
               MOVE ws-archv-status TO ws-file-status
               PERFORM 2950-NOTE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ttt-arcnw
           IF ws-arcnw-status NOT = "00" THEN
               DISPLAY "TTTPURGE: unable to open TTTARCNW, status "
                   ws-arcnw-status
               CLOSE ttt-archv
               MOVE ws-arcnw-status TO ws-file-status
               PERFORM 2950-NOTE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO ws-file-state(file-idx)
           MOVE "Y" TO ws-arch-balanced-sw
           PERFORM 6300-PURGE-GENERATION
           IF ws-arch-balanced-sw = "Y" THEN
               READ ttt-archv
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO ws-arch-balanced-sw
                       MOVE SPACES TO pcert-line
                       STRING "TTTARCHV HOLDS MORE RECORDS THAN "
                           "TTTARCIX COUNTS FOR GENERATION "
                           ws-purge-gen-x
                           DELIMITED BY SIZE INTO pcert-line
                       WRITE pcert-line
               END-READ
           END-IF
           CLOSE ttt-archv ttt-arcnw

           IF ws-arch-balanced-sw = "N" THEN
               PERFORM 6500-ABANDON-ARCHIVE-PURGE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6400-REPORT-GENERATION
           IF ws-file-destroyed(file-idx) > 0 THEN
               PERFORM 6600-REWRITE-INDEX
           ELSE
               MOVE SPACES TO pcert-line
               STRING "TTTARCHV  NO ARCHIVED RECORD PAST ITS "
                   "RETENTION -- TTTARCIX UNCHANGED, TTTARCNW NOT "
                   "NEEDED"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
           END-IF.

      *    No TTTARCIX is a site that has never rotated: nothing
      *    archived, nothing to purge.
       6200-LOAD-INDEX.
           MOVE 0 TO ws-gen-used
           OPEN INPUT ttt-arcix
           IF ws-arcix-status = "35" THEN
               MOVE "P" TO ws-file-state(file-idx)
               MOVE SPACES TO pcert-line
               STRING "TTTARCHV  NO TTTARCIX ON THIS SITE -- NO "
                   "ARCHIVE GENERATIONS TO PURGE"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
               EXIT PARAGRAPH
           END-IF
           IF ws-arcix-status NOT = "00" THEN
               MOVE ws-arcix-status TO ws-file-status
               PERFORM 2950-NOTE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-scan-done-sw
           PERFORM UNTIL ws-scan-done-sw = "Y"
               READ ttt-arcix
                   AT END
                       MOVE "Y" TO ws-scan-done-sw
                   NOT AT END
                       IF ws-gen-used < ws-gen-capacity THEN
                           ADD 1 TO ws-gen-used
                           MOVE arcix-generation
                               TO ws-gen-number(ws-gen-used)
                           MOVE arcix-date-lo
                               TO ws-gen-date-lo(ws-gen-used)
                           MOVE arcix-date-hi
                               TO ws-gen-date-hi(ws-gen-used)
                           MOVE arcix-record-count
                               TO ws-gen-count(ws-gen-used)
                           MOVE arcix-win-count
                               TO ws-gen-new-win(ws-gen-used)
                           MOVE arcix-draw-count
                               TO ws-gen-new-draw(ws-gen-used)
                           MOVE arcix-loss-count
                               TO ws-gen-new-loss(ws-gen-used)
                       ELSE
                           MOVE "Y" TO ws-gen-overflow-sw
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-arcix
           IF ws-gen-overflow-sw = "Y" THEN
               MOVE "N" TO ws-file-state(file-idx)
               MOVE SPACES TO pcert-line
               STRING "TTTARCHV  TTTARCIX HOLDS MORE THAN 100 "
                   "GENERATIONS -- ARCHIVES NOT PURGED"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
               EXIT PARAGRAPH
           END-IF
           IF ws-gen-used = 0 THEN
               MOVE "P" TO ws-file-state(file-idx)
               MOVE SPACES TO pcert-line
               STRING "TTTARCHV  TTTARCIX HOLDS NO GENERATIONS -- "
                   "NOTHING ARCHIVED TO PURGE"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
           END-IF.

      *    The entry's outcome counts are redone from the survivors.
       6300-PURGE-GENERATION.
           MOVE 0 TO ws-gen-destroyed(gen-idx)
               ws-gen-new-lo(gen-idx) ws-gen-new-hi(gen-idx)
               ws-gen-new-count(gen-idx) ws-gen-new-win(gen-idx)
               ws-gen-new-draw(gen-idx) ws-gen-new-loss(gen-idx)
           MOVE 0 TO ws-rec-in-gen
           PERFORM UNTIL ws-rec-in-gen NOT < ws-gen-count(gen-idx)
                   OR ws-arch-balanced-sw = "N"
               READ ttt-archv
                   AT END
                       MOVE "N" TO ws-arch-balanced-sw
                       MOVE ws-gen-number(gen-idx) TO disp-generation
                       MOVE SPACES TO pcert-line
                       STRING "TTTARCHV ENDS INSIDE GENERATION "
                           disp-generation
                           " -- FEWER RECORDS THAN TTTARCIX COUNTS"
                           DELIMITED BY SIZE INTO pcert-line
                       WRITE pcert-line
                   NOT AT END
                       ADD 1 TO ws-rec-in-gen
                       PERFORM 6350-PURGE-ARCHIVED-RECORD
               END-READ
           END-PERFORM.

      *    A record dated outside the entry's range means TTTARCHV is
      *    not the generation named, and nothing read can be trusted.
       6350-PURGE-ARCHIVED-RECORD.
           ADD 1 TO ws-file-scanned(file-idx)
           IF hist-date-played < ws-gen-date-lo(gen-idx)
                   OR hist-date-played > ws-gen-date-hi(gen-idx) THEN
               MOVE "N" TO ws-arch-balanced-sw
               MOVE ws-gen-number(gen-idx) TO disp-generation
               MOVE SPACES TO pcert-line
               STRING "TTTARCHV RECORD DATED " hist-date-played
                   " OUTSIDE GENERATION " disp-generation
                   "'S RANGE -- NOT THIS GENERATION'S DATASET"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
               EXIT PARAGRAPH
           END-IF
           MOVE hist-source-system-id TO ws-chk-source
           MOVE hist-date-played TO ws-chk-date
           PERFORM 1500-CHECK-EXPIRED
           IF ws-expired-sw = "Y" THEN
               PERFORM 1600-TALLY-DESTROYED
               ADD 1 TO ws-gen-destroyed(gen-idx)
               IF ws-pg-last-gen(ws-found-src-idx)
                       NOT = ws-gen-number(gen-idx) THEN
                   ADD 1 TO ws-pg-gen-count(ws-found-src-idx)
                   MOVE ws-gen-number(gen-idx)
                       TO ws-pg-last-gen(ws-found-src-idx)
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    A survivor TTTARCNW did not take leaves a replacement
      *    that matches no index entry: the run is abandoned.
           MOVE hist-rec TO arcnw-rec
           WRITE arcnw-rec
           IF ws-arcnw-status NOT = "00" THEN
               DISPLAY "TTTPURGE: TTTARCNW WRITE FAILED, status "
                   ws-arcnw-status
               ADD 1 TO ws-file-errors(file-idx)
               MOVE "N" TO ws-arch-balanced-sw
               MOVE SPACES TO pcert-line
               STRING "TTTARCNW WRITE FAILED, STATUS " ws-arcnw-status
                   " -- SURVIVING RECORDS NOT ALL COPIED"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-gen-new-count(gen-idx)
           IF ws-gen-new-lo(gen-idx) = 0
                   OR hist-date-played < ws-gen-new-lo(gen-idx) THEN
               MOVE hist-date-played TO ws-gen-new-lo(gen-idx)
           END-IF
           IF hist-date-played > ws-gen-new-hi(gen-idx) THEN
               MOVE hist-date-played TO ws-gen-new-hi(gen-idx)
           END-IF
           EVALUATE hist-outcome
               WHEN "WIN "
                   ADD 1 TO ws-gen-new-win(gen-idx)
               WHEN "DRAW"
                   ADD 1 TO ws-gen-new-draw(gen-idx)
               WHEN "LOSS"
                   ADD 1 TO ws-gen-new-loss(gen-idx)
           END-EVALUATE.

       6400-REPORT-GENERATION.
           EVALUATE TRUE
               WHEN ws-gen-destroyed(gen-idx) = 0
                   MOVE "UNCHANGED " TO ws-gen-disposition
               WHEN ws-gen-new-count(gen-idx) = 0
                   MOVE "DROPPED   " TO ws-gen-disposition
               WHEN OTHER
                   MOVE "REWRITTEN " TO ws-gen-disposition
           END-EVALUATE
           MOVE ws-gen-number(gen-idx) TO disp-generation
           MOVE SPACES TO pcert-line
           STRING "TTTARCHV  GENERATION " disp-generation
               " DATES " ws-gen-date-lo(gen-idx)
               "-" ws-gen-date-hi(gen-idx)
               " RECORDS=" ws-gen-count(gen-idx)
               " DESTROYED=" ws-gen-destroyed(gen-idx)
               " KEPT=" ws-gen-new-count(gen-idx)
               "  " ws-gen-disposition
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line.

      *    Nothing the archive pass counted stands: the certificates
      *    show the archives as not purged.  The line before says why
      *    -- TTTARCHV out of agreement with its entry, or TTTARCNW
      *    short of a survivor.
       6500-ABANDON-ARCHIVE-PURGE.
           MOVE "B" TO ws-file-state(file-idx)
           MOVE 0 TO ws-file-destroyed(file-idx)
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               MOVE 0 TO ws-pg-count(src-idx file-idx)
                   ws-pg-date-lo(src-idx file-idx)
                   ws-pg-date-hi(src-idx file-idx)
                   ws-pg-gen-count(src-idx)
           END-PERFORM
           MOVE SPACES TO pcert-line
           STRING "TTTARCHV  PURGE OF GENERATION " ws-purge-gen-x
               " ABANDONED -- TTTARCIX UNCHANGED, DISCARD TTTARCNW"
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           DISPLAY "TTTPURGE: GENERATION " ws-purge-gen-x
               " NOT PURGED -- TTTARCIX UNCHANGED, DISCARD TTTARCNW".

      *    The index is rewritten whole, every other entry as read.
      *    A generation with nothing left is dropped and its dataset
      *    named for deletion, as TTTARCH names the generations that
      *    fall off its retention count.
       6600-REWRITE-INDEX.
           OPEN OUTPUT ttt-arcix
           IF ws-arcix-status NOT = "00" THEN
               DISPLAY "TTTPURGE: unable to rewrite TTTARCIX, status "
                   ws-arcix-status
               ADD 1 TO ws-file-errors(file-idx)
               MOVE SPACES TO pcert-line
               STRING "TTTARCIX REWRITE FAILED, STATUS "
                   ws-arcix-status " -- GENERATION STILL CATALOGED"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
      *        Nothing left the catalog, so nothing is logged or
      *        certified as destroyed.
               PERFORM 6500-ABANDON-ARCHIVE-PURGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING gen-idx FROM 1 BY 1
               UNTIL gen-idx > ws-gen-used
               IF gen-idx = ws-target-idx THEN
                   PERFORM 6650-WRITE-TARGET-ENTRY
               ELSE
                   MOVE SPACES TO arcix-rec
                   MOVE ws-gen-number(gen-idx) TO arcix-generation
                   MOVE ws-gen-date-lo(gen-idx) TO arcix-date-lo
                   MOVE ws-gen-date-hi(gen-idx) TO arcix-date-hi
                   MOVE ws-gen-count(gen-idx) TO arcix-record-count
                   MOVE ws-gen-new-win(gen-idx) TO arcix-win-count
                   MOVE ws-gen-new-draw(gen-idx) TO arcix-draw-count
                   MOVE ws-gen-new-loss(gen-idx) TO arcix-loss-count
                   WRITE arcix-rec
               END-IF
           END-PERFORM
           CLOSE ttt-arcix
           MOVE ws-target-idx TO gen-idx
           MOVE SPACES TO pcert-line
           IF ws-gen-dropped > 0 THEN
               STRING "TTTARCHV  TTTARCIX REWRITTEN: GENERATION "
                   ws-purge-gen-x " DROPPED -- DELETE ITS DATASET, "
                   "DISCARD TTTARCNW"
                   DELIMITED BY SIZE INTO pcert-line
               DISPLAY "TTTPURGE: GENERATION " ws-purge-gen-x
                   " DESTROYED WHOLE BY RETENTION -- "
                   "DELETE ITS ARCHIVE DATASET"
           ELSE
               STRING "TTTARCHV  TTTARCIX REWRITTEN: GENERATION "
                   ws-purge-gen-x " NOW " ws-gen-new-count(gen-idx)
                   " RECORDS -- TTTARCNW REPLACES ITS DATASET"
                   DELIMITED BY SIZE INTO pcert-line
               DISPLAY "TTTPURGE: TTTARCNW HOLDS GENERATION "
                   ws-purge-gen-x "'S SURVIVING RECORDS -- CATALOG "
                   "IT IN PLACE OF THE GENERATION'S DATASET"
           END-IF
           WRITE pcert-line.

      *    A rewritten generation's range narrows to what it still
      *    holds.
       6650-WRITE-TARGET-ENTRY.
           IF ws-gen-new-count(gen-idx) = 0 THEN
               ADD 1 TO ws-gen-dropped
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO arcix-rec
           MOVE ws-gen-number(gen-idx) TO arcix-generation
           MOVE ws-gen-new-lo(gen-idx) TO arcix-date-lo
           MOVE ws-gen-new-hi(gen-idx) TO arcix-date-hi
           MOVE ws-gen-new-count(gen-idx) TO arcix-record-count
           MOVE ws-gen-new-win(gen-idx) TO arcix-win-count
           MOVE ws-gen-new-draw(gen-idx) TO arcix-draw-count
           MOVE ws-gen-new-loss(gen-idx) TO arcix-loss-count
           WRITE arcix-rec.

      ******************************************************************
      *  What was destroyed, per source and file: a TTTPRGLG record
      *  and a PURGE event each.
      ******************************************************************
       7000-LOG-PURGES.
           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 4
               ADD ws-file-destroyed(file-idx) TO ws-total-destroyed
           END-PERFORM
           IF ws-total-destroyed = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ttt-prglg
           IF ws-prglg-status = "35" THEN
               OPEN OUTPUT ttt-prglg
               CLOSE ttt-prglg
               OPEN EXTEND ttt-prglg
           END-IF
           IF ws-prglg-status = "00" THEN
               MOVE "Y" TO ws-prglg-open-sw
           ELSE
               DISPLAY "TTTPURGE: unable to open TTTPRGLG, status "
                   ws-prglg-status " -- PURGES NOT LOGGED"
               ADD 1 TO ws-file-errors(1)
           END-IF
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               PERFORM VARYING file-idx FROM 1 BY 1
                   UNTIL file-idx > 4
                   IF ws-pg-count(src-idx file-idx) > 0 THEN
                       PERFORM 7100-LOG-ONE-PURGE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF ws-prglg-open-sw = "Y" THEN
               CLOSE ttt-prglg
           END-IF.

       7100-LOG-ONE-PURGE.
           IF ws-prglg-open-sw = "Y" THEN
               MOVE SPACES TO prglg-rec
               MOVE ws-run-id TO prglg-run-id
               MOVE cycle-date TO prglg-purge-date
               MOVE src-id(src-idx) TO prglg-source
               MOVE ws-file-name(file-idx) TO prglg-file
               MOVE ws-pg-cutoff(src-idx file-idx)
                   TO prglg-cutoff-date
               MOVE ws-pg-date-lo(src-idx file-idx) TO prglg-date-lo
               MOVE ws-pg-date-hi(src-idx file-idx) TO prglg-date-hi
               MOVE ws-pg-count(src-idx file-idx) TO prglg-count
               MOVE ws-operator-id TO prglg-signoff
               WRITE prglg-rec
           END-IF
           MOVE SPACES TO ws-purge-input-source
           STRING ws-file-name(file-idx) DELIMITED BY SPACE
               " RETENTION" DELIMITED BY SIZE
               INTO ws-purge-input-source
           MOVE SPACES TO ws-purge-options
           STRING "SOURCE=" src-id(src-idx)
               " CUTOFF=" ws-pg-cutoff(src-idx file-idx)
               " SIGNOFF=" ws-operator-id
               DELIMITED BY SIZE INTO ws-purge-options
           MOVE ws-pg-count(src-idx file-idx) TO ws-purge-count
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-purge-input-source
             BY REFERENCE ws-purge-count
             BY REFERENCE ws-purge-outcome
             BY CONTENT "PURGE"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-purge-options
             BY REFERENCE ws-operator-id.

      ******************************************************************
      *  One certificate per source with a retention period, whether
      *  or not anything was due -- "nothing was due" is itself what
      *  the owner is entitled to see certified.
      ******************************************************************
       8000-WRITE-CERTIFICATES.
      *    A generation run certifies only the sources with an archive
      *    retention.
           PERFORM VARYING src-idx FROM 1 BY 1
               UNTIL src-idx > src-count
               IF ws-pg-policy-sw(src-idx) = "Y"
                       AND (ws-purge-gen = 0
                           OR ws-pg-cutoff(src-idx 2) > 0) THEN
                   PERFORM 8100-WRITE-CERTIFICATE
               END-IF
           END-PERFORM.

       8100-WRITE-CERTIFICATE.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO pcert-line
           WRITE pcert-line
           MOVE ALL "=" TO pcert-line
           WRITE pcert-line
           MOVE SPACES TO pcert-line
           STRING "PURGE CERTIFICATE  SOURCE=" src-id(src-idx)
               "  CYCLE DATE " ws-cd-yyyy "-" ws-cd-mm "-" ws-cd-dd
               "  RUN-ID=" ws-run-id
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           MOVE SPACES TO pcert-line
           STRING "DATA OWNER: " src-owner-name(src-idx)
               "  CONTACT: " src-contact(src-idx)
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           MOVE SPACES TO pcert-line
           WRITE pcert-line
           MOVE SPACES TO pcert-line
           STRING "FILE      RETAIN DAYS  CUTOFF    DESTROYED  "
               "OLDEST    NEWEST"
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line

           MOVE 0 TO ws-src-destroyed
           MOVE "Y" TO ws-cert-complete-sw
           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 4
               PERFORM 8200-WRITE-CERTIFICATE-FILE
           END-PERFORM

           MOVE SPACES TO pcert-line
           WRITE pcert-line
           MOVE SPACES TO pcert-line
           STRING "RECORDS DESTROYED FOR THIS SOURCE: "
               ws-src-destroyed
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           IF ws-cert-complete-sw = "N" THEN
               MOVE SPACES TO pcert-line
               STRING "*** INCOMPLETE: A FILE MARKED NOT PURGED MAY "
                   "STILL HOLD THIS SOURCE'S RECORDS PAST RETENTION"
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
           END-IF
           MOVE SPACES TO pcert-line
           STRING "CERTIFIED: THE RECORDS COUNTED ABOVE, DATED BEFORE "
               "EACH CUTOFF, WERE DESTROYED UNDER THE RETENTION"
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           MOVE SPACES TO pcert-line
           STRING "           REGISTERED FOR THIS SOURCE ON TTTSRCM."
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           MOVE SPACES TO pcert-line
           STRING "SIGNED OFF: " ws-operator-id
               "  AUTHORITY " ws-signoff-authority
               "  DATE " ws-signoff-date
               "  TIME " ws-signoff-time
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           MOVE ALL "=" TO pcert-line
           WRITE pcert-line.

       8200-WRITE-CERTIFICATE-FILE.
           MOVE SPACES TO pcert-line
           EVALUATE TRUE
               WHEN ws-pg-cutoff(src-idx file-idx) = 0
                   STRING ws-file-name(file-idx)
                       "  KEPT INDEFINITELY -- NO RETENTION "
                       "REGISTERED"
                       DELIMITED BY SIZE INTO pcert-line
               WHEN ws-file-state(file-idx) = "L"
                   STRING ws-file-name(file-idx)
                       "  " ws-pg-retain-days(src-idx file-idx)
                       "        " ws-pg-cutoff(src-idx file-idx)
                       "  CERTIFIED BY EACH DUE GENERATION'S GEN= RUN"
                       DELIMITED BY SIZE INTO pcert-line
               WHEN ws-file-state(file-idx) = "G"
                   STRING ws-file-name(file-idx)
                       "  " ws-pg-retain-days(src-idx file-idx)
                       "        " ws-pg-cutoff(src-idx file-idx)
                       "  CERTIFIED BY THE SIGN-OFF RUN"
                       DELIMITED BY SIZE INTO pcert-line
               WHEN ws-file-state(file-idx) NOT = "P"
                   MOVE "N" TO ws-cert-complete-sw
                   STRING ws-file-name(file-idx)
                       "  " ws-pg-retain-days(src-idx file-idx)
                       "        " ws-pg-cutoff(src-idx file-idx)
                       "  NOT PURGED THIS RUN -- SEE RUN SUMMARY"
                       DELIMITED BY SIZE INTO pcert-line
               WHEN ws-pg-count(src-idx file-idx) = 0
                   STRING ws-file-name(file-idx)
                       "  " ws-pg-retain-days(src-idx file-idx)
                       "        " ws-pg-cutoff(src-idx file-idx)
                       "  " ws-pg-count(src-idx file-idx)
                       "  NONE DUE"
                       DELIMITED BY SIZE INTO pcert-line
               WHEN OTHER
                   ADD ws-pg-count(src-idx file-idx)
                       TO ws-src-destroyed
                   STRING ws-file-name(file-idx)
                       "  " ws-pg-retain-days(src-idx file-idx)
                       "        " ws-pg-cutoff(src-idx file-idx)
                       "  " ws-pg-count(src-idx file-idx)
                       "  " ws-pg-date-lo(src-idx file-idx)
                       "  " ws-pg-date-hi(src-idx file-idx)
                       DELIMITED BY SIZE INTO pcert-line
                   IF file-idx = 2 THEN
                       STRING "  GENERATIONS="
                           ws-pg-gen-count(src-idx)
                           DELIMITED BY SIZE INTO pcert-line(65:)
                   END-IF
           END-EVALUATE
           WRITE pcert-line.

       0900-WRITE-SUMMARY.
           MOVE SPACES TO pcert-line
           WRITE pcert-line
           MOVE ALL "-" TO pcert-line
           WRITE pcert-line
           MOVE SPACES TO pcert-line
           STRING "RUN SUMMARY:" DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line
           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 4
               EVALUATE ws-file-state(file-idx)
                   WHEN "P"
                       MOVE "PURGED" TO ws-state-lit
                   WHEN "N"
                       MOVE "NOT PURGED -- NOT AVAILABLE"
                           TO ws-state-lit
                   WHEN "B"
                       MOVE "NOT PURGED -- ABANDONED"
                           TO ws-state-lit
                   WHEN "L"
                       MOVE "DUE GENERATIONS ON TTTPGDUE"
                           TO ws-state-lit
                   WHEN "G"
                       MOVE "NOT SCANNED -- GENERATION RUN"
                           TO ws-state-lit
                   WHEN OTHER
                       MOVE "NOT SCANNED -- NO RETENTION"
                           TO ws-state-lit
               END-EVALUATE
               MOVE SPACES TO pcert-line
               STRING ws-file-name(file-idx)
                   "  SCANNED=" ws-file-scanned(file-idx)
                   " DESTROYED=" ws-file-destroyed(file-idx)
                   " SOURCE NOT REGISTERED="
                   ws-file-unregistered(file-idx)
                   " ERRORS=" ws-file-errors(file-idx)
                   "  " ws-state-lit
                   DELIMITED BY SIZE INTO pcert-line
               WRITE pcert-line
           END-PERFORM
           MOVE SPACES TO pcert-line
           STRING "RECORDS DESTROYED=" ws-total-destroyed
               DELIMITED BY SIZE INTO pcert-line
           WRITE pcert-line.

       0950-SET-RETURN-CODE.
           MOVE 0 TO ws-return-code
           MOVE "OK        " TO ws-audit-outcome
           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 4
               IF ws-file-policy-sw(file-idx) = "Y"
                       AND ws-file-state(file-idx) = "N"
                       AND ws-return-code < 4 THEN
                   MOVE 4 TO ws-return-code
                   MOVE "INCOMPLETE" TO ws-audit-outcome
               END-IF
           END-PERFORM
           PERFORM VARYING file-idx FROM 1 BY 1 UNTIL file-idx > 4
               IF ws-file-errors(file-idx) > 0
                       OR ws-file-state(file-idx) = "B" THEN
                   MOVE 16 TO ws-return-code
                   MOVE "ERRORS    " TO ws-audit-outcome
               END-IF
           END-PERFORM.

      *    The END event carries the records destroyed, all files.
       0975-WRITE-AUDIT-LOG.
           MOVE "PARM" TO ws-audit-input-source
           MOVE ws-total-destroyed TO ws-audit-position-count
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

       END PROGRAM TTTPURGE.
