       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTTPCONS.

      ******************************************************************
      *  Partitioned solve consolidation.  On a night the feed is split
      *  (TTTPSPLT) each partition is solved by its own TTT run under
      *  PARM PARTITION=n, into its own report, rejects, history
      *  spill, alert extract and results spool.  Once every partition
      *  has run, this step puts the night back together as one run
      *  would have left it:
      *
      *    - TTTRPT: one report -- the heading, each partition's
      *      detail lines under a partition banner, a line of totals
      *      per partition, and the combined summary and control
      *      totals in TTT's own layout;
      *    - TTTREJ: every partition's rejects;
      *    - TTTHSP1: every partition's history, appended to the batch
      *      spill as TTT appends it, for TTTMERGE -- partition by
      *      partition, so the spill is in date order within each
      *      partition (TTTMERGE takes strays, see there);
      *    - TTTALRT1: every partition's forced-loss alerts;
      *    - TTTFACK and TTTRRET: the acknowledgment and results
      *      return, one batch per source as TTT cuts them, from the
      *      partitions' per-source counts (TTTPCTPn, pctl.cpy), the
      *      cycle's held batches (TTTHOLD) and the results spools.
      *
      *  Nothing is consolidated until every partition on the split's
      *  map (TTTPMAP, pmap.cpy) has a control file for this cycle
      *  that balanced and covers every record the split gave it.  A
      *  partition that failed is named on the console, with how to
      *  rerun it -- that partition alone, restarted from its own
      *  checkpoint TTTCKPPn -- and the step ends 16 without touching
      *  an output, so it can simply be run again once the partition
      *  is put right.
      *
      *  A restarted partition solved the records between its last
      *  checkpoint and the abend twice.  Its report detail lines,
      *  rejects and results spool carry the record number, and only
      *  the restart's copy of a record is kept: a record is dropped
      *  when a later restart in the same file started at or before
      *  it.  Its history and alerts carry no record number and come
      *  across as the partition wrote them, as for any restart.
      *  TTTHS1Pn holds the one night's history only: TTT rewrites it
      *  when the partition runs from the top, so it is copied whole.
      *
      *  The combined control totals are proved: validated plus
      *  rejected equals input, wins, draws and losses equal
      *  validated, the rejects filed equal the rejects counted, and
      *  the input across the partitions equals both the records the
      *  split cut and the count the feed edit passed to TTTIN
      *  (TTTEDCTL, carried on the map).  RETURN-CODE as TTT's: 16
      *  out of balance (or a partition not complete), 8 rejects, 4
      *  forced losses over the TTTPARM threshold, else 0.
      *
      *  Run once per cycle: a second run would append the history
      *  again, so an END event already on the trail for this job and
      *  cycle refuses it; PARM FORCE overrides deliberately, under a
      *  rerun authorization entered beforehand (TTTRRAUM).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ttt-pmap ASSIGN TO "TTTPMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pmap-status.
      *    The partition files, TTTPCTP1...TTTPCTP9 and so on -- the
      *    datasets each partition's TTT run wrote under its own
      *    TTTPCTL, TTTRPT, TTTREJ, TTTHSP1, TTTALRT1 and TTTRSPL DDs.
      *    One SELECT per partition, read one partition at a time
      *    through the 4000-range paragraphs, the same per-file
      *    split as the TTTHSP1/TTTHSP2 history spills.
           SELECT ttt-pctl-1 ASSIGN TO "TTTPCTP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-pctl-2 ASSIGN TO "TTTPCTP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-pctl-3 ASSIGN TO "TTTPCTP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-pctl-4 ASSIGN TO "TTTPCTP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-pctl-5 ASSIGN TO "TTTPCTP5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-pctl-6 ASSIGN TO "TTTPCTP6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-pctl-7 ASSIGN TO "TTTPCTP7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-pctl-8 ASSIGN TO "TTTPCTP8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-pctl-9 ASSIGN TO "TTTPCTP9"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-pctl-status.
           SELECT ttt-prpt-1 ASSIGN TO "TTTRPTP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prpt-2 ASSIGN TO "TTTRPTP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prpt-3 ASSIGN TO "TTTRPTP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prpt-4 ASSIGN TO "TTTRPTP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prpt-5 ASSIGN TO "TTTRPTP5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prpt-6 ASSIGN TO "TTTRPTP6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prpt-7 ASSIGN TO "TTTRPTP7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prpt-8 ASSIGN TO "TTTRPTP8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prpt-9 ASSIGN TO "TTTRPTP9"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prpt-status.
           SELECT ttt-prej-1 ASSIGN TO "TTTREJP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-prej-2 ASSIGN TO "TTTREJP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-prej-3 ASSIGN TO "TTTREJP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-prej-4 ASSIGN TO "TTTREJP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-prej-5 ASSIGN TO "TTTREJP5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-prej-6 ASSIGN TO "TTTREJP6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-prej-7 ASSIGN TO "TTTREJP7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-prej-8 ASSIGN TO "TTTREJP8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-prej-9 ASSIGN TO "TTTREJP9"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prej-status.
           SELECT ttt-phsp-1 ASSIGN TO "TTTHS1P1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-phsp-2 ASSIGN TO "TTTHS1P2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-phsp-3 ASSIGN TO "TTTHS1P3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-phsp-4 ASSIGN TO "TTTHS1P4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-phsp-5 ASSIGN TO "TTTHS1P5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-phsp-6 ASSIGN TO "TTTHS1P6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-phsp-7 ASSIGN TO "TTTHS1P7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-phsp-8 ASSIGN TO "TTTHS1P8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-phsp-9 ASSIGN TO "TTTHS1P9"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-phsp-status.
           SELECT ttt-palrt-1 ASSIGN TO "TTTAL1P1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-palrt-2 ASSIGN TO "TTTAL1P2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-palrt-3 ASSIGN TO "TTTAL1P3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-palrt-4 ASSIGN TO "TTTAL1P4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-palrt-5 ASSIGN TO "TTTAL1P5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-palrt-6 ASSIGN TO "TTTAL1P6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-palrt-7 ASSIGN TO "TTTAL1P7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-palrt-8 ASSIGN TO "TTTAL1P8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-palrt-9 ASSIGN TO "TTTAL1P9"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-palrt-status.
           SELECT ttt-prspl-1 ASSIGN TO "TTTRSPP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-prspl-2 ASSIGN TO "TTTRSPP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-prspl-3 ASSIGN TO "TTTRSPP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-prspl-4 ASSIGN TO "TTTRSPP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-prspl-5 ASSIGN TO "TTTRSPP5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-prspl-6 ASSIGN TO "TTTRSPP6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-prspl-7 ASSIGN TO "TTTRSPP7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-prspl-8 ASSIGN TO "TTTRSPP8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-prspl-9 ASSIGN TO "TTTRSPP9"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-prspl-status.
           SELECT ttt-rpt ASSIGN TO "TTTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rpt-status.
           SELECT ttt-rej ASSIGN TO "TTTREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rej-status.
           SELECT ttt-hist ASSIGN TO "TTTHSP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT ttt-alert ASSIGN TO "TTTALRT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-alert-status.
           SELECT ttt-fack ASSIGN TO "TTTFACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-fack-status.
           SELECT ttt-rret ASSIGN TO "TTTRRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-rret-status.
           SELECT ttt-hold ASSIGN TO "TTTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-hold-status.
      *    Read-only look at the audit trail for the run-once guard.
           SELECT ttt-aud ASSIGN TO "TTTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-aud-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ttt-pmap
           RECORDING MODE IS F.
       COPY pmap.

       FD  ttt-pctl-1
           RECORDING MODE IS F.
       01 pctl-1-rec PIC X(120).

       FD  ttt-pctl-2
           RECORDING MODE IS F.
       01 pctl-2-rec PIC X(120).

       FD  ttt-pctl-3
           RECORDING MODE IS F.
       01 pctl-3-rec PIC X(120).

       FD  ttt-pctl-4
           RECORDING MODE IS F.
       01 pctl-4-rec PIC X(120).

       FD  ttt-pctl-5
           RECORDING MODE IS F.
       01 pctl-5-rec PIC X(120).

       FD  ttt-pctl-6
           RECORDING MODE IS F.
       01 pctl-6-rec PIC X(120).

       FD  ttt-pctl-7
           RECORDING MODE IS F.
       01 pctl-7-rec PIC X(120).

       FD  ttt-pctl-8
           RECORDING MODE IS F.
       01 pctl-8-rec PIC X(120).

       FD  ttt-pctl-9
           RECORDING MODE IS F.
       01 pctl-9-rec PIC X(120).

       FD  ttt-prpt-1
           RECORDING MODE IS F.
       01 prpt-1-rec PIC X(320).

       FD  ttt-prpt-2
           RECORDING MODE IS F.
       01 prpt-2-rec PIC X(320).

       FD  ttt-prpt-3
           RECORDING MODE IS F.
       01 prpt-3-rec PIC X(320).

       FD  ttt-prpt-4
           RECORDING MODE IS F.
       01 prpt-4-rec PIC X(320).

       FD  ttt-prpt-5
           RECORDING MODE IS F.
       01 prpt-5-rec PIC X(320).

       FD  ttt-prpt-6
           RECORDING MODE IS F.
       01 prpt-6-rec PIC X(320).

       FD  ttt-prpt-7
           RECORDING MODE IS F.
       01 prpt-7-rec PIC X(320).

       FD  ttt-prpt-8
           RECORDING MODE IS F.
       01 prpt-8-rec PIC X(320).

       FD  ttt-prpt-9
           RECORDING MODE IS F.
       01 prpt-9-rec PIC X(320).

       FD  ttt-prej-1
           RECORDING MODE IS F.
       01 prej-1-rec PIC X(183).

       FD  ttt-prej-2
           RECORDING MODE IS F.
       01 prej-2-rec PIC X(183).

       FD  ttt-prej-3
           RECORDING MODE IS F.
       01 prej-3-rec PIC X(183).

       FD  ttt-prej-4
           RECORDING MODE IS F.
       01 prej-4-rec PIC X(183).

       FD  ttt-prej-5
           RECORDING MODE IS F.
       01 prej-5-rec PIC X(183).

       FD  ttt-prej-6
           RECORDING MODE IS F.
       01 prej-6-rec PIC X(183).

       FD  ttt-prej-7
           RECORDING MODE IS F.
       01 prej-7-rec PIC X(183).

       FD  ttt-prej-8
           RECORDING MODE IS F.
       01 prej-8-rec PIC X(183).

       FD  ttt-prej-9
           RECORDING MODE IS F.
       01 prej-9-rec PIC X(183).

       FD  ttt-phsp-1
           RECORDING MODE IS F.
       01 phsp-1-rec PIC X(147).

       FD  ttt-phsp-2
           RECORDING MODE IS F.
       01 phsp-2-rec PIC X(147).

       FD  ttt-phsp-3
           RECORDING MODE IS F.
       01 phsp-3-rec PIC X(147).

       FD  ttt-phsp-4
           RECORDING MODE IS F.
       01 phsp-4-rec PIC X(147).

       FD  ttt-phsp-5
           RECORDING MODE IS F.
       01 phsp-5-rec PIC X(147).

       FD  ttt-phsp-6
           RECORDING MODE IS F.
       01 phsp-6-rec PIC X(147).

       FD  ttt-phsp-7
           RECORDING MODE IS F.
       01 phsp-7-rec PIC X(147).

       FD  ttt-phsp-8
           RECORDING MODE IS F.
       01 phsp-8-rec PIC X(147).

       FD  ttt-phsp-9
           RECORDING MODE IS F.
       01 phsp-9-rec PIC X(147).

       FD  ttt-palrt-1
           RECORDING MODE IS F.
       01 palrt-1-rec PIC X(114).

       FD  ttt-palrt-2
           RECORDING MODE IS F.
       01 palrt-2-rec PIC X(114).

       FD  ttt-palrt-3
           RECORDING MODE IS F.
       01 palrt-3-rec PIC X(114).

       FD  ttt-palrt-4
           RECORDING MODE IS F.
       01 palrt-4-rec PIC X(114).

       FD  ttt-palrt-5
           RECORDING MODE IS F.
       01 palrt-5-rec PIC X(114).

       FD  ttt-palrt-6
           RECORDING MODE IS F.
       01 palrt-6-rec PIC X(114).

       FD  ttt-palrt-7
           RECORDING MODE IS F.
       01 palrt-7-rec PIC X(114).

       FD  ttt-palrt-8
           RECORDING MODE IS F.
       01 palrt-8-rec PIC X(114).

       FD  ttt-palrt-9
           RECORDING MODE IS F.
       01 palrt-9-rec PIC X(114).

       FD  ttt-prspl-1
           RECORDING MODE IS F.
       01 prspl-1-rec PIC X(84).

       FD  ttt-prspl-2
           RECORDING MODE IS F.
       01 prspl-2-rec PIC X(84).

       FD  ttt-prspl-3
           RECORDING MODE IS F.
       01 prspl-3-rec PIC X(84).

       FD  ttt-prspl-4
           RECORDING MODE IS F.
       01 prspl-4-rec PIC X(84).

       FD  ttt-prspl-5
           RECORDING MODE IS F.
       01 prspl-5-rec PIC X(84).

       FD  ttt-prspl-6
           RECORDING MODE IS F.
       01 prspl-6-rec PIC X(84).

       FD  ttt-prspl-7
           RECORDING MODE IS F.
       01 prspl-7-rec PIC X(84).

       FD  ttt-prspl-8
           RECORDING MODE IS F.
       01 prspl-8-rec PIC X(84).

       FD  ttt-prspl-9
           RECORDING MODE IS F.
       01 prspl-9-rec PIC X(84).

       FD  ttt-rpt
           RECORDING MODE IS F.
       01 rpt-line PIC X(320).

       FD  ttt-rej
           RECORDING MODE IS F.
       COPY rej.

       FD  ttt-hist
           RECORDING MODE IS F.
       COPY hist.

       FD  ttt-alert
           RECORDING MODE IS F.
       COPY alert.

       FD  ttt-fack
           RECORDING MODE IS F.
      *    Control records are the inbound feed's own HDR/TRL layouts
      *    (feedctl.cpy); the data records between them are the CNT
      *    summary and REA per-reason layouts built in WORKING-STORAGE.
       01 fack-rec PIC X(70).
       COPY feedctl.

       FD  ttt-rret
           RECORDING MODE IS F.
      *    Header and trailer are feedctl.cpy's layouts again, under
      *    their own names for this FD.
       COPY rret.
       COPY feedctl REPLACING LEADING ==feed== BY ==rret==.

       FD  ttt-hold
           RECORDING MODE IS F.
       COPY hold.

       FD  ttt-aud
           RECORDING MODE IS F.
       COPY audit.

       WORKING-STORAGE SECTION.
       COPY cycdt.
       COPY parm.

       01 ws-parm PIC X(80) VALUE SPACES.
       01 ws-force-sw PIC X VALUE "N".
      *    The rerun authorization a PARM FORCE run was honored under
      *    (see rrauth.cbl), and RerunAuth's answer.
       01 ws-force-auth-id PIC 9(6) VALUE 0.
       01 ws-force-auth-sw PIC X VALUE "N".

       01 ws-pmap-status PIC XX VALUE SPACES.
       01 ws-pctl-status PIC XX VALUE SPACES.
       01 ws-prpt-status PIC XX VALUE SPACES.
       01 ws-prej-status PIC XX VALUE SPACES.
       01 ws-phsp-status PIC XX VALUE SPACES.
       01 ws-palrt-status PIC XX VALUE SPACES.
       01 ws-prspl-status PIC XX VALUE SPACES.
       01 ws-rpt-status PIC XX VALUE SPACES.
       01 ws-rej-status PIC XX VALUE SPACES.
       01 ws-hist-status PIC XX VALUE SPACES.
       01 ws-alert-status PIC XX VALUE SPACES.
       01 ws-fack-status PIC XX VALUE SPACES.
       01 ws-rret-status PIC XX VALUE SPACES.
       01 ws-hold-status PIC XX VALUE SPACES.
       01 ws-aud-status PIC XX VALUE SPACES.
       01 ws-read-done-sw PIC X.
       01 ws-hold-eof-sw PIC X.
       01 ws-aud-eof-sw PIC X VALUE "N".
           88 end-of-aud VALUE "Y".
       01 ws-prior-end-sw PIC X VALUE "N".
       01 ws-prior-end-run-id PIC X(16) VALUE SPACES.

      *    The partition file being read, whichever partition it is.
       COPY pctl.
       01 prpt-line PIC X(320).
       COPY rej REPLACING LEADING ==rej== BY ==prej==.
       COPY hist REPLACING LEADING ==hist== BY ==phsp==.
       COPY alert REPLACING LEADING ==alert== BY ==palrt==.
      *    TTT's results spool record (see ttt.cbl's rspl-rec).
       01 prspl-rec.
           05 prspl-rec-no PIC 9(6).
           05 prspl-source-system-id PIC X(8).
           05 prspl-result PIC X(70).
       01 ws-pctl-eof-sw PIC X.
       01 ws-prpt-eof-sw PIC X.
       01 ws-prej-eof-sw PIC X.
       01 ws-phsp-eof-sw PIC X.
       01 ws-palrt-eof-sw PIC X.
       01 ws-prspl-eof-sw PIC X.

      *    The current partition's file names, for the console and
      *    the report banner.
       01 ws-pctl-dd PIC X(8) VALUE SPACES.
       01 ws-prpt-dd PIC X(8) VALUE SPACES.
       01 ws-prej-dd PIC X(8) VALUE SPACES.
       01 ws-phsp-dd PIC X(8) VALUE SPACES.
       01 ws-palrt-dd PIC X(8) VALUE SPACES.
       01 ws-prspl-dd PIC X(8) VALUE SPACES.

      *    The split, from TTTPMAP.
       01 ws-partitions PIC 9 VALUE 0.
       01 ws-edit-count PIC 9(9) VALUE 0.
       01 ws-split-count PIC 9(9) VALUE 0.
       01 ws-split-run-id PIC X(16) VALUE SPACES.

      *    Each partition: what the split gave it, and the control
      *    totals its run reported.
       01 ws-pt-tbl.
           05 ws-pt-entry OCCURS 9 TIMES.
               10 ws-pt-split-count PIC 9(9).
               10 ws-pt-split-sources PIC 9(4).
               10 ws-pt-run-id PIC X(16).
               10 ws-pt-input-count PIC 9(6).
               10 ws-pt-output-count PIC 9(6).
               10 ws-pt-win-count PIC 9(6).
               10 ws-pt-draw-count PIC 9(6).
               10 ws-pt-loss-count PIC 9(6).
               10 ws-pt-reject-count PIC 9(6).
               10 ws-pt-node-count PIC 9(9).
               10 ws-pt-sym-hit-count PIC 9(6).
               10 ws-pt-budget-hit-count PIC 9(6).
               10 ws-pt-restarted PIC X.
       01 part-idx PIC 9 COMP.
       01 ws-cur-part PIC 9 VALUE 0.
       01 ws-incomplete-count PIC 9 VALUE 0.
       01 ws-incomplete-reason PIC X(40).

      *    Restart overlap: the points in one partition file where the
      *    record numbers go back (a restart began writing), and for
      *    each the lowest record number any restart from there on
      *    began at.  A record is kept unless a later restart began
      *    at or before its number.
       01 ws-rw-tbl.
           05 ws-rw-entry OCCURS 20 TIMES.
               10 ws-rw-pos PIC 9(9) COMP.
               10 ws-rw-start PIC 9(6).
               10 ws-rw-min PIC 9(6).
       01 ws-rw-count PIC 9(4) COMP VALUE 0.
       01 rw-idx PIC 9(4) COMP.
       01 ws-rw-next PIC 9(4) COMP.
       01 ws-rw-file-pos PIC 9(9) COMP.
       01 ws-rw-prev-no PIC 9(6).
       01 ws-rw-rec-no PIC 9(6).
       01 ws-rw-keep-sw PIC X.
       01 ws-rw-overflow-sw PIC X VALUE "N".
      *    Which partition's spool the table was last built for.
       01 ws-rw-spool-part PIC 9 VALUE 0.

      *    Per-source acknowledgment tallies, TTT's tables again,
      *    loaded from the partitions' control files -- plus the
      *    partition each source was solved in (0 for a source whose
      *    whole feed was held).
       01 ws-ack-src-tbl.
           05 ws-ack-src-entry OCCURS 50 TIMES.
               10 ws-ack-src-id PIC X(8).
               10 ws-ack-received PIC 9(9) COMP.
               10 ws-ack-accepted PIC 9(9) COMP.
               10 ws-ack-rejected PIC 9(9) COMP.
               10 ws-ack-partition PIC 9.
       01 ws-ack-src-used PIC 9(4) COMP VALUE 0.
       01 ws-ack-src-idx PIC 9(4) COMP.
       01 ws-ack-found-sw PIC X.
       01 ws-ack-overflow-sw PIC X VALUE "N".
       01 ws-ackcell-tbl.
           05 ws-ackcell-entry OCCURS 400 TIMES.
               10 ws-ackcell-src-id PIC X(8).
               10 ws-ackcell-code PIC X(4).
               10 ws-ackcell-count PIC 9(9) COMP.
       01 ws-ackcell-used PIC 9(4) COMP VALUE 0.
       01 ws-ackcell-idx PIC 9(4) COMP.
       01 ws-fack-batch-count PIC 9(9) COMP.
       01 ws-ackhold-tbl.
           05 ws-ackhold-entry OCCURS 200 TIMES.
               10 ws-ackhold-src-id PIC X(8).
               10 ws-ackhold-id PIC X(18).
               10 ws-ackhold-count PIC 9(9) COMP.
       01 ws-ackhold-used PIC 9(4) COMP VALUE 0.
       01 ws-ackhold-idx PIC 9(4) COMP.
       01 ws-rret-batch-count PIC 9(9) COMP.
       01 ws-rret-balanced-lit PIC X(3) VALUE "YES".

       01 ws-fack-cnt-rec.
           05 FILLER PIC X(6) VALUE "CNT   ".
           05 wfa-received PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-accepted PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-rejected PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-balanced PIC X(3).
           05 FILLER PIC X(31) VALUE SPACES.
       01 ws-fack-rea-rec.
           05 FILLER PIC X(6) VALUE "REA   ".
           05 wfa-reason-code PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-reason-count PIC 9(9).
           05 FILLER PIC X(50) VALUE SPACES.
       01 ws-fack-hld-rec.
           05 FILLER PIC X(6) VALUE "HLD   ".
           05 wfa-hold-id PIC X(18).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-held-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 wfa-held-status PIC X(4) VALUE "HELD".
           05 FILLER PIC X(31) VALUE SPACES.

      *    The combined totals, in TTT's own pictures.
       01 ws-win-count PIC 9(6) VALUE 0.
       01 ws-draw-count PIC 9(6) VALUE 0.
       01 ws-loss-count PIC 9(6) VALUE 0.
       01 ws-reject-count PIC 9(6) VALUE 0.
       01 ws-output-count PIC 9(6) VALUE 0.
       01 ws-cum-input-count PIC 9(6) VALUE 0.
       01 ws-sym-hit-count PIC 9(6) VALUE 0.
       01 ws-budget-hit-count PIC 9(6) VALUE 0.
       01 ws-total-node-count PIC 9(9) VALUE 0.
       01 ws-balanced-lit PIC X(3) VALUE "YES".
       01 ws-return-code PIC 99 VALUE 0.

       01 ws-detail-count PIC 9(9) VALUE 0.
       01 ws-rej-filed-count PIC 9(9) VALUE 0.
       01 ws-hist-count PIC 9(9) VALUE 0.
       01 ws-alert-count PIC 9(9) VALUE 0.
       01 ws-dropped-count PIC 9(9) VALUE 0.
       01 disp-count PIC 9(9).

       01 ws-current-date.
           05 ws-cd-yyyy PIC 9(4).
           05 ws-cd-mm PIC 9(2).
           05 ws-cd-dd PIC 9(2).

       01 ws-audit-job-name PIC X(8) VALUE "TTTPCONS".
       01 ws-audit-input-source PIC X(20) VALUE "TTTPMAP".
       01 ws-audit-position-count PIC 9(9) COMP.
       01 ws-audit-outcome PIC X(10) VALUE SPACES.
      *    This run's unique identifier -- job prefix plus the full
      *    start timestamp -- allocated once before the BEGIN audit
      *    event and stamped on the audit trail (and on every output
      *    record this run writes, where the record carries one).
       01 ws-run-id PIC X(16) VALUE SPACES.
      *    Echo of the run options in effect, carried onto the audit
      *    record (see audit.cpy's aud-options); spaces for jobs that
      *    read no options.
       01 ws-options-echo PIC X(60) VALUE SPACES.
      *    The signed-on operator (console transactions only; batch
      *    runs audit with spaces here).
       01 ws-operator-id PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
           CALL "ParmFile" USING
             BY REFERENCE parm-options
           PERFORM 0050-PARSE-PARM
           PERFORM 0100-READ-PARTITION-MAP
           PERFORM 0150-CHECK-PARTITIONS
           PERFORM 0065-CHECK-RUN-ONCE
           PERFORM 0060-WRITE-BEGIN-AUDIT
           PERFORM 0200-OPEN-OUTPUTS
           PERFORM 0250-WRITE-HEADING

           PERFORM VARYING part-idx FROM 1 BY 1
               UNTIL part-idx > ws-partitions
               MOVE part-idx TO ws-cur-part
               PERFORM 0280-NAME-PARTITION-FILES
               PERFORM 0300-COPY-REPORT
               PERFORM 0400-COPY-REJECTS
               PERFORM 0500-COPY-HISTORY
               PERFORM 0550-COPY-ALERTS
           END-PERFORM

           PERFORM 0900-WRITE-SUMMARY
           PERFORM 0925-BALANCE-CONTROLS
           PERFORM 0930-WRITE-FEED-ACK
           PERFORM 0945-WRITE-RESULTS-RETURN
           PERFORM 0950-SET-RETURN-CODE
           CLOSE ttt-rpt ttt-rej ttt-hist ttt-alert
           PERFORM 0975-WRITE-AUDIT-LOG
      *    RETURN-CODE is loaded last, after the audit-log CALL, which
      *    would otherwise replace it.
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

      *    PARM FORCE reruns a cycle already consolidated (see the
      *    run-once guard); no PARM otherwise.
       0050-PARSE-PARM.
           ACCEPT ws-parm FROM COMMAND-LINE
           IF ws-parm(1:5) = "FORCE" THEN
               MOVE "Y" TO ws-force-sw
           END-IF.

       0100-READ-PARTITION-MAP.
           OPEN INPUT ttt-pmap
           IF ws-pmap-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open TTTPMAP, status "
                   ws-pmap-status " -- NO SPLIT TO CONSOLIDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               READ ttt-pmap
                   AT END
                       MOVE "Y" TO ws-read-done-sw
                   NOT AT END
                       EVALUATE TRUE
                           WHEN pmap-header
                               MOVE pmap-partitions TO ws-partitions
                               MOVE pmap-edit-count TO ws-edit-count
                               MOVE pmap-split-count
                                   TO ws-split-count
                               MOVE pmap-run-id TO ws-split-run-id
                               IF pmap-cycle-date NOT = cycle-date
                                   MOVE 0 TO ws-partitions
                               END-IF
                           WHEN pmap-partition
                               MOVE pmap-part-count
                                   TO ws-pt-split-count(pmap-part-no)
                               MOVE pmap-part-sources
                                   TO ws-pt-split-sources(pmap-part-no)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ttt-pmap
           IF ws-partitions = 0 THEN
               DISPLAY "TTTPCONS: TTTPMAP IS NOT A SPLIT OF CYCLE "
                   cycle-date " -- NOTHING TO CONSOLIDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ws-options-echo
           STRING "PARTITIONS=" ws-partitions
               DELIMITED BY SIZE INTO ws-options-echo.

      *    Every partition must have finished, balanced, for this
      *    cycle and for all the records it was given, before any
      *    output is touched.  Each one that has not is named, with
      *    how to rerun it, and the step ends without consolidating.
       0150-CHECK-PARTITIONS.
           PERFORM VARYING part-idx FROM 1 BY 1
               UNTIL part-idx > ws-partitions
               MOVE part-idx TO ws-cur-part
               PERFORM 0280-NAME-PARTITION-FILES
               PERFORM 0160-LOAD-PARTITION-CONTROL
               IF ws-incomplete-reason NOT = SPACES THEN
                   ADD 1 TO ws-incomplete-count
                   DISPLAY "TTTPCONS: PARTITION " ws-cur-part
                       " NOT COMPLETE -- " ws-incomplete-reason
                   DISPLAY "TTTPCONS:   RERUN PARTITION "
                       ws-cur-part " ALONE: PARM PARTITION="
                       ws-cur-part ", WITH RESTART= OFF TTTCKPP"
                       ws-cur-part " IF IT ABENDED"
               END-IF
           END-PERFORM
           IF ws-incomplete-count > 0 THEN
               DISPLAY "TTTPCONS: " ws-incomplete-count " OF "
                   ws-partitions " PARTITIONS NOT COMPLETE -- "
                   "NOTHING CONSOLIDATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-LOAD-PARTITION-CONTROL.
           MOVE SPACES TO ws-incomplete-reason
           PERFORM 4000-OPEN-PCTL
           IF ws-pctl-status NOT = "00" THEN
               MOVE "NO CONTROL FILE -- NOT RUN"
                   TO ws-incomplete-reason
               EXIT PARAGRAPH
           END-IF
           PERFORM 4010-READ-PCTL
           IF ws-pctl-eof-sw = "Y" THEN
               MOVE "CONTROL FILE EMPTY -- ABENDED OR RUNNING"
                   TO ws-incomplete-reason
           END-IF
           IF ws-incomplete-reason = SPACES THEN
               EVALUATE TRUE
                   WHEN NOT pctl-totals
                       MOVE "CONTROL FILE HAS NO TOTALS RECORD"
                           TO ws-incomplete-reason
                   WHEN pctl-cycle-date NOT = cycle-date
                       MOVE "NOT RUN FOR THIS CYCLE"
                           TO ws-incomplete-reason
                   WHEN pctl-balanced NOT = "YES"
                       MOVE "CONTROL TOTALS OUT OF BALANCE"
                           TO ws-incomplete-reason
                   WHEN pctl-input-count
                           NOT = ws-pt-split-count(ws-cur-part)
                       MOVE "DID NOT SOLVE EVERY RECORD SPLIT TO IT"
                           TO ws-incomplete-reason
                   WHEN OTHER
                       PERFORM 0170-KEEP-PARTITION-TOTALS
               END-EVALUATE
           END-IF
           IF ws-incomplete-reason = SPACES THEN
               MOVE "N" TO ws-read-done-sw
               PERFORM UNTIL ws-read-done-sw = "Y"
                   PERFORM 4010-READ-PCTL
                   IF ws-pctl-eof-sw = "Y" THEN
                       MOVE "Y" TO ws-read-done-sw
                   ELSE
                       IF pctl-source THEN
                           PERFORM 0180-ADD-SOURCE-COUNTS
                       END-IF
                       IF pctl-reason THEN
                           PERFORM 0190-ADD-REASON-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 4020-CLOSE-PCTL.

       0170-KEEP-PARTITION-TOTALS.
           MOVE pctl-run-id TO ws-pt-run-id(ws-cur-part)
           MOVE pctl-input-count TO ws-pt-input-count(ws-cur-part)
           MOVE pctl-output-count TO ws-pt-output-count(ws-cur-part)
           MOVE pctl-win-count TO ws-pt-win-count(ws-cur-part)
           MOVE pctl-draw-count TO ws-pt-draw-count(ws-cur-part)
           MOVE pctl-loss-count TO ws-pt-loss-count(ws-cur-part)
           MOVE pctl-reject-count TO ws-pt-reject-count(ws-cur-part)
           MOVE pctl-node-count TO ws-pt-node-count(ws-cur-part)
           MOVE pctl-sym-hit-count
               TO ws-pt-sym-hit-count(ws-cur-part)
           MOVE pctl-budget-hit-count
               TO ws-pt-budget-hit-count(ws-cur-part)
           MOVE pctl-restarted TO ws-pt-restarted(ws-cur-part)
           IF pctl-ack-overflow = "Y" THEN
               MOVE "Y" TO ws-ack-overflow-sw
           END-IF
           ADD pctl-input-count TO ws-cum-input-count
           ADD pctl-output-count TO ws-output-count
           ADD pctl-win-count TO ws-win-count
           ADD pctl-draw-count TO ws-draw-count
           ADD pctl-loss-count TO ws-loss-count
           ADD pctl-reject-count TO ws-reject-count
           ADD pctl-node-count TO ws-total-node-count
           ADD pctl-sym-hit-count TO ws-sym-hit-count
           ADD pctl-budget-hit-count TO ws-budget-hit-count.

      *    A source is split to one partition only, so each source
      *    arrives here once.
       0180-ADD-SOURCE-COUNTS.
           IF ws-ack-src-used >= 50 THEN
               MOVE "Y" TO ws-ack-overflow-sw
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-ack-src-used
           MOVE pctl-src-id TO ws-ack-src-id(ws-ack-src-used)
           MOVE pctl-src-received TO ws-ack-received(ws-ack-src-used)
           MOVE pctl-src-accepted TO ws-ack-accepted(ws-ack-src-used)
           MOVE pctl-src-rejected TO ws-ack-rejected(ws-ack-src-used)
           MOVE ws-cur-part TO ws-ack-partition(ws-ack-src-used).

       0190-ADD-REASON-COUNT.
           IF ws-ackcell-used >= 400 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-ackcell-used
           MOVE pctl-rsn-src-id TO ws-ackcell-src-id(ws-ackcell-used)
           MOVE pctl-rsn-code TO ws-ackcell-code(ws-ackcell-used)
           MOVE pctl-rsn-count TO ws-ackcell-count(ws-ackcell-used).

      *    Run-once guard, the same as TTT's: an END event for this
      *    job and cycle date already on the trail, not since backed
      *    out, refuses the run unless PARM FORCE under a rerun
      *    authorization (0067-CHECK-FORCE-AUTH).
       0065-CHECK-RUN-ONCE.
           IF ws-force-sw = "Y" THEN
               PERFORM 0067-CHECK-FORCE-AUTH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ttt-aud
           IF ws-aud-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL end-of-aud
               READ ttt-aud
                   AT END
                       SET end-of-aud TO TRUE
                   NOT AT END
                       IF aud-job-name = "TTTPCONS"
                               AND aud-event-type = "END  "
                               AND aud-run-date = cycle-date THEN
                           MOVE "Y" TO ws-prior-end-sw
                           MOVE aud-run-id TO ws-prior-end-run-id
                       END-IF
                       IF aud-event-type = "BKOUT"
                               AND ws-prior-end-sw = "Y"
                               AND aud-options(7:16)
                                   = ws-prior-end-run-id THEN
                           MOVE "N" TO ws-prior-end-sw
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-aud
           IF ws-prior-end-sw = "Y" THEN
               DISPLAY "TTTPCONS: CYCLE " cycle-date
                   " ALREADY CONSOLIDATED (" ws-prior-end-run-id
                   ") -- DUPLICATE RUN REFUSED (PARM FORCE "
                   "OVERRIDES UNDER A RERUN AUTHORIZATION)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    PARM FORCE is honored only under an OPEN, unexpired rerun
      *    authorization on TTTRRAU for TTTPCONS and this cycle,
      *    which the run uses up -- as for TTT (see ttt.cbl), its id
      *    stamped on the BEGIN and END events as FA=nnnnnn, and a
      *    refusal left on the trail as a REFUS event for TTTFRCRP.
       0067-CHECK-FORCE-AUTH.
           CALL "RerunAuth" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE cycle-date
             BY REFERENCE ws-force-auth-id
             BY REFERENCE ws-force-auth-sw
             BY CONTENT 0
           IF ws-force-auth-sw = "Y" THEN
               STRING " FA=" ws-force-auth-id
                   DELIMITED BY SIZE INTO ws-options-echo(13:10)
               DISPLAY "TTTPCONS: PARM FORCE HONORED UNDER RERUN "
                   "AUTHORIZATION " ws-force-auth-id
                   " FOR CYCLE " cycle-date
               EXIT PARAGRAPH
           END-IF
           IF ws-force-auth-sw = "X" THEN
               DISPLAY "TTTPCONS: RERUN AUTHORIZATION FOR CYCLE "
                   cycle-date " HAS EXPIRED -- PARM FORCE REFUSED"
               MOVE "EXPIRED   " TO ws-audit-outcome
           ELSE
               DISPLAY "TTTPCONS: NO RERUN AUTHORIZATION ON TTTRRAU "
                   "FOR CYCLE " cycle-date " -- PARM FORCE REFUSED"
               MOVE "NO AUTH   " TO ws-audit-outcome
           END-IF
           MOVE 0 TO ws-audit-position-count
           MOVE SPACES TO ws-run-id
           STRING "T0" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "REFUS"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    A begin event on the audit trail before any output is
      *    touched: if this run abends, the orphaned BEGIN is the
      *    trace that it started, and pairing it with the END event
      *    gives the run's elapsed duration.  TTTDEPS reads both to
      *    decide whether the steps that depend on this one may run.
       0060-WRITE-BEGIN-AUDIT.
           MOVE 0 TO ws-audit-position-count
           MOVE "STARTED   " TO ws-audit-outcome
           MOVE SPACES TO ws-run-id
           STRING "T0" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO ws-run-id
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "BEGIN"
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

      *    TTTRPT, TTTREJ and TTTALRT1 are cut whole, as a from-the-
      *    top TTT run cuts them; TTTHSP1 extends, as TTT's spill
      *    always does (status-35 first-time fallback).
       0200-OPEN-OUTPUTS.
           OPEN OUTPUT ttt-rpt
           IF ws-rpt-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open TTTRPT, status "
                   ws-rpt-status
               PERFORM 0990-ABANDON-RUN
           END-IF
           OPEN OUTPUT ttt-rej
           IF ws-rej-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open TTTREJ, status "
                   ws-rej-status
               CLOSE ttt-rpt
               PERFORM 0990-ABANDON-RUN
           END-IF
           OPEN EXTEND ttt-hist
           IF ws-hist-status = "35" THEN
               OPEN OUTPUT ttt-hist
               CLOSE ttt-hist
               OPEN EXTEND ttt-hist
           END-IF
           IF ws-hist-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open TTTHSP1, status "
                   ws-hist-status
               CLOSE ttt-rpt ttt-rej
               PERFORM 0990-ABANDON-RUN
           END-IF
           OPEN OUTPUT ttt-alert
           IF ws-alert-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open TTTALRT1, status "
                   ws-alert-status
               CLOSE ttt-rpt ttt-rej ttt-hist
               PERFORM 0990-ABANDON-RUN
           END-IF.

       0250-WRITE-HEADING.
           MOVE cycle-date TO ws-current-date
           MOVE SPACES TO rpt-line
           STRING "TTT SOLVER REPORT  RUN DATE " ws-cd-yyyy "-"
               ws-cd-mm "-" ws-cd-dd
               DELIMITED BY SIZE INTO rpt-line
           WRITE rpt-line
           MOVE SPACES TO rpt-line
           STRING "OPTIONS CKPT-INTERVAL=" parm-ckpt-interval
               " LOSS-ALERT-THRESHOLD=" parm-loss-alert-threshold
               " REPORT-VERBOSITY=" parm-report-verbosity
               " EXPRESS-MODE=" parm-express-mode
               " NODE-BUDGET=" parm-node-budget
               DELIMITED BY SIZE INTO rpt-line
           WRITE rpt-line
           MOVE SPACES TO rpt-line
           STRING "PARTITIONED RUN  PARTITIONS=" ws-partitions
               " SPLIT RUN-ID=" ws-split-run-id
               " CONSOLIDATION RUN-ID=" ws-run-id
               DELIMITED BY SIZE INTO rpt-line
           WRITE rpt-line
           MOVE ALL "-" TO rpt-line
           WRITE rpt-line.

       0280-NAME-PARTITION-FILES.
           MOVE SPACES TO ws-pctl-dd ws-prpt-dd ws-prej-dd
               ws-phsp-dd ws-palrt-dd ws-prspl-dd
           STRING "TTTPCTP" ws-cur-part
               DELIMITED BY SIZE INTO ws-pctl-dd
           STRING "TTTRPTP" ws-cur-part
               DELIMITED BY SIZE INTO ws-prpt-dd
           STRING "TTTREJP" ws-cur-part
               DELIMITED BY SIZE INTO ws-prej-dd
           STRING "TTTHS1P" ws-cur-part
               DELIMITED BY SIZE INTO ws-phsp-dd
           STRING "TTTAL1P" ws-cur-part
               DELIMITED BY SIZE INTO ws-palrt-dd
           STRING "TTTRSPP" ws-cur-part
               DELIMITED BY SIZE INTO ws-prspl-dd.

      *    The partition's detail lines under a banner -- its own
      *    headings, summaries and control totals give way to the
      *    consolidated ones.  Two passes: the first finds where
      *    restarts began, the second copies.
       0300-COPY-REPORT.
           MOVE SPACES TO rpt-line
           STRING "PARTITION " ws-cur-part
               "  " ws-prpt-dd
               "  RUN-ID=" ws-pt-run-id(ws-cur-part)
               "  SOURCES=" ws-pt-split-sources(ws-cur-part)
               DELIMITED BY SIZE INTO rpt-line
           WRITE rpt-line
           PERFORM 4100-OPEN-PRPT
           IF ws-prpt-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open " ws-prpt-dd
                   ", status " ws-prpt-status
                   " -- PARTITION DETAIL LINES NOT COPIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3900-START-REWIND-SCAN
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               PERFORM 4110-READ-PRPT
               IF ws-prpt-eof-sw = "Y" THEN
                   MOVE "Y" TO ws-read-done-sw
               ELSE
                   IF prpt-line(1:6) = "RECNO=" THEN
                       MOVE prpt-line(7:6) TO ws-rw-rec-no
                       PERFORM 3910-NOTE-REC-NO
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4120-CLOSE-PRPT
           PERFORM 3920-FINISH-REWIND-SCAN

           PERFORM 4100-OPEN-PRPT
           PERFORM 3930-START-REWIND-COPY
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               PERFORM 4110-READ-PRPT
               IF ws-prpt-eof-sw = "Y" THEN
                   MOVE "Y" TO ws-read-done-sw
               ELSE
                   IF prpt-line(1:6) = "RECNO=" THEN
                       MOVE prpt-line(7:6) TO ws-rw-rec-no
                       PERFORM 3940-CHECK-REC-NO
                       IF ws-rw-keep-sw = "Y" THEN
                           MOVE prpt-line TO rpt-line
                           WRITE rpt-line
                           ADD 1 TO ws-detail-count
                       ELSE
                           ADD 1 TO ws-dropped-count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4120-CLOSE-PRPT.

       0400-COPY-REJECTS.
           PERFORM 4200-OPEN-PREJ
           IF ws-prej-status = "35" THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-prej-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open " ws-prej-dd
                   ", status " ws-prej-status
                   " -- PARTITION REJECTS NOT COPIED"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3900-START-REWIND-SCAN
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               PERFORM 4210-READ-PREJ
               IF ws-prej-eof-sw = "Y" THEN
                   MOVE "Y" TO ws-read-done-sw
               ELSE
                   MOVE prej-rec-no TO ws-rw-rec-no
                   PERFORM 3910-NOTE-REC-NO
               END-IF
           END-PERFORM
           PERFORM 4220-CLOSE-PREJ
           PERFORM 3920-FINISH-REWIND-SCAN

           PERFORM 4200-OPEN-PREJ
           PERFORM 3930-START-REWIND-COPY
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               PERFORM 4210-READ-PREJ
               IF ws-prej-eof-sw = "Y" THEN
                   MOVE "Y" TO ws-read-done-sw
               ELSE
                   MOVE prej-rec-no TO ws-rw-rec-no
                   PERFORM 3940-CHECK-REC-NO
                   IF ws-rw-keep-sw = "Y" THEN
                       MOVE prej-rec TO rej-rec
                       WRITE rej-rec
                       ADD 1 TO ws-rej-filed-count
                   ELSE
                       ADD 1 TO ws-dropped-count
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4220-CLOSE-PREJ.

       0500-COPY-HISTORY.
           PERFORM 4300-OPEN-PHSP
           IF ws-phsp-status = "35" THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-phsp-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open " ws-phsp-dd
                   ", status " ws-phsp-status
                   " -- PARTITION HISTORY NOT COPIED"
               MOVE "NO " TO ws-balanced-lit
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               PERFORM 4310-READ-PHSP
               IF ws-phsp-eof-sw = "Y" THEN
                   MOVE "Y" TO ws-read-done-sw
               ELSE
                   MOVE phsp-rec TO hist-rec
                   WRITE hist-rec
                   ADD 1 TO ws-hist-count
               END-IF
           END-PERFORM
           PERFORM 4320-CLOSE-PHSP.

       0550-COPY-ALERTS.
           PERFORM 4400-OPEN-PALRT
           IF ws-palrt-status = "35" THEN
               EXIT PARAGRAPH
           END-IF
           IF ws-palrt-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open " ws-palrt-dd
                   ", status " ws-palrt-status
                   " -- PARTITION ALERTS NOT COPIED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               PERFORM 4410-READ-PALRT
               IF ws-palrt-eof-sw = "Y" THEN
                   MOVE "Y" TO ws-read-done-sw
               ELSE
                   MOVE palrt-rec TO alert-rec
                   WRITE alert-rec
                   ADD 1 TO ws-alert-count
               END-IF
           END-PERFORM
           PERFORM 4420-CLOSE-PALRT.

       0900-WRITE-SUMMARY.
           MOVE ALL "-" TO rpt-line
           WRITE rpt-line
           PERFORM VARYING part-idx FROM 1 BY 1
               UNTIL part-idx > ws-partitions
               MOVE part-idx TO ws-cur-part
               MOVE SPACES TO rpt-line
               STRING "PARTITION " ws-cur-part
                   " INPUT=" ws-pt-input-count(part-idx)
                   " VALIDATED=" ws-pt-output-count(part-idx)
                   " REJECTED=" ws-pt-reject-count(part-idx)
                   " WINS=" ws-pt-win-count(part-idx)
                   " DRAWS=" ws-pt-draw-count(part-idx)
                   " LOSSES=" ws-pt-loss-count(part-idx)
                   " NODES=" ws-pt-node-count(part-idx)
                   DELIMITED BY SIZE INTO rpt-line
               IF ws-pt-restarted(part-idx) = "R" THEN
                   MOVE "RESTARTED" TO rpt-line(150:9)
               END-IF
               WRITE rpt-line
           END-PERFORM
           MOVE ALL "-" TO rpt-line
           WRITE rpt-line
           MOVE SPACES TO rpt-line
           STRING "WINS=" ws-win-count " DRAWS=" ws-draw-count
               " LOSSES=" ws-loss-count " REJECTS=" ws-reject-count
               " NODES=" ws-total-node-count
               " SYMHITS=" ws-sym-hit-count
               " BUDGETHIT=" ws-budget-hit-count
               DELIMITED BY SIZE INTO rpt-line
           WRITE rpt-line.

      *    TTT's two controls over the combined counts, and three
      *    more the partitioning adds: the input across the
      *    partitions against the split and against the edit, and
      *    the rejects filed against the rejects counted.
       0925-BALANCE-CONTROLS.
           IF ws-cum-input-count NOT =
                   ws-reject-count + ws-output-count THEN
               MOVE "NO " TO ws-balanced-lit
           END-IF
           IF ws-output-count NOT =
                   ws-win-count + ws-draw-count + ws-loss-count THEN
               MOVE "NO " TO ws-balanced-lit
           END-IF
           IF ws-cum-input-count NOT = ws-split-count
                   OR ws-split-count NOT = ws-edit-count THEN
               MOVE "NO " TO ws-balanced-lit
           END-IF
           IF ws-rej-filed-count NOT = ws-reject-count THEN
               MOVE "NO " TO ws-balanced-lit
           END-IF

           MOVE SPACES TO rpt-line
           STRING "CONTROL TOTALS INPUT=" ws-cum-input-count
               " VALIDATED=" ws-output-count
               " REJECTED=" ws-reject-count
               " BALANCED=" ws-balanced-lit
               DELIMITED BY SIZE INTO rpt-line
           WRITE rpt-line
           MOVE SPACES TO rpt-line
           STRING "EDIT PASSED TO TTTIN=" ws-edit-count
               " SPLIT=" ws-split-count
               " REJECTS FILED=" ws-rej-filed-count
               " HISTORY=" ws-hist-count
               " ALERTS=" ws-alert-count
               " RESTART DUPLICATES DROPPED=" ws-dropped-count
               DELIMITED BY SIZE INTO rpt-line
           WRITE rpt-line

           IF ws-balanced-lit NOT = "YES" THEN
               DISPLAY "TTTPCONS: CONTROL TOTALS OUT OF BALANCE"
           END-IF.

      *    One acknowledgment batch per sending source, exactly as
      *    TTT's 0930 cuts it: header, CNT, one REA per reject reason
      *    code, one HLD per batch held over quota, trailer.
       0930-WRITE-FEED-ACK.
           PERFORM 0932-COLLECT-HELD-BATCHES
           OPEN OUTPUT ttt-fack
           IF ws-fack-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open TTTFACK, status "
                   ws-fack-status
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ws-ack-src-idx FROM 1 BY 1
               UNTIL ws-ack-src-idx > ws-ack-src-used
               PERFORM 0935-WRITE-ONE-SOURCE-ACK
           END-PERFORM
           CLOSE ttt-fack
           IF ws-ack-overflow-sw = "Y" THEN
               DISPLAY "TTTPCONS: ACK SOURCE TABLE FULL -- SOME "
                   "SOURCES NOT ACKNOWLEDGED ON TTTFACK"
           END-IF.

      *    A source whose whole feed was held still gets an
      *    acknowledgment -- zero counts and its HLD records -- so it
      *    hears that the records arrived and why they were not run.
       0932-COLLECT-HELD-BATCHES.
           OPEN INPUT ttt-hold
           IF ws-hold-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-hold-eof-sw
           PERFORM UNTIL ws-hold-eof-sw = "Y"
               READ ttt-hold
                   AT END
                       MOVE "Y" TO ws-hold-eof-sw
                   NOT AT END
                       IF hold-cycle-date = cycle-date THEN
                           PERFORM 0933-TALLY-HELD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ttt-hold.

       0933-TALLY-HELD-RECORD.
           IF ws-ackhold-used > 0 THEN
               IF ws-ackhold-id(ws-ackhold-used) = hold-id THEN
                   ADD 1 TO ws-ackhold-count(ws-ackhold-used)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ws-ackhold-used >= 200 THEN
               MOVE "Y" TO ws-ack-overflow-sw
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-ackhold-used
           MOVE hold-source-system-id
               TO ws-ackhold-src-id(ws-ackhold-used)
           MOVE hold-id TO ws-ackhold-id(ws-ackhold-used)
           MOVE 1 TO ws-ackhold-count(ws-ackhold-used)

           MOVE "N" TO ws-ack-found-sw
           PERFORM VARYING ws-ack-src-idx FROM 1 BY 1
               UNTIL ws-ack-src-idx > ws-ack-src-used
                   OR ws-ack-found-sw = "Y"
               IF ws-ack-src-id(ws-ack-src-idx)
                       = hold-source-system-id THEN
                   MOVE "Y" TO ws-ack-found-sw
               END-IF
           END-PERFORM
           IF ws-ack-found-sw = "N" THEN
               IF ws-ack-src-used < 50 THEN
                   ADD 1 TO ws-ack-src-used
                   MOVE hold-source-system-id
                       TO ws-ack-src-id(ws-ack-src-used)
                   MOVE 0 TO ws-ack-received(ws-ack-src-used)
                   MOVE 0 TO ws-ack-accepted(ws-ack-src-used)
                   MOVE 0 TO ws-ack-rejected(ws-ack-src-used)
                   MOVE 0 TO ws-ack-partition(ws-ack-src-used)
               ELSE
                   MOVE "Y" TO ws-ack-overflow-sw
               END-IF
           END-IF.

       0935-WRITE-ONE-SOURCE-ACK.
      *    The control layouts are record descriptions of this FD, so
      *    they build in the record area and write directly -- a MOVE
      *    onto fack-rec would be a self-move of the same storage.
           MOVE SPACES TO feed-hdr-rec
           MOVE "HDR   " TO feed-hdr-id
           MOVE cycle-date TO feed-hdr-date
           MOVE ws-ack-src-id(ws-ack-src-idx)
               TO feed-hdr-source-system-id
           WRITE feed-hdr-rec

           MOVE 0 TO ws-fack-batch-count
           MOVE ws-ack-received(ws-ack-src-idx) TO wfa-received
           MOVE ws-ack-accepted(ws-ack-src-idx) TO wfa-accepted
           MOVE ws-ack-rejected(ws-ack-src-idx) TO wfa-rejected
           MOVE ws-balanced-lit TO wfa-balanced
           MOVE ws-fack-cnt-rec TO fack-rec
           WRITE fack-rec
           ADD 1 TO ws-fack-batch-count

           PERFORM VARYING ws-ackcell-idx FROM 1 BY 1
               UNTIL ws-ackcell-idx > ws-ackcell-used
               IF ws-ackcell-src-id(ws-ackcell-idx)
                       = ws-ack-src-id(ws-ack-src-idx) THEN
                   MOVE ws-ackcell-code(ws-ackcell-idx)
                       TO wfa-reason-code
                   MOVE ws-ackcell-count(ws-ackcell-idx)
                       TO wfa-reason-count
                   MOVE ws-fack-rea-rec TO fack-rec
                   WRITE fack-rec
                   ADD 1 TO ws-fack-batch-count
               END-IF
           END-PERFORM

           PERFORM VARYING ws-ackhold-idx FROM 1 BY 1
               UNTIL ws-ackhold-idx > ws-ackhold-used
               IF ws-ackhold-src-id(ws-ackhold-idx)
                       = ws-ack-src-id(ws-ack-src-idx) THEN
                   MOVE ws-ackhold-id(ws-ackhold-idx) TO wfa-hold-id
                   MOVE ws-ackhold-count(ws-ackhold-idx)
                       TO wfa-held-count
                   MOVE ws-fack-hld-rec TO fack-rec
                   WRITE fack-rec
                   ADD 1 TO ws-fack-batch-count
               END-IF
           END-PERFORM

           MOVE SPACES TO feed-trl-rec
           MOVE "TRL   " TO feed-trl-id
           MOVE ws-fack-batch-count TO feed-trl-record-count
           WRITE feed-trl-rec.

      *    Results return batches, one per source on the TTTFACK just
      *    cut and in the same order, each trailer balancing to the
      *    source's accepted count as on TTT's.  A source's answers
      *    are all on the one partition's spool it was solved in.
       0945-WRITE-RESULTS-RETURN.
           OPEN OUTPUT ttt-rret
           IF ws-rret-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open TTTRRET, status "
                   ws-rret-status
               MOVE "NO " TO ws-rret-balanced-lit
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ws-ack-src-idx FROM 1 BY 1
               UNTIL ws-ack-src-idx > ws-ack-src-used
               PERFORM 0946-WRITE-ONE-SOURCE-RETURN
           END-PERFORM
           CLOSE ttt-rret
           IF ws-rret-balanced-lit NOT = "YES" THEN
               DISPLAY "TTTPCONS: TTTRRET OUT OF BALANCE WITH TTTFACK"
           END-IF.

       0946-WRITE-ONE-SOURCE-RETURN.
           MOVE SPACES TO rret-hdr-rec
           MOVE "HDR   " TO rret-hdr-id
           MOVE cycle-date TO rret-hdr-date
           MOVE ws-ack-src-id(ws-ack-src-idx)
               TO rret-hdr-source-system-id
           WRITE rret-hdr-rec

           MOVE 0 TO ws-rret-batch-count
           IF ws-ack-partition(ws-ack-src-idx) > 0 THEN
               MOVE ws-ack-partition(ws-ack-src-idx) TO ws-cur-part
               PERFORM 0280-NAME-PARTITION-FILES
               IF ws-cur-part NOT = ws-rw-spool-part THEN
                   PERFORM 0947-SCAN-PARTITION-SPOOL
               END-IF
               PERFORM 0948-COPY-SOURCE-ANSWERS
           END-IF

           MOVE SPACES TO rret-trl-rec
           MOVE "TRL   " TO rret-trl-id
           MOVE ws-rret-batch-count TO rret-trl-record-count
           WRITE rret-trl-rec
           IF ws-rret-batch-count
                   NOT = ws-ack-accepted(ws-ack-src-idx) THEN
               DISPLAY "TTTPCONS: TTTRRET BATCH FOR "
                   ws-ack-src-id(ws-ack-src-idx)
                   " HAS " ws-rret-batch-count
                   " ANSWERS, TTTFACK ACCEPTED "
                   ws-ack-accepted(ws-ack-src-idx)
               MOVE "NO " TO ws-rret-balanced-lit
           END-IF.

      *    Where restarts began in this partition's spool; kept for
      *    each of the partition's sources in turn.
       0947-SCAN-PARTITION-SPOOL.
           MOVE ws-cur-part TO ws-rw-spool-part
           PERFORM 3900-START-REWIND-SCAN
           PERFORM 4500-OPEN-PRSPL
           IF ws-prspl-status NOT = "00" THEN
               PERFORM 3920-FINISH-REWIND-SCAN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               PERFORM 4510-READ-PRSPL
               IF ws-prspl-eof-sw = "Y" THEN
                   MOVE "Y" TO ws-read-done-sw
               ELSE
                   MOVE prspl-rec-no TO ws-rw-rec-no
                   PERFORM 3910-NOTE-REC-NO
               END-IF
           END-PERFORM
           PERFORM 4520-CLOSE-PRSPL
           PERFORM 3920-FINISH-REWIND-SCAN.

       0948-COPY-SOURCE-ANSWERS.
           PERFORM 4500-OPEN-PRSPL
           IF ws-prspl-status NOT = "00" THEN
               DISPLAY "TTTPCONS: unable to open " ws-prspl-dd
                   ", status " ws-prspl-status
               MOVE "NO " TO ws-rret-balanced-lit
               EXIT PARAGRAPH
           END-IF
           PERFORM 3930-START-REWIND-COPY
           MOVE "N" TO ws-read-done-sw
           PERFORM UNTIL ws-read-done-sw = "Y"
               PERFORM 4510-READ-PRSPL
               IF ws-prspl-eof-sw = "Y" THEN
                   MOVE "Y" TO ws-read-done-sw
               ELSE
                   MOVE prspl-rec-no TO ws-rw-rec-no
      *            Every record moves the file position; only this
      *            source's own are copied, or counted as dropped.
                   PERFORM 3940-CHECK-REC-NO
                   IF prspl-source-system-id
                           = ws-ack-src-id(ws-ack-src-idx) THEN
                       IF ws-rw-keep-sw = "Y" THEN
                           MOVE prspl-result TO rret-rec
                           WRITE rret-rec
                           ADD 1 TO ws-rret-batch-count
                       ELSE
                           ADD 1 TO ws-dropped-count
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4520-CLOSE-PRSPL.

      *    RETURN-CODE as TTT sets it for a whole-feed run.
       0950-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN ws-balanced-lit NOT = "YES"
                   MOVE 16 TO ws-return-code
               WHEN ws-rret-balanced-lit NOT = "YES"
                   MOVE 16 TO ws-return-code
               WHEN ws-reject-count > 0
                   MOVE 8 TO ws-return-code
               WHEN ws-loss-count > parm-loss-alert-threshold
                   MOVE 4 TO ws-return-code
               WHEN OTHER
                   MOVE 0 TO ws-return-code
           END-EVALUATE.

      *    The END event carries the records consolidated, with the
      *    outcome in TTT's own terms.
       0975-WRITE-AUDIT-LOG.
           MOVE ws-cum-input-count TO ws-audit-position-count
           EVALUATE ws-return-code
               WHEN 16
                   MOVE "OUT-OF-BAL" TO ws-audit-outcome
               WHEN 8
                   MOVE "REJECTS   " TO ws-audit-outcome
               WHEN 4
                   MOVE "LOSSES    " TO ws-audit-outcome
               WHEN OTHER
                   MOVE "OK        " TO ws-audit-outcome
           END-EVALUATE
           CALL "AuditLog" USING
             BY REFERENCE ws-audit-job-name
             BY REFERENCE ws-audit-input-source
             BY REFERENCE ws-audit-position-count
             BY REFERENCE ws-audit-outcome
             BY CONTENT "END  "
             BY REFERENCE ws-run-id
             BY REFERENCE ws-options-echo
             BY REFERENCE ws-operator-id.

      *    An output that will not open ends the run 16, audited, with
      *    whatever was opened before it closed by the caller.
       0990-ABANDON-RUN.
           MOVE 16 TO ws-return-code
           MOVE 0 TO ws-cum-input-count
           PERFORM 0975-WRITE-AUDIT-LOG
           MOVE ws-return-code TO RETURN-CODE
           STOP RUN.

       3900-START-REWIND-SCAN.
           MOVE 0 TO ws-rw-count
           MOVE 0 TO ws-rw-file-pos
           MOVE 0 TO ws-rw-prev-no.

      *    A record number no higher than the one before it is where
      *    a restart began writing.
       3910-NOTE-REC-NO.
           ADD 1 TO ws-rw-file-pos
           IF ws-rw-file-pos > 1
                   AND ws-rw-rec-no NOT > ws-rw-prev-no THEN
               IF ws-rw-count < 20 THEN
                   ADD 1 TO ws-rw-count
                   MOVE ws-rw-file-pos TO ws-rw-pos(ws-rw-count)
                   MOVE ws-rw-rec-no TO ws-rw-start(ws-rw-count)
               ELSE
                   MOVE "Y" TO ws-rw-overflow-sw
               END-IF
           END-IF
           MOVE ws-rw-rec-no TO ws-rw-prev-no.

      *    Lowest restart start from each restart on, last to first.
       3920-FINISH-REWIND-SCAN.
           PERFORM VARYING rw-idx FROM ws-rw-count BY -1
               UNTIL rw-idx < 1
               MOVE ws-rw-start(rw-idx) TO ws-rw-min(rw-idx)
               IF rw-idx < ws-rw-count THEN
                   IF ws-rw-min(rw-idx + 1) < ws-rw-min(rw-idx) THEN
                       MOVE ws-rw-min(rw-idx + 1) TO ws-rw-min(rw-idx)
                   END-IF
               END-IF
           END-PERFORM
           IF ws-rw-overflow-sw = "Y" THEN
               DISPLAY "TTTPCONS: MORE THAN 20 RESTARTS IN ONE "
                   "PARTITION FILE -- LATER OVERLAPS KEPT TWICE"
               MOVE "N" TO ws-rw-overflow-sw
           END-IF.

       3930-START-REWIND-COPY.
           MOVE 0 TO ws-rw-file-pos
           MOVE 1 TO ws-rw-next.

      *    Keep the record unless a restart after it in the file began
      *    at or before its number.  The caller counts what it drops.
       3940-CHECK-REC-NO.
           ADD 1 TO ws-rw-file-pos
           PERFORM UNTIL ws-rw-next > ws-rw-count
                   OR ws-rw-pos(ws-rw-next) > ws-rw-file-pos
               ADD 1 TO ws-rw-next
           END-PERFORM
           MOVE "Y" TO ws-rw-keep-sw
           IF ws-rw-next NOT > ws-rw-count THEN
               IF ws-rw-rec-no NOT < ws-rw-min(ws-rw-next) THEN
                   MOVE "N" TO ws-rw-keep-sw
               END-IF
           END-IF.

      ******************************************************************
      *  The partition files by partition number: each type has one
      *  file per partition (see FILE-CONTROL), and ws-cur-part says
      *  which one is opened, read into the shared layout, or closed.
      ******************************************************************
       4000-OPEN-PCTL.
           EVALUATE ws-cur-part
               WHEN 1
                   OPEN INPUT ttt-pctl-1
               WHEN 2
                   OPEN INPUT ttt-pctl-2
               WHEN 3
                   OPEN INPUT ttt-pctl-3
               WHEN 4
                   OPEN INPUT ttt-pctl-4
               WHEN 5
                   OPEN INPUT ttt-pctl-5
               WHEN 6
                   OPEN INPUT ttt-pctl-6
               WHEN 7
                   OPEN INPUT ttt-pctl-7
               WHEN 8
                   OPEN INPUT ttt-pctl-8
               WHEN 9
                   OPEN INPUT ttt-pctl-9
           END-EVALUATE.

       4010-READ-PCTL.
           MOVE "N" TO ws-pctl-eof-sw
           EVALUATE ws-cur-part
               WHEN 1
                   READ ttt-pctl-1 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
               WHEN 2
                   READ ttt-pctl-2 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
               WHEN 3
                   READ ttt-pctl-3 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
               WHEN 4
                   READ ttt-pctl-4 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
               WHEN 5
                   READ ttt-pctl-5 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
               WHEN 6
                   READ ttt-pctl-6 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
               WHEN 7
                   READ ttt-pctl-7 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
               WHEN 8
                   READ ttt-pctl-8 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
               WHEN 9
                   READ ttt-pctl-9 INTO pctl-rec
                       AT END
                           MOVE "Y" TO ws-pctl-eof-sw
                   END-READ
           END-EVALUATE.

       4020-CLOSE-PCTL.
           EVALUATE ws-cur-part
               WHEN 1
                   CLOSE ttt-pctl-1
               WHEN 2
                   CLOSE ttt-pctl-2
               WHEN 3
                   CLOSE ttt-pctl-3
               WHEN 4
                   CLOSE ttt-pctl-4
               WHEN 5
                   CLOSE ttt-pctl-5
               WHEN 6
                   CLOSE ttt-pctl-6
               WHEN 7
                   CLOSE ttt-pctl-7
               WHEN 8
                   CLOSE ttt-pctl-8
               WHEN 9
                   CLOSE ttt-pctl-9
           END-EVALUATE.

       4100-OPEN-PRPT.
           EVALUATE ws-cur-part
               WHEN 1
                   OPEN INPUT ttt-prpt-1
               WHEN 2
                   OPEN INPUT ttt-prpt-2
               WHEN 3
                   OPEN INPUT ttt-prpt-3
               WHEN 4
                   OPEN INPUT ttt-prpt-4
               WHEN 5
                   OPEN INPUT ttt-prpt-5
               WHEN 6
                   OPEN INPUT ttt-prpt-6
               WHEN 7
                   OPEN INPUT ttt-prpt-7
               WHEN 8
                   OPEN INPUT ttt-prpt-8
               WHEN 9
                   OPEN INPUT ttt-prpt-9
           END-EVALUATE.

       4110-READ-PRPT.
           MOVE "N" TO ws-prpt-eof-sw
           EVALUATE ws-cur-part
               WHEN 1
                   READ ttt-prpt-1 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
               WHEN 2
                   READ ttt-prpt-2 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
               WHEN 3
                   READ ttt-prpt-3 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
               WHEN 4
                   READ ttt-prpt-4 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
               WHEN 5
                   READ ttt-prpt-5 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
               WHEN 6
                   READ ttt-prpt-6 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
               WHEN 7
                   READ ttt-prpt-7 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
               WHEN 8
                   READ ttt-prpt-8 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
               WHEN 9
                   READ ttt-prpt-9 INTO prpt-line
                       AT END
                           MOVE "Y" TO ws-prpt-eof-sw
                   END-READ
           END-EVALUATE.

       4120-CLOSE-PRPT.
           EVALUATE ws-cur-part
               WHEN 1
                   CLOSE ttt-prpt-1
               WHEN 2
                   CLOSE ttt-prpt-2
               WHEN 3
                   CLOSE ttt-prpt-3
               WHEN 4
                   CLOSE ttt-prpt-4
               WHEN 5
                   CLOSE ttt-prpt-5
               WHEN 6
                   CLOSE ttt-prpt-6
               WHEN 7
                   CLOSE ttt-prpt-7
               WHEN 8
                   CLOSE ttt-prpt-8
               WHEN 9
                   CLOSE ttt-prpt-9
           END-EVALUATE.

       4200-OPEN-PREJ.
           EVALUATE ws-cur-part
               WHEN 1
                   OPEN INPUT ttt-prej-1
               WHEN 2
                   OPEN INPUT ttt-prej-2
               WHEN 3
                   OPEN INPUT ttt-prej-3
               WHEN 4
                   OPEN INPUT ttt-prej-4
               WHEN 5
                   OPEN INPUT ttt-prej-5
               WHEN 6
                   OPEN INPUT ttt-prej-6
               WHEN 7
                   OPEN INPUT ttt-prej-7
               WHEN 8
                   OPEN INPUT ttt-prej-8
               WHEN 9
                   OPEN INPUT ttt-prej-9
           END-EVALUATE.

       4210-READ-PREJ.
           MOVE "N" TO ws-prej-eof-sw
           EVALUATE ws-cur-part
               WHEN 1
                   READ ttt-prej-1 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
               WHEN 2
                   READ ttt-prej-2 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
               WHEN 3
                   READ ttt-prej-3 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
               WHEN 4
                   READ ttt-prej-4 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
               WHEN 5
                   READ ttt-prej-5 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
               WHEN 6
                   READ ttt-prej-6 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
               WHEN 7
                   READ ttt-prej-7 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
               WHEN 8
                   READ ttt-prej-8 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
               WHEN 9
                   READ ttt-prej-9 INTO prej-rec
                       AT END
                           MOVE "Y" TO ws-prej-eof-sw
                   END-READ
           END-EVALUATE.

       4220-CLOSE-PREJ.
           EVALUATE ws-cur-part
               WHEN 1
                   CLOSE ttt-prej-1
               WHEN 2
                   CLOSE ttt-prej-2
               WHEN 3
                   CLOSE ttt-prej-3
               WHEN 4
                   CLOSE ttt-prej-4
               WHEN 5
                   CLOSE ttt-prej-5
               WHEN 6
                   CLOSE ttt-prej-6
               WHEN 7
                   CLOSE ttt-prej-7
               WHEN 8
                   CLOSE ttt-prej-8
               WHEN 9
                   CLOSE ttt-prej-9
           END-EVALUATE.

       4300-OPEN-PHSP.
           EVALUATE ws-cur-part
               WHEN 1
                   OPEN INPUT ttt-phsp-1
               WHEN 2
                   OPEN INPUT ttt-phsp-2
               WHEN 3
                   OPEN INPUT ttt-phsp-3
               WHEN 4
                   OPEN INPUT ttt-phsp-4
               WHEN 5
                   OPEN INPUT ttt-phsp-5
               WHEN 6
                   OPEN INPUT ttt-phsp-6
               WHEN 7
                   OPEN INPUT ttt-phsp-7
               WHEN 8
                   OPEN INPUT ttt-phsp-8
               WHEN 9
                   OPEN INPUT ttt-phsp-9
           END-EVALUATE.

       4310-READ-PHSP.
           MOVE "N" TO ws-phsp-eof-sw
           EVALUATE ws-cur-part
               WHEN 1
                   READ ttt-phsp-1 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
               WHEN 2
                   READ ttt-phsp-2 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
               WHEN 3
                   READ ttt-phsp-3 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
               WHEN 4
                   READ ttt-phsp-4 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
               WHEN 5
                   READ ttt-phsp-5 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
               WHEN 6
                   READ ttt-phsp-6 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
               WHEN 7
                   READ ttt-phsp-7 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
               WHEN 8
                   READ ttt-phsp-8 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
               WHEN 9
                   READ ttt-phsp-9 INTO phsp-rec
                       AT END
                           MOVE "Y" TO ws-phsp-eof-sw
                   END-READ
           END-EVALUATE.

       4320-CLOSE-PHSP.
           EVALUATE ws-cur-part
               WHEN 1
                   CLOSE ttt-phsp-1
               WHEN 2
                   CLOSE ttt-phsp-2
               WHEN 3
                   CLOSE ttt-phsp-3
               WHEN 4
                   CLOSE ttt-phsp-4
               WHEN 5
                   CLOSE ttt-phsp-5
               WHEN 6
                   CLOSE ttt-phsp-6
               WHEN 7
                   CLOSE ttt-phsp-7
               WHEN 8
                   CLOSE ttt-phsp-8
               WHEN 9
                   CLOSE ttt-phsp-9
           END-EVALUATE.

       4400-OPEN-PALRT.
           EVALUATE ws-cur-part
               WHEN 1
                   OPEN INPUT ttt-palrt-1
               WHEN 2
                   OPEN INPUT ttt-palrt-2
               WHEN 3
                   OPEN INPUT ttt-palrt-3
               WHEN 4
                   OPEN INPUT ttt-palrt-4
               WHEN 5
                   OPEN INPUT ttt-palrt-5
               WHEN 6
                   OPEN INPUT ttt-palrt-6
               WHEN 7
                   OPEN INPUT ttt-palrt-7
               WHEN 8
                   OPEN INPUT ttt-palrt-8
               WHEN 9
                   OPEN INPUT ttt-palrt-9
           END-EVALUATE.

       4410-READ-PALRT.
           MOVE "N" TO ws-palrt-eof-sw
           EVALUATE ws-cur-part
               WHEN 1
                   READ ttt-palrt-1 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
               WHEN 2
                   READ ttt-palrt-2 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
               WHEN 3
                   READ ttt-palrt-3 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
               WHEN 4
                   READ ttt-palrt-4 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
               WHEN 5
                   READ ttt-palrt-5 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
               WHEN 6
                   READ ttt-palrt-6 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
               WHEN 7
                   READ ttt-palrt-7 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
               WHEN 8
                   READ ttt-palrt-8 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
               WHEN 9
                   READ ttt-palrt-9 INTO palrt-rec
                       AT END
                           MOVE "Y" TO ws-palrt-eof-sw
                   END-READ
           END-EVALUATE.

       4420-CLOSE-PALRT.
           EVALUATE ws-cur-part
               WHEN 1
                   CLOSE ttt-palrt-1
               WHEN 2
                   CLOSE ttt-palrt-2
               WHEN 3
                   CLOSE ttt-palrt-3
               WHEN 4
                   CLOSE ttt-palrt-4
               WHEN 5
                   CLOSE ttt-palrt-5
               WHEN 6
                   CLOSE ttt-palrt-6
               WHEN 7
                   CLOSE ttt-palrt-7
               WHEN 8
                   CLOSE ttt-palrt-8
               WHEN 9
                   CLOSE ttt-palrt-9
           END-EVALUATE.

       4500-OPEN-PRSPL.
           EVALUATE ws-cur-part
               WHEN 1
                   OPEN INPUT ttt-prspl-1
               WHEN 2
                   OPEN INPUT ttt-prspl-2
               WHEN 3
                   OPEN INPUT ttt-prspl-3
               WHEN 4
                   OPEN INPUT ttt-prspl-4
               WHEN 5
                   OPEN INPUT ttt-prspl-5
               WHEN 6
                   OPEN INPUT ttt-prspl-6
               WHEN 7
                   OPEN INPUT ttt-prspl-7
               WHEN 8
                   OPEN INPUT ttt-prspl-8
               WHEN 9
                   OPEN INPUT ttt-prspl-9
           END-EVALUATE.

       4510-READ-PRSPL.
           MOVE "N" TO ws-prspl-eof-sw
           EVALUATE ws-cur-part
               WHEN 1
                   READ ttt-prspl-1 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
               WHEN 2
                   READ ttt-prspl-2 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
               WHEN 3
                   READ ttt-prspl-3 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
               WHEN 4
                   READ ttt-prspl-4 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
               WHEN 5
                   READ ttt-prspl-5 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
               WHEN 6
                   READ ttt-prspl-6 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
               WHEN 7
                   READ ttt-prspl-7 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
               WHEN 8
                   READ ttt-prspl-8 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
               WHEN 9
                   READ ttt-prspl-9 INTO prspl-rec
                       AT END
                           MOVE "Y" TO ws-prspl-eof-sw
                   END-READ
           END-EVALUATE.

       4520-CLOSE-PRSPL.
           EVALUATE ws-cur-part
               WHEN 1
                   CLOSE ttt-prspl-1
               WHEN 2
                   CLOSE ttt-prspl-2
               WHEN 3
                   CLOSE ttt-prspl-3
               WHEN 4
                   CLOSE ttt-prspl-4
               WHEN 5
                   CLOSE ttt-prspl-5
               WHEN 6
                   CLOSE ttt-prspl-6
               WHEN 7
                   CLOSE ttt-prspl-7
               WHEN 8
                   CLOSE ttt-prspl-8
               WHEN 9
                   CLOSE ttt-prspl-9
           END-EVALUATE.

       END PROGRAM TTTPCONS.
