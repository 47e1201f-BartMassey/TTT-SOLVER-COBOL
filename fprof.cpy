      *    Feed content profile: how one body of a source's records is
      *    made up, measure by measure.  Two record types, one layout:
      *      B  a source's baseline (TTTFPBAS), built by TTTFPBL from
      *         the source's last PROFILE-DAYS of TTTHMAST history --
      *         replaced whole on every build;
      *      O  one accepted batch as TTTEDIT scored it against that
      *         baseline (TTTFPOBS) -- appended, one per batch, with
      *         the departure and severity of each measure and what
      *         became of the batch;
      *      R  an O record an edit rerun for the same cycle has
      *         replaced -- retyped in place, and read by nobody.
      *    History does not carry the priority class, so a baseline's
      *    priority mix is built from the O records of the batches the
      *    window passed (fprof-prio-sample is the records it covers).
      *    The duplicate count is records whose canonical board (the
      *    TTTSYM key: on-move, size, least of the 8 symmetries,
      *    variant) already occurred earlier the same source-day on a
      *    baseline, or earlier in the batch on an O record.
       01 fprof-rec.
           05 fprof-rec-type PIC X.
               88 fprof-baseline VALUE "B".
               88 fprof-observed VALUE "O".
               88 fprof-replaced VALUE "R".
           05 FILLER PIC X VALUE SPACE.
           05 fprof-source-system-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        B: the cycle built in; O: the cycle edited for.
           05 fprof-cycle-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *        B: the window's first date played; O: zero.
           05 fprof-window-from PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *        O: the batch number in its transmission and the edit
      *        run's hhmmss (the batch's hold-id when it was held).
           05 fprof-batch-no PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 fprof-run-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 fprof-record-count PIC 9(9).
      *        Records by ply (marks on the board): entry 1 is ply 0
      *        through entry 10, ply 9.
           05 fprof-ply-count PIC 9(9) OCCURS 10 TIMES.
           05 fprof-std-count PIC 9(9).
           05 fprof-misere-count PIC 9(9).
           05 fprof-prio-sample PIC 9(9).
           05 fprof-high-count PIC 9(9).
           05 fprof-dup-count PIC 9(9).
           05 fprof-movelog-count PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
      *        O: per measure, in the order PLY, VARIANT, PRIORITY,
      *        DUPLICATE, MOVELOG -- the departure from baseline in
      *        percentage points and "A" anomaly, "S" severe, blank
      *        within tolerance or not scored.
           05 fprof-measure OCCURS 5 TIMES.
               10 fprof-departure PIC 9(3).
               10 fprof-severity PIC X.
      *        O: PASS, ANOMAL (anomalies reported, batch passed),
      *        SEVERE (severe, passed -- PROFILE-HOLD=N), HELD, or
      *        NOSCOR (too few records, or no baseline for the source).
           05 fprof-outcome PIC X(6).
           05 FILLER PIC X(12) VALUE SPACES.
