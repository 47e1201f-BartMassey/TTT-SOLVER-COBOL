           05 FILLER PIC X VALUE SPACE.
           05 aud-outcome PIC X(10).
           05 FILLER PIC X VALUE SPACE.
      *    "BEGIN" at job start, "END  " at completion; "BKOUT" is
      *    written by TTTBKOUT between its own BEGIN and END, one per
      *    file it backed out, with the withdrawn run's id in
      *    aud-options (as "RUNID=...") -- it is NOT a completion of
      *    any run and readers counting runs must skip it.  "CTLCH"
      *    is the same kind of event, written by TTTCTLM between its
      *    BEGIN and END, one per 60-byte segment of a control-master
      *    entry's before or after image: aud-input-source names the
      *    master and action ("TTTROUTE CHANGE"), aud-position-count
      *    the change number within the session, aud-outcome the
      *    segment ("BEFORE 1", "AFTER  2"), aud-options the segment
      *    itself -- readers counting runs skip it too.  So are
      *    "REFUS", a console sign-on (or TTTCACHM purge) refused for
      *    want of a TTTOPER profile or authority -- aud-operator is
      *    the id keyed, aud-outcome "NO PROFILE" or "AUTHORITY" --
      *    "PURGE", a TTTCACHM cache purge or TTTHREL hold-queue
      *    purge, with the command in aud-input-source and the
      *    entries deleted in aud-position-count (TTTPURGE writes one
      *    per source and file it destroyed records from under
      *    retention: the file in aud-input-source, "TTTHMAST
      *    RETENTION", the signing operator in aud-operator, and
      *    SOURCE=, CUTOFF= and SIGNOFF= in aud-options; a refused
      *    sign-off is a REFUS), and "RLEAS", a
      *    TTTHREL hold-queue release, the records released in
      *    aud-position-count (TTTHREL's hold-id, source, and cycle
      *    ride aud-options), and "AUTHZ", a TTTRRAUM rerun
      *    authorization granted or revoked, the action in
      *    aud-input-source ("GRANT RERUN", "REVOKE RERUN") and the
      *    authorization, job and cycle in aud-options.  A batch job
      *    (TTT, TTTNITE, TTTPCONS) writes REFUS too, with no
      *    operator, when PARM FORCE finds no rerun authorization --
      *    aud-outcome "NO AUTH" or "EXPIRED"; the run never starts.
      *    A forced run that was authorized carries FA=nnnnnn, the
      *    authorization's id, in the options echo of its BEGIN and
      *    END events.  Records
      *    written before event types existed carry spaces and read
      *    as end-of-run records (one per run, the old convention) --
      *    PROVIDED the pre-cutover trail was run through the
           05 aud-options PIC X(60).
           05 FILLER PIC X VALUE SPACE.
      *    The signed-on operator for console sessions (TTTMAINT,
      *    TTTREWRK, TTTCACHM, TTTXPLR, TTTINQ, TTTCTLM, TTTHREL,
      *    TTTRPTVW), or the id keyed on a refused sign-on; spaces for
      *    batch runs and for records from before sign-on existed.
           05 aud-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *    The trail's integrity chain, stamped by AuditLog and never
      *    by the caller.  aud-seq numbers the records 1, 2, 3, ... in
      *    the order they were appended, so a deleted record leaves a
      *    gap; aud-chain is the AudChain value computed over this
      *    record's bytes up to and including aud-seq AND the previous
      *    record's aud-chain (zero for the first record), so editing
      *    any byte of any record, or removing or reordering one,
      *    breaks every link from that point on.  TTTAUDVF walks and
      *    re-derives the chain; TTTOPS shows its status; TTTDRPKG
      *    carries the last value in the DR manifest.  Records from
      *    before the chain existed were sealed, in trail order, by
      *    the one-time TTTAUDC3 conversion -- which pads the 159-byte
      *    records out to this layout, the same discipline as
      *    TTTAUDCV and TTTAUDC2.
           05 aud-seq PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 aud-chain PIC 9(18).
