      *    One correction to the history master, appended to the
      *    TTTCORJ correction journal by TTTCORR.  The journal is the
      *    provenance for every master record that no longer matches
      *    the TTTHIST journal it was loaded from: TTTHCHK accepts a
      *    difference the journal explains, and TTTBILL and TTTWEXT
      *    apply it to the journal records they read (a VOID drops
      *    the solve, an AMEND carries the corrected source and
      *    date-played).  Never rewritten -- a correction is undone
      *    by another correction, so the journal reads as the full
      *    history of what was changed, by whom, and why.
       01 corj-rec.
           05 corj-date PIC 9(8).
           05 corj-time PIC 9(6).
           05 corj-operator PIC X(8).
           05 corj-run-id PIC X(16).
           05 corj-action PIC X(5).
               88 corj-amend VALUE "AMEND".
               88 corj-void VALUE "VOID ".
      *        Reason codes: HDRL mislabeled feed header, KEYE keying
      *        error at the source, DUPL duplicate submission, TEST
      *        test data in a production feed, OTHR anything else
      *        (reason text required).
           05 corj-reason-code PIC X(4).
               88 corj-reason-valid VALUE "HDRL" "KEYE" "DUPL"
                                          "TEST" "OTHR".
           05 corj-reason-text PIC X(40).
      *        The master key the correction was made against, and the
      *        corrected values (equal to the old ones where a field
      *        was not changed; unchanged on a VOID).
           05 corj-key.
               10 corj-game-id PIC X(10).
               10 corj-date-played PIC 9(8).
           05 corj-new-date-played PIC 9(8).
           05 corj-new-source PIC X(8).
      *        Full hmast-rec images either side of the change.
           05 corj-before-image PIC X(184).
           05 corj-after-image PIC X(184).
