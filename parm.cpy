      *        ROUTE holds it out and writes it to the TTTRESUB
      *        recycle-style file instead.
           05 parm-resubmit-policy PIC X(6).
      *        Days an open dispute case may sit on the TTTDSPM master
      *        before TTTDSAGE reports it overdue.
           05 parm-dispute-age-days PIC 99.
      *        Puzzles TTTPUZL issues per run, and the vendor's
      *        no-repeat window: days a position issued as a puzzle
      *        stays off the puzzle file (mirror images included).
           05 parm-puzzle-count PIC 99.
           05 parm-puzzle-repeat-days PIC 9(3).
      *        The nightly batch window, hhmm to hhmm (it may wrap
      *        midnight), and the days an operator profile may go
      *        without console activity -- TTTSECRP flags console
      *        work outside the window and profiles idle longer.
           05 parm-batch-window-start PIC 9(4).
           05 parm-batch-window-end PIC 9(4).
           05 parm-dormant-days PIC 9(3).
      *        Feed profiling (TTTFPBL baseline, TTTEDIT scoring): the
      *        days of TTTHMAST history a source's baseline spans; the
      *        fewest records a baseline or a batch needs before the
      *        batch is scored at all; the departure from baseline, in
      *        percentage points, that reports a measure as an anomaly
      *        and that makes it severe; and whether a severe anomaly
      *        holds the batch on TTTHOLD ("Y") or only reports it
      *        ("N", the default).
           05 parm-profile-days PIC 9(3).
           05 parm-profile-min-records PIC 9(6).
           05 parm-profile-warn-pct PIC 9(3).
           05 parm-profile-severe-pct PIC 9(3).
           05 parm-profile-hold PIC X.
