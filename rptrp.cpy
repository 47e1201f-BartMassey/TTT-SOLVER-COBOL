      *    One line of a report held on the TTTRPTRP report repository
      *    (indexed).  TTTRPTCP captures a report as the step that
      *    produced it ends -- every line, in order, under the report's
      *    DD name, the cycle date, and the run-id of the producing run
      *    -- so last Tuesday's edit report is a lookup, not a rerun.
      *    Line 0 of each stored copy is its header (repo-header); the
      *    report's own lines are numbered from 1.  TTTRPTVW lists and
      *    pages stored reports at the console, TTTRPTPR reprints one
      *    to a print file, and TTTRPTPG purges copies older than the
      *    report type's retention period (TTTRPTRT).  The line holds
      *    the widest report written (TTT's 320-byte TTTRPT and
      *    TTTEXPR).
       01 repo-rec.
           05 repo-key.
               10 repo-report-id PIC X(8).
               10 repo-cycle-date PIC 9(8).
      *            The producing run's run-id (audit.cpy) when the job
      *            audits itself, else the capturing run's own.
               10 repo-run-id PIC X(16).
               10 repo-line-no PIC 9(6).
           05 repo-line PIC X(320).
           05 repo-header REDEFINES repo-line.
               10 repo-job-name PIC X(8).
               10 FILLER PIC X.
      *            Wall-clock date and time of the capture.
               10 repo-captured-date PIC 9(8).
               10 FILLER PIC X.
               10 repo-captured-time PIC 9(6).
               10 FILLER PIC X.
               10 repo-line-count PIC 9(6).
               10 FILLER PIC X.
      *            The report's own line length: 80, 120, 132 or
      *            320.
               10 repo-width PIC 9(3).
               10 FILLER PIC X.
               10 repo-capture-run-id PIC X(16).
               10 FILLER PIC X(268).
