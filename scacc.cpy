      *    One source's quality measures for one cycle, appended to
      *    the TTTSCACC accumulation file by the nightly collector
      *    TTTSCCOL.  The inputs it summarizes (TTTFACK, TTTRESUB,
      *    the alert extracts, TTTGDRPT) are recreated every cycle,
      *    so this file is what the monthly scorecard (TTTSCORE)
      *    reads a month of them back from.  A collector rerun for the
      *    same cycle appends a second record for each source; the
      *    scorecard keeps the last one per source and cycle date.
       01 scacc-rec.
           05 scacc-cycle-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 scacc-source-system-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        TTTFACK's CNT record: positions received from the
      *        source, and how many of them rejected.
           05 scacc-received PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 scacc-rejected PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
      *        Records the edit held out as resubmissions (TTTRESUB).
           05 scacc-resubmitted PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
      *        Forced-loss alerts (TTTALRT1 and TTTALRT2).
           05 scacc-forced-losses PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
      *        TTTGRADE's per-source line: moves graded, and those
      *        graded INACCURACY or BLUNDER.
           05 scacc-moves-graded PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 scacc-moves-in-error PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
      *        Balancing breaks: batches the edit failed (TTTFARR)
      *        and acknowledgments TTT cut with balanced NO.
           05 scacc-failed-batches PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 scacc-unbalanced-acks PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
      *        Received volume against the TTTSRCM expected range:
      *        "L" below src-vol-lo, "H" above src-vol-hi, "N" inside,
      *        space when the source has no range or sent nothing.
           05 scacc-volume-breach PIC X.
               88 scacc-volume-outside VALUE "L" "H".
           05 FILLER PIC X VALUE SPACE.
      *        The collector run that wrote this record.
           05 scacc-run-id PIC X(16).
