      *    One line of a source's monthly scorecard page, tagged with
      *    the source it belongs to so TTTDIST can route each page to
      *    that source's owner (SCORES output type).  Written by
      *    TTTSCORE to TTTSCSEC; the untagged pages also print on
      *    TTTSCRPT for account management.
       01 scsec-rec.
           05 scsec-source-system-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 scsec-line PIC X(120).
