      *    One feed arrival exception, written by the feed arrival
      *    monitor (TTTFMON) for every registered source whose batch
      *    was LATE or MISSING against its TTTSRCM sending schedule,
      *    or that sent a batch on a day it was not due (UNEXPECTED).
      *    TTTDIST routes these to the source's owner in the FEEDS
      *    section of their packet.
       01 fexc-rec.
           05 fexc-source-system-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 fexc-cycle-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *        LATE, MISSING or UNEXPECTED.
           05 fexc-status PIC X(10).
           05 FILLER PIC X VALUE SPACE.
      *        The cutoff (hhmm) the batch was due by; zero when the
      *        source has no cutoff.
           05 fexc-cutoff-time PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
      *        When the first accepted batch was taken in; zeros when
      *        none was.
           05 fexc-arrival-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 fexc-arrival-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
      *        Batches received for the cycle, accepted and failed --
      *        a MISSING source with failed batches did send, but
      *        nothing it sent balanced.
           05 fexc-accepted-batches PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 fexc-failed-batches PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 fexc-owner-name PIC X(30).
           05 FILLER PIC X VALUE SPACE.
      *        The monitor run that wrote this exception (see
      *        audit.cpy's aud-run-id).
           05 fexc-run-id PIC X(16).
