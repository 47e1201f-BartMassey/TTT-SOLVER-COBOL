      *    One feed-batch arrival record.  TTTEDIT appends one to
      *    TTTFARR for every HDR...TRL batch it closes out, accepted
      *    or failed, so which source's batch reached us, when, and
      *    how it balanced is on file rather than only on the printed
      *    TTTEDRPT.  The arrival time is the time TTTEDIT took the
      *    batch in -- the moment the batch became usable to the
      *    night.  Read by the feed arrival monitor (TTTFMON).
       01 farr-rec.
      *        The business cycle date the batch was edited under
      *        (see cycdt.cpy).
           05 farr-cycle-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *        Calendar date and time the batch was edited -- the
      *        calendar date can run past the cycle date when the
      *        edit runs after midnight.
           05 farr-arrival-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 farr-arrival-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 farr-source-system-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        The feed date off the batch header.
           05 farr-feed-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 farr-batch-status PIC X(8).
               88 farr-accepted VALUE "ACCEPTED".
               88 farr-failed VALUE "FAILED  ".
           05 FILLER PIC X VALUE SPACE.
      *        Data records read in the batch (the trailer balance
      *        basis).
           05 farr-record-count PIC 9(9).
