      *    One state record TTTEDIT held out of TTTIN, for one of two
      *    reasons: its source had already sent its contracted daily
      *    quota for the cycle (src-daily-quota, srcmst.cpy), and the
      *    excess of the batch is held; or the batch scored severe
      *    against its source's feed profile under TTTPARM
      *    PROFILE-HOLD=Y, and the whole batch is held.  All of one
      *    batch's held records go to TTTHOLD under one hold-id; the
      *    TTTHREL console transaction releases a held batch into a
      *    later cycle or purges it, and TTTEDIT delivers a released
      *    batch to TTTIN on the first edit run of (or after) that
      *    cycle.  TTT reports the cycle's held batches on TTTFACK
      *    (HLD records) and TTTOPS ages the queue.  The file
      *    accumulates across cycles; status changes are rewritten in
      *    place.
       01 hold-rec.
      *        cycle date, hhmmss of the edit run, batch number within
      *        the transmission -- unique per held batch.
           05 hold-id.
               10 hold-id-cycle PIC 9(8).
               10 hold-id-time PIC 9(6).
               10 hold-id-batch PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 hold-source-system-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        The business cycle the record was held under.
           05 hold-cycle-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 hold-status PIC X(9).
               88 hold-held VALUE "HELD".
               88 hold-released VALUE "RELEASED".
               88 hold-delivered VALUE "DELIVERED".
               88 hold-purged VALUE "PURGED".
           05 FILLER PIC X VALUE SPACE.
      *        The cycle a released batch is to be delivered in, and
      *        the cycle it actually was; zero until then.
           05 hold-release-cycle PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 hold-delivered-cycle PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *        The operator who released or purged the batch.
           05 hold-operator PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        The state record exactly as the source sent it (its
      *        source-system-id is stamped on delivery, as for any
      *        batch TTTEDIT releases to TTTIN).
           05 hold-state PIC X(70).
