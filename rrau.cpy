      *    Rerun authorization (TTTRRAU): approval, entered ahead of
      *    time, for one PARM FORCE run of one job for one cycle date
      *    -- for a partitioned TTT, of one partition.
      *    TTTRRAUM enters and revokes them (MAINTAIN authority only);
      *    a forced TTT, TTTNITE or TTTPCONS run is refused without
      *    one (RerunAuth, rrauth.cbl).  Single use: the run that uses
      *    it marks it USED, and an OPEN one past its expiry date can
      *    no longer be used.  Never deleted -- TTTFRCRP lists them.
       01 rrau-rec.
      *        Serial number, 1 up, allocated by TTTRRAUM; stamped as
      *        FA=nnnnnn on the forced run's audit events.
           05 rrau-id PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 rrau-job-name PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rrau-cycle-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 rrau-status PIC X(8).
               88 rrau-open VALUE "OPEN".
               88 rrau-used VALUE "USED".
               88 rrau-revoked VALUE "REVOKED".
           05 FILLER PIC X VALUE SPACE.
      *        The MAINTAIN operator who entered it, when, and why.
           05 rrau-approver PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 rrau-entered-date PIC 9(8).
           05 rrau-entered-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
      *        The last calendar day it may be used.
           05 rrau-expiry-date PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 rrau-reason PIC X(40).
           05 FILLER PIC X VALUE SPACE.
      *        When the forced run took it (USED) or it was revoked
      *        (REVOKED), and by whom: the revoking operator, or the
      *        job name for a USED one.
           05 rrau-closed-date PIC 9(8).
           05 rrau-closed-time PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 rrau-closed-by PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        The TTT partition (1-9) it authorizes a PARTITION=n run
      *        of; space for an unpartitioned run.  Each partition of a
      *        forced partitioned cycle takes its own authorization, so
      *        the partitions can still run side by side.
           05 rrau-partition PIC X.
           05 FILLER PIC X(17) VALUE SPACES.
