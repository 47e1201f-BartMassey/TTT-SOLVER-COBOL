      *            reasonableness checks on the rollup reports.
               10 src-vol-lo PIC 9(9).
               10 src-vol-hi PIC 9(9).
      *            Sending schedule, for the feed arrival monitor
      *            (TTTFMON): one position per weekday, Monday
      *            first, non-blank and not "-" on the days a batch
      *            is due ("MTWTF--"), and the time of day (hhmm) it
      *            is due by.  Blank days: the source is not
      *            monitored; zero cutoff: any time in the cycle.
               10 src-send-days PIC X(7).
               10 src-cutoff-time PIC 9(4).
      *            Contracted daily quota: records TTTEDIT passes to
      *            TTTIN for the source in one cycle; the excess is
      *            held on TTTHOLD (hold.cpy).  Zero: no quota.
               10 src-daily-quota PIC 9(9).
      *            Contracted retention, in days back from the cycle
      *            date, per file type: history master (TTTHMAST),
      *            archive generations (TTTARCHV), kiosk sessions
      *            (TTTSESM, whose terminal id is the source) and
      *            closed rejects (TTTRJMST).  TTTPURGE destroys what
      *            is older.  Zero: kept indefinitely.
               10 src-retain-hist-days PIC 9(5).
               10 src-retain-arch-days PIC 9(5).
               10 src-retain-sess-days PIC 9(5).
               10 src-retain-rej-days PIC 9(5).
