      *    Audit trail link (TTTAUDLK): one record holding the last
      *    aud-seq and aud-chain appended to TTTAUD, so AuditLog
      *    chains a new record without reading the whole trail.
      *    AuditLog holds it under an exclusive lock for the length of
      *    an append, so side-by-side runs append one at a time, and
      *    rewrites it before letting go.  A job that writes
      *    a trail whole (TTTAUDCV, TTTAUDC2, TTTAUDC3, TTTRFRSH's
      *    TSTAUD) writes its link alongside; when the link is missing
      *    AuditLog falls back to reading the trail through, so a
      *    restored or hand-replaced TTTAUD is safe once its old
      *    TTTAUDLK is deleted with it.
       01 audlk-rec.
           05 audlk-seq PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 audlk-chain PIC 9(18).
           05 FILLER PIC X(52) VALUE SPACES.
