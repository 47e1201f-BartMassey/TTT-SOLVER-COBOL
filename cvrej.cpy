      *    One delimited row TTTCSVIN could not convert to a state
      *    record, written to TTTCVREJ instead of being handed on to
      *    TTTEDIT.  The row and column locate the first field that
      *    failed (every failing field is listed on TTTCVRPT); the
      *    reason codes are the conversion series C001-C011, kept
      *    apart from ValidateState's V-series because they describe
      *    the transmission's format, not the position.
       01 cvrej-rec.
      *        Physical row number within the transmission, control
      *        rows included, so the sender can find it in their file.
           05 cvrej-row-no PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 cvrej-source-system-id PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *        The row's first field as sent (the intended GAME-ID,
      *        when the row got that far).
           05 cvrej-game-id PIC X(10).
           05 FILLER PIC X VALUE SPACE.
      *        Delimited column (field position, 1 = GAME-ID) of the
      *        first failing field; 0 when the row as a whole failed.
           05 cvrej-column PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 cvrej-reason-code PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 cvrej-reason PIC X(40).
           05 FILLER PIC X VALUE SPACE.
      *        The row exactly as it arrived.
           05 cvrej-row-image PIC X(200).
           05 FILLER PIC X VALUE SPACE.
           05 cvrej-run-id PIC X(16).
