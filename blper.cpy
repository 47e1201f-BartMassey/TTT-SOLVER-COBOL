      *    The billing period master TTTBLPER (indexed), maintained by
      *    TTTBILL.  A month with no control record here is open and
      *    can be invoiced as often as it takes; TTTBILL's CLOSE=Y run
      *    invoices it one last time and closes it, booking what was
      *    invoiced -- the rates in force and, per source and charge
      *    type, the quantity and amount.  A closed month is never
      *    invoiced again: rerunning TTTBILL for it restates it
      *    against the booked figures, and every charge that moved
      *    becomes an adjustment memo (credit or debit) that the next
      *    open month's TTTINVC carries.  TTTADJRG lists the memos.
      *
      *    Three record types share the key:
      *      P  period control   source and charge type spaces, seq 0
      *      B  booked charge    per source and charge type, seq 0
      *      A  adjustment memo  per source and charge type, seq 1-n
       01 bper-rec.
           05 bper-key.
               10 bper-month PIC 9(6).
               10 bper-source-id PIC X(8).
      *            POSITIONS, NODES or REJECTS, as on TTTINVC.
               10 bper-charge-type PIC X(9).
               10 bper-seq PIC 9(4).
           05 bper-rec-type PIC X.
               88 bper-control VALUE "P".
               88 bper-booked VALUE "B".
               88 bper-adjust VALUE "A".
           05 bper-data PIC X(128).
           05 bper-control-data REDEFINES bper-data.
               10 bper-status PIC X(6).
                   88 bper-closed VALUE "CLOSED".
      *            Cycle date of the closing run.
               10 bper-closed-cycle PIC 9(8).
      *            Rates the month was invoiced at; a restatement
      *            prices at these, not at today's TTTRATE.
               10 bper-rate-position PIC 9(5)V99.
               10 bper-rate-mnodes PIC 9(5)V99.
               10 bper-rate-reject PIC 9(5)V99.
               10 bper-invoiced-amount PIC 9(9)V99.
               10 FILLER PIC X(82).
           05 bper-booked-data REDEFINES bper-data.
      *            As first invoiced at close.
               10 bper-original-qty PIC 9(12).
               10 bper-original-amount PIC 9(9)V99.
      *            As last restated (the original until a memo).
               10 bper-booked-qty PIC 9(12).
               10 bper-booked-amount PIC 9(9)V99.
      *            Memos issued against this charge so far; the last
      *            one's seq.
               10 bper-adj-count PIC 9(4).
               10 FILLER PIC X(78).
           05 bper-adjust-data REDEFINES bper-data.
      *            The open month whose TTTINVC carries the memo.
               10 bper-adj-issue-month PIC 9(6).
               10 bper-adj-recorded-cycle PIC 9(8).
               10 bper-adj-original-amount PIC 9(9)V99.
      *            Booked before this restatement, and restated.
               10 bper-adj-prior-qty PIC 9(12).
               10 bper-adj-prior-amount PIC 9(9)V99.
               10 bper-adj-restated-qty PIC 9(12).
               10 bper-adj-restated-amount PIC 9(9)V99.
      *            The closed month's rate for the charge.
               10 bper-adj-rate PIC 9(5)V99.
      *            CR when the restated charge is lower, DR when
      *            higher; the amount is the difference.
               10 bper-adj-memo-type PIC X(2).
               10 bper-adj-amount PIC 9(9)V99.
               10 bper-adj-reason PIC X(30).
               10 FILLER PIC X(7).
