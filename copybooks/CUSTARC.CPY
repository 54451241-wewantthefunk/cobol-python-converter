      *    Only zero-balance accounts may archive, so the move is
      *    invisible to the balance-forward proof by construction,
      *    the same internal-transfer stance the quarantine total
      *    takes for quarantined money. The archive is kept for the
      *    retention period only: the yearly purge (CUSTPRG1)
      *    destroys records past it that are not under legal hold.
       01  CUSTARC-RECORD.
           05  CUSTARC-ARCHIVE-DATE    PIC  9(08).
           05  CUSTARC-CLOSURE-REASON  PIC  X(20).
