      *      CKPT-INTERVAL    posting-driver checkpoint interval
      *      MENU-IDLE-LIMIT  menu inactivity timeout, minutes
      *      MENU-LOCKOUT     menu invalid-selection threshold
      *      DUP-WINDOW-DAYS  posting duplicate-check look-back,
      *                       business days of posted history
      *      STO-RETURN-LIMIT consecutive returned standing-order
      *                       debits that suspend the instruction
      *      ARC-RETAIN-YEARS years a closed account stays on the
      *                       archive before the retention purge
      *      INB-LOOKBACK-DAY days of accepted inbound receipts a
      *                       new channel file is judged against
      *      INB-OVERLAP-PCT  share of a new channel file, percent,
      *                       an earlier receipt must hold to refuse
      *      INB-OVERLAP-MIN  fewest shared details that refuse a
      *                       channel file as an overlap
      *      ACC-REVIEW-DAYS  days of customer-data access log the
      *                       weekly access review looks back over
      *      ACC-VOLUME-LIMIT customer lookups by one user within
      *                       the review window that open a case
      *      USR-IDLE-WARN    days without a sign-on before the
      *                       user is warned by directed notice
      *      USR-IDLE-DISABLE days without a sign-on before the
      *                       userid is disabled
       01  RUNPARM-RECORD.
           05  RUNPARM-NAME            PIC  X(16).
           05  RUNPARM-VALUE           PIC  9(09).
