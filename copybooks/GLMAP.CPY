      *    the day's movement books to -- the debit side and its
      *    offset -- so Finance's re-keying of CUSTPCTL totals into
      *    the ledger is replaced by a balanced file and the
      *    mapping is operations data, not code. Type U is
      *    unapplied cash, keyed by movement rather than channel:
      *    L lockbox receipts into suspense, A applications out of
      *    suspense to customers, R returns to the remitter.
      *    The file is maintained only through GLMMNT1, maker-
      *    checker, and is effective-dated: an add, change, or
      *    retirement is a new entry from its effective date, never
      *    an overwrite, so the history of where a combination
      *    booked stays on file. Readers take, per type and
      *    channel, the entry with the greatest effective date on
      *    or before the date they book for; a retired entry there
      *    means the combination has no mapping from that date (its
      *    accounts are the pair it last booked to). An entry
      *    carried from before effective dating has no date and
      *    counts as in force from the beginning.
       01  GLMAP-RECORD.
           05  GLMAP-TRAN-TYPE         PIC  X(01).
           05  GLMAP-CHANNEL-CODE      PIC  X(01).
           05  GLMAP-DEBIT-ACCOUNT     PIC  X(08).
           05  GLMAP-CREDIT-ACCOUNT    PIC  X(08).
           05  GLMAP-EFFECTIVE-DATE    PIC  9(08).
           05  GLMAP-STATUS            PIC  X(01).
               88  GLMAP-ADDED                     VALUE 'N'.
               88  GLMAP-CHANGED                   VALUE 'C'.
               88  GLMAP-RETIRED                   VALUE 'R'.
           05  GLMAP-CHANGED-BY        PIC  X(08).
           05  GLMAP-APPROVED-BY       PIC  X(08).
           05  GLMAP-APPROVED-DATE     PIC  9(08).
           05  GLMAP-APPROVED-TIME     PIC  9(06).
