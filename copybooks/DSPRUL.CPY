      *    Dispute reason rule, one per reason code an operator may
      *    open a dispute case under (DSPCASE.CPY). The timeframes
      *    are the regulatory ones for the reason, in business days
      *    from the day the case is opened: by the provisional-credit
      *    day a disputed debit still under investigation must have
      *    had its provisional credit, and by the resolve day the
      *    case must be decided. Reason-code order is not required.
       01  DSPRUL-RECORD.
           05  DSPRUL-REASON-CODE      PIC  X(02).
           05  DSPRUL-DESCRIPTION      PIC  X(30).
           05  DSPRUL-PROV-CREDIT-DAYS PIC  9(03).
           05  DSPRUL-RESOLVE-DAYS     PIC  9(03).
