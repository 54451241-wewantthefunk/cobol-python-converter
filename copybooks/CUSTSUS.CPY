      *    Probable-duplicate suspect record, written by the posting
      *    job instead of posting a debit or credit that matches an
      *    earlier posting for the same customer, type, and amount
      *    -- earlier in the same run, or within the RUNPARM
      *    DUP-WINDOW-DAYS business days of posted history. The
      *    same item arriving on the branch and lockbox channels, or
      *    a channel re-sending part of a day, lands here instead of
      *    on the customer's balance. The posting it matched is
      *    named by business date, correlation id, and channel so
      *    the operator can look at both. An operator releases the
      *    suspect to the next posting run or declines it through
      *    CUSTSUS1, the same way CUSTREL1 decides credit holds, and
      *    the decision stays on this record with who made it and
      *    when.
       01  CUSTSUS-RECORD.
           05  CUSTSUS-SUSPECT-DATE    PIC  9(08).
           05  CUSTSUS-CUSTOMER-ID     PIC  X(08).
           05  CUSTSUS-TRAN-TYPE       PIC  X(01).
           05  CUSTSUS-AMOUNT          PIC  9(09)V99.
      *    The transaction's effective date exactly as it arrived
      *    (spaces on a same-day item), carried back onto the
      *    detail when the suspect is released.
           05  CUSTSUS-EFFECTIVE-DATE  PIC  X(08).
           05  CUSTSUS-CHANNEL-CODE    PIC  X(01).
           05  CUSTSUS-MATCH-DATE      PIC  9(08).
           05  CUSTSUS-MATCH-CORRELATION-ID
                                       PIC  X(12).
           05  CUSTSUS-MATCH-CHANNEL   PIC  X(01).
           05  CUSTSUS-STATUS          PIC  X(01).
               88  CUSTSUS-STATUS-SUSPECT          VALUE 'S'.
               88  CUSTSUS-STATUS-RELEASED         VALUE 'R'.
               88  CUSTSUS-STATUS-DECLINED         VALUE 'D'.
           05  CUSTSUS-DECISION-USERID PIC  X(08).
           05  CUSTSUS-DECISION-DATE   PIC  9(08).
