      *    Household credit-limit record, keyed by
      *    HHLINK-HOUSEHOLD-ID. The posting job holds a debit when
      *    the household's combined exposure -- the overdrawn
      *    balances of all its members, with the debit applied --
      *    would exceed this limit, even where the member's own
      *    CUSTLIM limit is not breached. A household with no
      *    record here is not checked as a household. Like CUSTLIM
      *    a limit is never overwritten: a change is a new record
      *    with a later effective date, appended by CUSTHHM1, and
      *    the posting job takes the latest one effective on or
      *    before the business date.
       01  HHLIM-RECORD.
           05  HHLIM-HOUSEHOLD-ID      PIC  X(08).
           05  HHLIM-CREDIT-LIMIT      PIC  9(09)V99.
           05  HHLIM-EFFECTIVE-DATE    PIC  9(08).
           05  HHLIM-SET-BY            PIC  X(08).
           05  HHLIM-SET-DATE          PIC  9(08).
