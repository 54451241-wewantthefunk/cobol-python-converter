      *    HOLMNT01 maintains the holiday calendar -- validated
      *    transactions, never a hand edit. The rate is an annual
      *    percentage (05.2500 means 5.25% per annum).
      *
      *    A rate schedule is every record sharing one segment and
      *    one effective date. Within a schedule a record is picked
      *    by the sign of the customer's balance and the band the
      *    balance falls in (floor and ceiling are inclusive and
      *    apply to the balance without its sign), and the rate of
      *    that band applies to the whole balance. Segment spaces
      *    is the standard schedule every customer falls back to;
      *    a preferential segment (CUSTSEG.CPY) need only carry the
      *    signs it prices differently. Sign space covers credit
      *    and debit balances alike. INTMNT01 keeps the bands of a
      *    sign contiguous from zero to the open-ended top band
      *    (ceiling all nines) -- no overlap and no gap. A record
      *    written before the bands existed has spaces from the
      *    segment on and reads as one unbanded standard rate.
      *
      *    The day-count basis is the convention the schedule is
      *    contracted on, in the W-DAY-COUNT-BASIS codes of
      *    DATEAREA.CPY; INTMNT01 keeps it the same on every record
      *    of a schedule. Space is ACT/365, which is how every
      *    record written before the basis existed accrues.
       01  INTRATE-RECORD.
           05  INTRATE-EFFECTIVE-DATE  PIC  9(08).
           05  INTRATE-ANNUAL-RATE     PIC  9(02)V9(04).
           05  INTRATE-DESCRIPTION     PIC  X(20).
           05  INTRATE-SEGMENT         PIC  X(02).
               88  INTRATE-SEGMENT-STANDARD        VALUE SPACES.
           05  INTRATE-BALANCE-SIGN    PIC  X(01).
               88  INTRATE-SIGN-ANY                VALUE SPACE.
               88  INTRATE-SIGN-CREDIT             VALUE 'C'.
               88  INTRATE-SIGN-DEBIT              VALUE 'D'.
               88  INTRATE-SIGN-VALID              VALUE ' ' 'C' 'D'.
           05  INTRATE-TIER            PIC  X(02).
           05  INTRATE-BAND-FLOOR      PIC  9(09)V99.
           05  INTRATE-BAND-CEILING    PIC  9(09)V99.
               88  INTRATE-BAND-OPEN-ENDED
                                       VALUE 999999999.99.
           05  INTRATE-DAY-COUNT-BASIS PIC  X(01).
               88  INTRATE-BASIS-ACT-365           VALUE 'F' ' '.
               88  INTRATE-BASIS-ACT-360           VALUE 'M'.
               88  INTRATE-BASIS-ACT-ACT           VALUE 'A'.
               88  INTRATE-BASIS-30-360            VALUE 'B'.
               88  INTRATE-BASIS-VALID             VALUE 'F' ' '
                                                         'M' 'A'
                                                         'B'.
