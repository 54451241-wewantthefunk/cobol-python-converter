      *    Customer segment assignment, keyed by
      *    CUSTREC-CUSTOMER-ID. Names the pricing segment whose
      *    INTRATE schedule the accrual job applies to the customer
      *    (staff, private banking and the like). A customer with
      *    no record here is priced on the standard schedule. Like
      *    CUSTLIM an assignment is never overwritten: a move to
      *    another segment is a new record with a later effective
      *    date, and the latest one effective on or before the
      *    business date is the one in force. A segment of spaces
      *    returns the customer to the standard schedule.
       01  CUSTSEG-RECORD.
           05  CUSTSEG-CUSTOMER-ID     PIC  X(08).
           05  CUSTSEG-SEGMENT         PIC  X(02).
           05  CUSTSEG-EFFECTIVE-DATE  PIC  9(08).
           05  CUSTSEG-ASSIGNED-BY     PIC  X(08).
