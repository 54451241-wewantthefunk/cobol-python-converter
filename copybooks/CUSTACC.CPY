      *    Customer-data access log record, one per customer record
      *    a member of staff called up through CUSTMNT1, CUSTADM1,
      *    CUSTINQ1, or REJRPR01 -- MNUAUD says which option was
      *    chosen, this says whose account was then opened, so a
      *    privacy complaint can be answered with who looked and
      *    when. The terminal and correlation id are the ones the
      *    menu handed the transaction; the correlation id ties the
      *    lookup back to the MNUAUD submission. A lookup of an id
      *    that is not on the active master is still logged -- an
      *    archived account is exactly the kind nobody should be
      *    looking for. The weekly review (CUSTACV1) reads this
      *    file.
       01  CUSTACC-RECORD.
           05  CUSTACC-LOG-DATE        PIC  9(08).
           05  CUSTACC-LOG-TIME        PIC  9(06).
           05  CUSTACC-USERID          PIC  X(08).
           05  CUSTACC-TERMID          PIC  X(04).
           05  CUSTACC-CUSTOMER-ID     PIC  X(08).
           05  CUSTACC-PROGRAM         PIC  X(08).
      *    The transaction's own action code (inquiry, update, ...).
           05  CUSTACC-ACTION          PIC  X(01).
           05  CUSTACC-KIND            PIC  X(01).
               88  CUSTACC-SINGLE-LOOKUP           VALUE 'R'.
               88  CUSTACC-LIST-ROW                VALUE 'L'.
           05  CUSTACC-RESULT          PIC  X(01).
               88  CUSTACC-FOUND                   VALUE 'F'.
               88  CUSTACC-NOT-ON-FILE             VALUE 'N'.
           05  CUSTACC-CORRELATION-ID  PIC  X(12).
