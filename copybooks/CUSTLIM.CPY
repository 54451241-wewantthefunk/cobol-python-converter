      *    for a supervisor decision instead of posted. A customer
      *    with no record here posts unchecked -- the limit file is
      *    opt-in, loaded for the accounts credit actually
      *    underwrites. A limit is never overwritten: a change is a
      *    new record with a later effective date, and the posting
      *    job takes the latest one effective on or before the
      *    business date. A record that came through the credit-
      *    limit review carries the credit officer who accepted it
      *    and when; a record loaded directly has spaces and zero.
       01  CUSTLIM-RECORD.
           05  CUSTLIM-CUSTOMER-ID     PIC  X(08).
           05  CUSTLIM-CREDIT-LIMIT    PIC  9(09)V99.
           05  CUSTLIM-EFFECTIVE-DATE  PIC  9(08).
           05  CUSTLIM-APPROVED-BY     PIC  X(08).
           05  CUSTLIM-APPROVED-DATE   PIC  9(08).
