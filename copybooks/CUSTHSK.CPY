      *    Keyed posted-history store record (CUSTHSTK, a KSDS). The
      *    daily CUSTHIST slices used to be the only history there
      *    was, so every reader concatenated however many days it
      *    needed and scanned them all for one customer. The nightly
      *    compaction job (CUSTHSK1) loads each validated slice here
      *    once; after that a reader goes straight to the customer.
      *    The primary key is the customer, the business date of the
      *    run that posted the record (the slice header date), and a
      *    load sequence within that run date, so a customer's
      *    postings read back in the order they were applied.
       01  CUSTHSK-RECORD.
           05  CUSTHSK-KEY.
               10  CUSTHSK-CUSTOMER-ID PIC  X(08).
      *        Alternate key, unique: one run date's postings in
      *        load order, for the load proof and for the backout.
               10  CUSTHSK-RUN-KEY.
                   15  CUSTHSK-RUN-DATE
                                       PIC  9(08).
                   15  CUSTHSK-RUN-SEQ PIC  9(07).
      *    Alternate key, with duplicates: the customer and the
      *    business date the posting was booked to -- what a
      *    reversal names when it looks for its original.
           05  CUSTHSK-POSTED-KEY.
               10  CUSTHSK-POSTED-CUSTOMER
                                       PIC  X(08).
               10  CUSTHSK-POSTED-DATE PIC  9(08).
      *    The CUSTHST.CPY record exactly as the slice carried it,
      *    with any later reversal cross-stamp applied.
           05  CUSTHSK-HISTORY         PIC  X(75).
