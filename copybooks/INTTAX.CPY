      *    Year-end interest tax record, one per customer per tax
      *    year: the interest capitalized to the customer over the
      *    fiscal year, net of any reversal, with the CUSTADR
      *    mailing address it is sent to. The same layout is the
      *    issued-figures register the corrections run compares
      *    against -- an amended record carries the figure it
      *    replaces in the prior-amount field so the customer and
      *    the authority both see what changed.
       01  INTTAX-RECORD.
           05  INTTAX-TAX-YEAR         PIC  9(04).
           05  INTTAX-CUSTOMER-ID      PIC  X(08).
           05  INTTAX-RECORD-TYPE      PIC  X(01).
               88  INTTAX-ORIGINAL                 VALUE 'O'.
               88  INTTAX-AMENDED                  VALUE 'A'.
           05  INTTAX-INTEREST-AMOUNT  PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  INTTAX-PRIOR-AMOUNT     PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  INTTAX-NAME             PIC  X(30).
           05  INTTAX-STREET           PIC  X(30).
           05  INTTAX-CITY             PIC  X(20).
           05  INTTAX-STATE            PIC  X(02).
           05  INTTAX-ZIP              PIC  X(09).
           05  INTTAX-ISSUED-DATE      PIC  9(08).
