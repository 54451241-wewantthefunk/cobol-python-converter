      *    Returned standing-order debit, as the customer's bank
      *    sends it back unpaid on the STORTNB return file: the
      *    customer, the business date the debit was collected and
      *    posted, the amount, the bank's return reason and its
      *    own reference. STORTN1 matches each return to the
      *    original posting on the CUSTHSTC posted history and
      *    appends a copy to the STORTRG returned-item register
      *    with the business date it was worked and the outcome --
      *    matched, or unmatched with the reason it went to the
      *    exception report. FEEASM1 charges the returned-item fee
      *    from the matched entries on the register. The bank's
      *    file carries spaces from the return date on.
       01  STORTN-RECORD.
           05  STORTN-CUSTOMER-ID      PIC  X(08).
           05  STORTN-ORIGINAL-DATE    PIC  9(08).
           05  STORTN-AMOUNT           PIC  9(09)V99.
           05  STORTN-RETURN-REASON    PIC  X(04).
           05  STORTN-BANK-REFERENCE   PIC  X(16).
           05  STORTN-RETURN-DATE      PIC  9(08).
           05  STORTN-MATCH-STATUS     PIC  X(01).
               88  STORTN-MATCHED                  VALUE 'M'.
               88  STORTN-UNMATCHED                VALUE 'U'.
           05  STORTN-EXCEPTION-REASON PIC  X(30).
