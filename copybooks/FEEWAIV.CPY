      *    Per-customer fee waiver, honored by the nightly fee
      *    assessment job (FEEASM1). A waiver names the customer,
      *    the fee code it covers ('ALL ' for every fee), and the
      *    business dates it runs from and to -- a zero to-date
      *    means until withdrawn -- with who granted it and why. A
      *    waived fee is still shown on the fee register, marked
      *    waived, so the income given up is visible; it simply
      *    never reaches the posting input.
       01  FEEWAIV-RECORD.
           05  FEEWAIV-CUSTOMER-ID     PIC  X(08).
           05  FEEWAIV-FEE-CODE        PIC  X(04).
           05  FEEWAIV-FROM-DATE       PIC  9(08).
           05  FEEWAIV-TO-DATE         PIC  9(08).
           05  FEEWAIV-GRANTED-BY      PIC  X(08).
           05  FEEWAIV-REASON          PIC  X(20).
