      *    Fee schedule reference record for the nightly fee
      *    assessment job (FEEASM1). Fees used to be worked out on a
      *    spreadsheet and keyed in as manual adjustments; each
      *    entry here names a fee, what triggers it, and how much it
      *    is -- a flat amount, or a percentage of the triggering
      *    amount -- from its effective date. A fee code may carry
      *    several entries over time; the one in force is the latest
      *    effective on or before the business date, so a price
      *    change is a new entry, not an edit, and an entry with a
      *    zero amount and percent retires the fee. Triggers the
      *    job understands:
      *      MAINT    - account maintenance, charged once a calendar
      *                 month to every open account (the percentage
      *                 applies to the balance, either sign)
      *      OVERLMT  - a CUSTHELD credit-limit hold released by a
      *                 supervisor, so the debit posts over limit
      *                 (the percentage applies to the held amount)
      *      RETITEM  - a returned item: a posted credit backed out
      *                 by a reversal on the posted history, or a
      *                 standing-order debit returned unpaid by the
      *                 customer's bank and matched by STORTN1 (the
      *                 percentage applies to the returned amount)
       01  FEESCH-RECORD.
           05  FEESCH-FEE-CODE         PIC  X(04).
           05  FEESCH-TRIGGER          PIC  X(08).
               88  FEESCH-TRIGGER-MAINT            VALUE 'MAINT   '.
               88  FEESCH-TRIGGER-OVERLMT          VALUE 'OVERLMT '.
               88  FEESCH-TRIGGER-RETITEM          VALUE 'RETITEM '.
           05  FEESCH-METHOD           PIC  X(01).
               88  FEESCH-METHOD-FLAT              VALUE 'F'.
               88  FEESCH-METHOD-PERCENT           VALUE 'P'.
           05  FEESCH-AMOUNT           PIC  9(07)V99.
           05  FEESCH-PERCENT          PIC  9(03)V99.
           05  FEESCH-EFFECTIVE-DATE   PIC  9(08).
           05  FEESCH-DESCRIPTION      PIC  X(20).
