      *    GL booking break, one per account pair and business date
      *    the ledger did not book as CUSTPGLI sent it, kept by the
      *    nightly booking reconciliation (GLREC1) until it clears.
      *    Unbooked is a pair we sent that the ledger has not booked
      *    at all; partial a pair booked for a different amount;
      *    unexpected a booking under our source code for a pair and
      *    date we never sent (expected zero). A movement break is
      *    one account whose trial-balance net movement (debit less
      *    credit) for the date differs from what the extract
      *    implies; it carries the account in the debit-account
      *    field and spaces for the credit account. A late booking
      *    or reversal on a later return file is added to the booked
      *    amount, a restated trial balance replaces it, and the
      *    break clears when booked equals expected: it is written
      *    once more with status C and the date cleared, and not
      *    carried after that.
       01  GLBRK-RECORD.
           05  GLBRK-BUSINESS-DATE     PIC  9(08).
           05  GLBRK-KIND              PIC  X(01).
               88  GLBRK-KIND-UNBOOKED             VALUE 'U'.
               88  GLBRK-KIND-PARTIAL              VALUE 'P'.
               88  GLBRK-KIND-UNEXPECTED           VALUE 'X'.
               88  GLBRK-KIND-MOVEMENT             VALUE 'T'.
           05  GLBRK-DEBIT-ACCOUNT     PIC  X(08).
           05  GLBRK-CREDIT-ACCOUNT    PIC  X(08).
           05  GLBRK-EXPECTED-AMOUNT   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  GLBRK-BOOKED-AMOUNT     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  GLBRK-OPENED-DATE       PIC  9(08).
           05  GLBRK-STATUS            PIC  X(01).
               88  GLBRK-STATUS-OPEN               VALUE 'O'.
               88  GLBRK-STATUS-CLEARED            VALUE 'C'.
           05  GLBRK-CLEARED-DATE      PIC  9(08).
