      *    Service-level commitment register (SLAREGF), one record
      *    per output per consumer we have promised a delivery time
      *    to -- an RPTDIST report DD bundled for a recipient, or an
      *    XMITMAN file sent to a destination. The commitment is a
      *    clock time on a day reckoned from the business date the
      *    output belongs to:
      *      'S' the business date itself
      *      'N' the calendar day after it
      *      'B' the next business date (the date BUSDATE rolled to)
      *    A transmission is delivered when it is sent, or only when
      *    the receiver acknowledged it (DELIVERY-POINT 'A'). A
      *    commitment with frequency 'M' stands only for the nights
      *    FISCALCL marks as a period end, as RPTDIST month-end
      *    routes do. SLACHK1 judges each commitment every night.
       01  SLAREG-RECORD.
           05  SLAREG-OUTPUT-KIND      PIC  X(01).
               88  SLAREG-IS-REPORT                VALUE 'R'.
               88  SLAREG-IS-TRANSMISSION          VALUE 'X'.
           05  SLAREG-OUTPUT-NAME      PIC  X(08).
           05  SLAREG-CONSUMER         PIC  X(08).
           05  SLAREG-DELIVERY-POINT   PIC  X(01).
               88  SLAREG-WHEN-SENT                VALUE 'S' ' '.
               88  SLAREG-WHEN-ACKNOWLEDGED        VALUE 'A'.
           05  SLAREG-COMMIT-TIME      PIC  9(04).
           05  SLAREG-DUE-DAY          PIC  X(01).
               88  SLAREG-DUE-SAME-DAY             VALUE 'S'.
               88  SLAREG-DUE-NEXT-DAY             VALUE 'N'.
               88  SLAREG-DUE-NEXT-BUSINESS-DAY    VALUE 'B'.
           05  SLAREG-FREQUENCY        PIC  X(01).
               88  SLAREG-IS-NIGHTLY               VALUE ' '.
               88  SLAREG-IS-MONTH-END             VALUE 'M'.
           05  SLAREG-DESCRIPTION      PIC  X(20).
