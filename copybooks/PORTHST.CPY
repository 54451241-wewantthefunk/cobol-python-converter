      *    Monthly customer-portfolio summary history, one record per
      *    fiscal period, written by the month-end portfolio report
      *    (CUSTPFL1). Carries the whole book's count and balance,
      *    the month's movement, and the count and balance of every
      *    breakdown line of the report, so the next month's prior
      *    columns and the twelve-period trend come off this file
      *    instead of last month's printout. The breakdown lines
      *    are held in report order:
      *       1- 6  balance band   negative, zero, to 1,000, to
      *                            10,000, to 100,000, over 100,000
      *       7-12  risk score     000-199, 200-399, 400-599,
      *                            600-799, 800-999, not scored
      *      13-19  cycle          period end, 01-05, other
      *      20-21  record type    legacy, finance
       01  PORTHST-RECORD.
           05  PORTHST-FISCAL-YEAR     PIC  9(04).
           05  PORTHST-FISCAL-PERIOD   PIC  9(02).
           05  PORTHST-BUSINESS-DATE   PIC  9(08).
           05  PORTHST-CUSTOMER-COUNT  PIC  9(07).
           05  PORTHST-TOTAL-BALANCE   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  PORTHST-NEW-COUNT       PIC  9(07).
           05  PORTHST-CLOSED-COUNT    PIC  9(07).
           05  PORTHST-MERGED-COUNT    PIC  9(07).
           05  PORTHST-MIGRATED-COUNT  PIC  9(07).
           05  PORTHST-LINE OCCURS 21 TIMES.
               10  PORTHST-LINE-COUNT  PIC  9(07).
               10  PORTHST-LINE-BALANCE
                                       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
