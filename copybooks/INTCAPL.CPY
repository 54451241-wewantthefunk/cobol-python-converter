      *    Interest capitalization log record, one appended by the
      *    accrual job (INTACR1) on every fiscal period end it
      *    capitalizes. The capitalization total used to exist only
      *    on the job log; the year-end interest tax run ties the
      *    interest it reports per customer back to these figures,
      *    so what INTACR1 generated and what the posted history
      *    shows are proved against each other once a year.
       01  INTCAPL-RECORD.
           05  INTCAPL-CAPITALIZED-DATE
                                       PIC  9(08).
           05  INTCAPL-FISCAL-YEAR     PIC  9(04).
           05  INTCAPL-FISCAL-PERIOD   PIC  9(02).
           05  INTCAPL-ITEM-COUNT      PIC  9(07).
           05  INTCAPL-NET-TOTAL       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
