      *    Returned-item count for one standing-order instruction,
      *    named the way STOMNT1 names an instruction -- customer,
      *    transaction type and frequency. STORTN1 keeps it: every
      *    matched return adds to the total, and to the run of
      *    consecutive returns unless a debit from the instruction
      *    was collected and not returned since the last one, in
      *    which case the run starts again at one. When the run
      *    reaches the STO-RETURN-LIMIT knob on the RUNPARM store
      *    the instruction is suspended and the date recorded here.
       01  STORTC-RECORD.
           05  STORTC-CUSTOMER-ID      PIC  X(08).
           05  STORTC-TRAN-TYPE        PIC  X(01).
           05  STORTC-FREQUENCY        PIC  X(01).
           05  STORTC-CONSECUTIVE      PIC  9(03).
           05  STORTC-TOTAL-RETURNS    PIC  9(5).
           05  STORTC-LAST-ORIGINAL-DATE
                                       PIC  9(08).
           05  STORTC-LAST-RETURN-DATE PIC  9(08).
           05  STORTC-SUSPENDED-DATE   PIC  9(08).
