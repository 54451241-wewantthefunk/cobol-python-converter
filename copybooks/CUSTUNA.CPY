      *    Unapplied-cash suspense item. A lockbox credit naming a
      *    customer id the master does not know is money the shop
      *    has received all the same -- rejecting it to CUSTPREJ
      *    left the cash on no ledger at all. The posting run books
      *    it here instead, one item per credit, keyed by the
      *    receiving business date and a sequence within the day,
      *    with the id the remitter wrote. The open items are the
      *    unapplied-cash suspense balance the balance-forward proof
      *    folds into the closing total. Research (CUSTUNA1) either
      *    applies the item to the customer it really belongs to or
      *    returns it to the remitter; the decision, the customer it
      *    went to, who made it, and when stay on the record.
       01  CUSTUNA-RECORD.
           05  CUSTUNA-ITEM-ID.
               10  CUSTUNA-RECEIVED-DATE
                                       PIC  9(08).
               10  CUSTUNA-ITEM-SEQ    PIC  9(05).
           05  CUSTUNA-ARRIVAL-ID      PIC  X(08).
           05  CUSTUNA-AMOUNT          PIC  9(09)V99.
           05  CUSTUNA-CHANNEL-CODE    PIC  X(01).
           05  CUSTUNA-CORRELATION-ID  PIC  X(12).
           05  CUSTUNA-STATUS          PIC  X(01).
               88  CUSTUNA-STATUS-UNAPPLIED        VALUE 'U'.
               88  CUSTUNA-STATUS-APPLIED          VALUE 'A'.
               88  CUSTUNA-STATUS-RETURNED         VALUE 'R'.
           05  CUSTUNA-APPLIED-TO-ID   PIC  X(08).
           05  CUSTUNA-DECISION-USERID PIC  X(08).
           05  CUSTUNA-DECISION-DATE   PIC  9(08).
