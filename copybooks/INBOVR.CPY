      *    Inbound receipt override card (INBOVRP), one per channel
      *    file an operator has decided to post despite its match to
      *    an earlier receipt. The card must name the channel, the
      *    business date, and the content hash the refusal printed,
      *    so it releases only the file that was actually examined:
      *    a different file arriving under the same name is judged
      *    afresh. The userid and reason are logged on the receipt.
       01  INBOVR-RECORD.
           05  INBOVR-CHANNEL          PIC  X(01).
           05  INBOVR-BUSINESS-DATE    PIC  9(08).
           05  INBOVR-CONTENT-HASH     PIC  X(18).
           05  INBOVR-OPERATOR-USERID  PIC  X(08).
           05  INBOVR-REASON           PIC  X(30).
           05  FILLER                  PIC  X(15).
