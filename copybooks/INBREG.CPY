      *    Communication area for the inbound receipt registry
      *    module (INBREG1). The posting run calls it twice for each
      *    channel file it is about to merge: once in check mode
      *    (C), which fingerprints the file and judges it against
      *    every receipt accepted within the look-back window, and
      *    -- only when no channel was refused -- once in register
      *    mode (R) with the same area, which records the receipt
      *    and its fingerprints so tomorrow's files are judged
      *    against it. A refusal is logged by the check itself.
       01  INBREG-COMM-AREA.
           05  INBREG-FUNCTION         PIC  X(01).
               88  INBREG-FUNCTION-CHECK           VALUE 'C'.
               88  INBREG-FUNCTION-REGISTER        VALUE 'R'.
           05  INBREG-CHANNEL-CODE     PIC  X(01).
           05  INBREG-DD-NAME          PIC  X(08).
           05  INBREG-BUSINESS-DATE    PIC  9(08).
           05  INBREG-CALLER           PIC  X(08).
           05  INBREG-CORRELATION-ID   PIC  X(12).
      *    Returned by the check. S is the receipt this channel
      *    already registered for the business date presented
      *    again -- a restart, or a rerun after a backout -- and is
      *    accepted without being registered a second time.
           05  INBREG-RESULT           PIC  X(01).
               88  INBREG-RESULT-NEW               VALUE 'N'.
               88  INBREG-RESULT-SAME-NIGHT        VALUE 'S'.
               88  INBREG-RESULT-OVERRIDDEN        VALUE 'O'.
               88  INBREG-RESULT-REFUSED           VALUE 'R'.
               88  INBREG-RESULT-ACCEPTED          VALUE 'N' 'S'
                                                         'O'.
           05  INBREG-RECEIPT-SEQ      PIC  9(03).
           05  INBREG-SLICE-COUNT      PIC  9(03).
           05  INBREG-FIRST-HDR-DATE   PIC  9(08).
           05  INBREG-TRAILER-COUNT    PIC  9(09).
           05  INBREG-DETAIL-COUNT     PIC  9(09).
           05  INBREG-DEBIT-TOTAL      PIC  9(13)V99.
           05  INBREG-CREDIT-TOTAL     PIC  9(13)V99.
           05  INBREG-CONTENT-HASH.
               10  INBREG-HASH-SEQUENCE
                                       PIC  9(09).
               10  INBREG-HASH-SUM     PIC  9(09).
      *    The earlier receipt the file matched: W a whole-file
      *    match, P a large overlap; spaces when it matched nothing.
           05  INBREG-MATCH-KIND       PIC  X(01).
               88  INBREG-MATCH-WHOLE              VALUE 'W'.
               88  INBREG-MATCH-OVERLAP            VALUE 'P'.
               88  INBREG-MATCH-NONE               VALUE ' '.
           05  INBREG-MATCH-DATE       PIC  9(08).
           05  INBREG-MATCH-CHANNEL    PIC  X(01).
           05  INBREG-MATCH-SEQ        PIC  9(03).
           05  INBREG-MATCHED-COUNT    PIC  9(09).
           05  INBREG-OVERLAP-PCT      PIC  9(03).
           05  INBREG-OVERRIDE-USERID  PIC  X(08).
           05  INBREG-OVERRIDE-REASON  PIC  X(30).
           05  INBREG-MESSAGE          PIC  X(60).
