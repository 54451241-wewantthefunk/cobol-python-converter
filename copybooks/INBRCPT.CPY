      *    Inbound receipt registry record (INBRCPTF), appended by
      *    INBREG1 for every channel file the posting run accepts
      *    and for every one it refuses. A receipt is named by the
      *    business date it was presented for, its channel, and a
      *    sequence within the two -- a refused file followed by a
      *    corrected one the same night is receipt 1 and receipt 2.
      *    It carries what the channel file itself claimed (slices,
      *    first header date, trailer counts) beside what it held
      *    (details, debit and credit totals, content hash), so a
      *    disputed file can be identified from the registry alone.
      *    Only the shop's inbound slices are registered: the
      *    generated feeds that ride the adjustments channel under
      *    the CUSTTRAN name are the shop's own output and are left
      *    out of the counts, totals, and hash.
       01  INBRCPT-RECORD.
           05  INBRCPT-RECEIPT-KEY.
               10  INBRCPT-BUSINESS-DATE
                                       PIC  9(08).
               10  INBRCPT-CHANNEL     PIC  X(01).
               10  INBRCPT-RECEIPT-SEQ PIC  9(03).
      *    A accepted, O accepted on an operator override of a
      *    match, R refused. A refused receipt is never matched
      *    against: only what was posted can be posted twice.
           05  INBRCPT-ACTION          PIC  X(01).
               88  INBRCPT-ACCEPTED                VALUE 'A'.
               88  INBRCPT-OVERRIDDEN              VALUE 'O'.
               88  INBRCPT-REFUSED                 VALUE 'R'.
               88  INBRCPT-POSTED                  VALUE 'A' 'O'.
           05  INBRCPT-SLICE-COUNT     PIC  9(03).
           05  INBRCPT-FIRST-HDR-DATE  PIC  9(08).
           05  INBRCPT-TRAILER-COUNT   PIC  9(09).
           05  INBRCPT-DETAIL-COUNT    PIC  9(09).
      *    Reversals are counted but carried in neither total --
      *    their direction is their original's.
           05  INBRCPT-DEBIT-TOTAL     PIC  9(13)V99.
           05  INBRCPT-CREDIT-TOTAL    PIC  9(13)V99.
           05  INBRCPT-CONTENT-HASH.
               10  INBRCPT-HASH-SEQUENCE
                                       PIC  9(09).
               10  INBRCPT-HASH-SUM    PIC  9(09).
           05  INBRCPT-MATCH-KIND      PIC  X(01).
           05  INBRCPT-MATCH-KEY.
               10  INBRCPT-MATCH-DATE  PIC  9(08).
               10  INBRCPT-MATCH-CHANNEL
                                       PIC  X(01).
               10  INBRCPT-MATCH-SEQ   PIC  9(03).
           05  INBRCPT-OVERLAP-PCT     PIC  9(03).
           05  INBRCPT-OVERRIDE-USERID PIC  X(08).
           05  INBRCPT-OVERRIDE-REASON PIC  X(30).
           05  INBRCPT-LOGGED-DATE     PIC  9(08).
           05  INBRCPT-LOGGED-TIME     PIC  9(06).
           05  INBRCPT-CALLER          PIC  X(08).
           05  INBRCPT-CORRELATION-ID  PIC  X(12).
