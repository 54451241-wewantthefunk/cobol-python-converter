      *    Scenario catalogue for the posting-chain regression
      *    harness (PSTCERT1): one record per scripted item on the
      *    harness channel files, saying which posting path the
      *    item is there to exercise. The certificate is refused
      *    unless every path the chain has -- debit, credit,
      *    reversal, backdated item, credit-limit hold, merged-id
      *    redirect, closed-period hold -- has at least one item: a
      *    pass that never went down the reversal path proves
      *    nothing about it.
       01  PSTSCN-RECORD.
           05  PSTSCN-SCENARIO-ID      PIC  X(06).
           05  PSTSCN-SCENARIO-CLASS   PIC  X(01).
               88  PSTSCN-DEBIT                    VALUE 'D'.
               88  PSTSCN-CREDIT                   VALUE 'C'.
               88  PSTSCN-REVERSAL                 VALUE 'V'.
               88  PSTSCN-BACKDATED                VALUE 'B'.
               88  PSTSCN-LIMIT-HOLD               VALUE 'L'.
               88  PSTSCN-MERGED-REDIRECT          VALUE 'M'.
               88  PSTSCN-CLOSED-PERIOD-HOLD       VALUE 'P'.
           05  PSTSCN-CHANNEL-CODE     PIC  X(01).
           05  PSTSCN-CUSTOMER-ID      PIC  X(08).
           05  PSTSCN-DESCRIPTION      PIC  X(40).
           05  FILLER                  PIC  X(04).
