      *    the original's business date -- so the pair is visible
      *    from either record, and a second reversal of the same
      *    posting is refused because the 'R' is already there.
      *    An unreversed posting booked to an earlier effective date
      *    carries the business date of the run that booked it.
           05  CUSTHST-REVERSAL-FLAG   PIC  X(01).
               88  CUSTHST-NOT-REVERSED            VALUE ' '.
               88  CUSTHST-IS-REVERSED             VALUE 'R'.
               88  CUSTHST-IS-REVERSAL             VALUE 'V'.
           05  CUSTHST-CROSS-REF-DATE  PIC  9(08).
      *    Where the posting came from. Spaces on everything the
      *    customer or the branch initiated; the shop's own
      *    generated postings carry the marker their generator
      *    stamped on the transaction -- interest capitalization,
      *    fees, escheatment, dispute credits and reversals -- and a
      *    merge transfer carries 'M'.
      *    Dormancy is measured on customer activity only, so a
      *    quarterly interest credit does not keep an abandoned
      *    account looking alive.
           05  CUSTHST-POSTING-SOURCE  PIC  X(01).
               88  CUSTHST-CUSTOMER-POSTING        VALUE ' '.
               88  CUSTHST-SYSTEM-POSTING          VALUE 'I' 'F'
                                                         'E' 'M' 'D'.
      *    The channel the posting arrived on, as the channel merge
      *    stamped it on the transaction (B branch, L lockbox, A
      *    adjustments), so monitoring can tell a run of lockbox
      *    credits from a run of branch ones.
           05  CUSTHST-CHANNEL-CODE    PIC  X(01).
               88  CUSTHST-CHANNEL-BRANCH          VALUE 'B'.
               88  CUSTHST-CHANNEL-LOCKBOX         VALUE 'L'.
               88  CUSTHST-CHANNEL-ADJUST          VALUE 'A'.
