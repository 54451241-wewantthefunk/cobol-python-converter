      *    Access recertification campaign register. One record per
      *    campaign: who opened it, when, and the deadline by which
      *    every review item must be decided. RCROPN1 opens a
      *    campaign (only one may be open at a time); RCRCLS1 closes
      *    it the night the deadline is reached, revoking whatever
      *    was left undecided, and stamps the close date here.
       01  RCRCMP-RECORD.
           05  RCRCMP-CAMPAIGN-ID      PIC  9(04).
           05  RCRCMP-DESCRIPTION      PIC  X(20).
           05  RCRCMP-OPENED-BY        PIC  X(08).
           05  RCRCMP-OPEN-DATE        PIC  9(08).
           05  RCRCMP-DEADLINE-DATE    PIC  9(08).
           05  RCRCMP-STATUS           PIC  X(01).
               88  RCRCMP-STATUS-OPEN              VALUE 'O'.
               88  RCRCMP-STATUS-CLOSED            VALUE 'C'.
           05  RCRCMP-CLOSED-DATE      PIC  9(08).
           05  RCRCMP-ITEM-COUNT       PIC  9(06).
