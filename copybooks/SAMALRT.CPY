      *    Suspicious-activity alert case, one per customer per rule
      *    hit, opened by the nightly monitor (SAMMON1) and carried
      *    night to night until an analyst dispositions it through
      *    the review transaction (SAMREV1). The postings that made
      *    the hit are kept beside it on the SAMALDT detail file,
      *    each with its correlation id, under the same alert id.
      *    While a case is open or escalated the monitor does not
      *    open another for the same customer and rule; a closed or
      *    filed case is final and a fresh hit opens a new one.
      *    The weekly customer-data access review (CUSTACV1) opens
      *    its cases on the same file for the analysts to work the
      *    same way; there the case is about a member of staff, so
      *    the subject user id names them, the customer id is the
      *    account they looked at (spaces for a volume or
      *    out-of-hours case), the posting count is the number of
      *    accesses, and the detail lines carry the access-log
      *    entries. The monitor leaves the subject user id blank.
       01  SAMALRT-RECORD.
           05  SAMALRT-ALERT-ID        PIC  X(12).
           05  SAMALRT-CUSTOMER-ID     PIC  X(08).
           05  SAMALRT-RULE-ID         PIC  X(08).
           05  SAMALRT-RAISED-DATE     PIC  9(08).
           05  SAMALRT-POSTING-COUNT   PIC  9(05).
           05  SAMALRT-POSTED-AMOUNT   PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  SAMALRT-STATUS          PIC  X(01).
               88  SAMALRT-OPEN                    VALUE 'O'.
               88  SAMALRT-ESCALATED               VALUE 'E'.
               88  SAMALRT-CLOSED-NO-ACTION        VALUE 'C'.
               88  SAMALRT-REPORT-FILED            VALUE 'F'.
               88  SAMALRT-STILL-ACTIVE            VALUE 'O' 'E'.
           05  SAMALRT-DECIDED-BY      PIC  X(08).
           05  SAMALRT-DECIDED-DATE    PIC  9(08).
           05  SAMALRT-DECISION-NOTE   PIC  X(30).
           05  SAMALRT-SUBJECT-USERID  PIC  X(08).
