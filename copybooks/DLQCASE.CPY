      *    Delinquency case record, one per customer whose balance
      *    is below zero, kept by the nightly aging job (DLQAGE1).
      *    A negative balance used to stay invisible until someone
      *    read the statement; the case records when the balance
      *    first went below zero for this episode, as found on the
      *    posted history, and ages it every night into the 1-30,
      *    31-60, 61-90 and 90+ day buckets collections works from.
      *    The negative-since basis says how the date was found: a
      *    posting that crossed zero, the edge of the rolling
      *    history (the episode began before the history the job
      *    can see, so the age is at least this much), or the night
      *    the case was first seen with no history at all. A credit
      *    that brings the balance back to zero or above clears the
      *    case: it is written once more with status C and the date
      *    cleared, and not carried after that.
       01  DLQCASE-RECORD.
           05  DLQCASE-CUSTOMER-ID     PIC  X(08).
           05  DLQCASE-NEGATIVE-SINCE  PIC  9(08).
           05  DLQCASE-SINCE-BASIS     PIC  X(01).
               88  DLQCASE-SINCE-CROSSING          VALUE 'X'.
               88  DLQCASE-SINCE-HISTORY-EDGE      VALUE 'E'.
               88  DLQCASE-SINCE-FIRST-SEEN        VALUE 'F'.
           05  DLQCASE-DAYS-NEGATIVE   PIC  9(05).
           05  DLQCASE-BUCKET          PIC  X(01).
               88  DLQCASE-BUCKET-1-30             VALUE '1'.
               88  DLQCASE-BUCKET-31-60            VALUE '2'.
               88  DLQCASE-BUCKET-61-90            VALUE '3'.
               88  DLQCASE-BUCKET-90-PLUS          VALUE '4'.
           05  DLQCASE-BALANCE         PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  DLQCASE-STATUS          PIC  X(01).
               88  DLQCASE-STATUS-OPEN             VALUE 'O'.
               88  DLQCASE-STATUS-CLEARED          VALUE 'C'.
           05  DLQCASE-OPENED-DATE     PIC  9(08).
           05  DLQCASE-LAST-AGED-DATE  PIC  9(08).
           05  DLQCASE-CLEARED-DATE    PIC  9(08).
