      *    Dormancy period record, one per state, maintained by
      *    operations as the unclaimed-property statutes change.
      *    Every state sets its own dormancy period, so the days
      *    without customer activity that make an account inactive,
      *    presumed abandoned (dormant, reportable and remitted on
      *    the annual unclaimed-property report), and the window
      *    before that in which the owner must be sent a
      *    due-diligence letter are all kept per state, keyed on
      *    CUSTADR-STATE. The '**' record is the default for a state
      *    with no record of its own and for an account with no
      *    address on file.
       01  DORMRUL-RECORD.
           05  DORMRUL-STATE           PIC  X(02).
               88  DORMRUL-DEFAULT-STATE           VALUE '**'.
           05  DORMRUL-INACTIVE-DAYS   PIC  9(05).
           05  DORMRUL-DORMANT-DAYS    PIC  9(05).
           05  DORMRUL-NOTICE-DAYS     PIC  9(05).
