      *    Service-level breach history (SLAHIST), one record per
      *    commitment per business date as SLACHK1 judged it: when
      *    the output was due, when it was delivered, met or
      *    breached and by how many minutes, and -- for a breach --
      *    the job held to account for it:
      *      'J' the job on the producing job's critical path that
      *          ran furthest over its usual JOBTREND elapsed time
      *      'P' the producing job, which never completed clean
      *      'D' the delivery step (RPTDIST1 or the transmission),
      *          the output itself having been ready in time
      *      'U' no producing job on the JOBOUTP register
      *    SLARPT1 reads it for the monthly performance report.
       01  SLAHIST-RECORD.
           05  SLAHIST-BUSINESS-DATE   PIC  9(08).
           05  SLAHIST-OUTPUT-KIND     PIC  X(01).
           05  SLAHIST-OUTPUT-NAME     PIC  X(08).
           05  SLAHIST-CONSUMER        PIC  X(08).
           05  SLAHIST-COMMIT-DATE     PIC  9(08).
           05  SLAHIST-COMMIT-TIME     PIC  9(04).
           05  SLAHIST-DELIVERED-DATE  PIC  9(08).
           05  SLAHIST-DELIVERED-TIME  PIC  9(06).
           05  SLAHIST-RESULT          PIC  X(01).
               88  SLAHIST-MET                     VALUE 'M'.
               88  SLAHIST-BREACHED                VALUE 'B'.
               88  SLAHIST-NOT-DELIVERED           VALUE 'N'.
           05  SLAHIST-MINUTES-LATE    PIC  9(05).
           05  SLAHIST-ATTRIB-JOB      PIC  X(08).
           05  SLAHIST-ATTRIB-REASON   PIC  X(01).
               88  SLAHIST-JOB-OVERRAN             VALUE 'J'.
               88  SLAHIST-PRODUCER-INCOMPLETE     VALUE 'P'.
               88  SLAHIST-DELIVERY-LATE           VALUE 'D'.
               88  SLAHIST-PRODUCER-UNKNOWN        VALUE 'U'.
