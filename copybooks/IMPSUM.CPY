      *    Impact summary record (IMPACTS), appended by JOBIMP1 for
      *    every impact analysis it makes. OPSSNAP1 carries the
      *    latest analysis of each job for the business date onto
      *    the operations snapshot, so the duty operator sees what
      *    a failure takes down on the same screen as the failure.
       01  IMPSUM-RECORD.
           05  IMPSUM-BUSINESS-DATE    PIC  9(08).
           05  IMPSUM-JOB-NAME         PIC  X(08).
           05  IMPSUM-REASON           PIC  X(01).
           05  IMPSUM-JOBS-BLOCKED     PIC  9(03).
           05  IMPSUM-REPORTS-MISSING  PIC  9(03).
           05  IMPSUM-XMITS-LATE       PIC  9(03).
           05  IMPSUM-PARTIES-AFFECTED PIC  9(03).
           05  IMPSUM-EST-FINISH-HHMM  PIC  9(04).
           05  IMPSUM-CUTOFF-SW        PIC  X(01).
               88  IMPSUM-CROSSES-CUTOFF           VALUE 'Y'.
           05  IMPSUM-ANALYZED-TIME    PIC  9(06).
           05  FILLER                  PIC  X(01).
