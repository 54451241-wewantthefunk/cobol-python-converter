      *    Communication area for the failure impact analysis module
      *    (JOBIMP1). The caller names a job that failed (F) or is
      *    running late (L); the module walks JOBCHAIN forward from
      *    it, writes the impact report, posts the key facts to the
      *    shift-handover log and the operations snapshot, and
      *    returns the same facts here. CHAINRN1 calls it the first
      *    pass that sees a failure; JOBIMPR1 calls it on demand.
       01  JOBIMP-COMM-AREA.
           05  JOBIMP-JOB-NAME         PIC  X(08).
           05  JOBIMP-BUSINESS-DATE    PIC  9(08).
           05  JOBIMP-REASON           PIC  X(01).
               88  JOBIMP-REASON-FAILED            VALUE 'F'.
               88  JOBIMP-REASON-LATE              VALUE 'L'.
           05  JOBIMP-CALLER           PIC  X(08).
           05  JOBIMP-CORRELATION-ID   PIC  X(12).
      *    Returned. Jobs blocked counts the downstream jobs due
      *    tonight that cannot run until the named job completes
      *    clean; the estimate is the named job's own rerun plus
      *    every blocked job, projected the way JOBFCST1 projects
      *    the whole chain.
           05  JOBIMP-RESULT           PIC  X(01).
               88  JOBIMP-RESULT-ANALYZED          VALUE 'A'.
               88  JOBIMP-RESULT-REFUSED           VALUE 'R'.
           05  JOBIMP-JOBS-BLOCKED     PIC  9(03).
           05  JOBIMP-REPORTS-MISSING  PIC  9(03).
           05  JOBIMP-XMITS-LATE       PIC  9(03).
           05  JOBIMP-PARTIES-AFFECTED PIC  9(03).
           05  JOBIMP-JOBS-NO-HISTORY  PIC  9(03).
           05  JOBIMP-ESTIMATE-SECONDS PIC  9(09).
           05  JOBIMP-EST-FINISH-HHMM  PIC  9(04).
           05  JOBIMP-CUTOFF-HHMM      PIC  9(04).
           05  JOBIMP-CUTOFF-SW        PIC  X(01).
               88  JOBIMP-CROSSES-CUTOFF           VALUE 'Y'.
           05  JOBIMP-MESSAGE          PIC  X(60).
