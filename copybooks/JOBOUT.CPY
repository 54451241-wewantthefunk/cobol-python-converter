      *    Job-output reference record (JOBOUTP), one per file a job
      *    on the nightly chain produces for somebody else -- a
      *    report RPTDIST routes, or a file the transmission
      *    subsystem sends out under XMITMAN. JOBCHAIN says which
      *    jobs wait on which; this says what each job leaves
      *    behind, so a failure can be followed past the last job
      *    to the reports and transmissions it takes down with it.
       01  JOBOUT-RECORD.
           05  JOBOUT-JOB-NAME         PIC  X(08).
           05  JOBOUT-OUTPUT-DD        PIC  X(08).
           05  JOBOUT-DESCRIPTION      PIC  X(20).
