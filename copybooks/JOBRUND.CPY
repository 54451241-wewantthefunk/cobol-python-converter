      *    Run-day rule for a job on the nightly chain (JOBRUNDY),
      *    one record per job that does not run every night. JOBCHAIN
      *    says what a job waits for; this says which nights it is
      *    due at all. A job with no record here is due every night,
      *    as every job always was. The rule is one of:
      *      'A' every night, recorded for the avoidance of doubt
      *      'S' a SCHRULE rule id: due on the dates SCHEXP1 expanded
      *          the rule to on the SCHDATES file
      *      'F' a FISCALCL condition:
      *            PE  the date is a fiscal period end
      *            YE  the date is the fiscal year's last period end
      *            FW  the first business date of a fiscal week --
      *                week 00 every week, 01-05 only that week of
      *                each period
      *    JOBDUE1 answers "is this job due tonight" for CHAINRN1,
      *    JOBGATE1, and OPSSNAP1 from this file.
       01  JOBRUND-RECORD.
           05  JOBRUND-JOB-NAME        PIC  X(08).
           05  JOBRUND-RULE-KIND       PIC  X(01).
               88  JOBRUND-EVERY-NIGHT             VALUE 'A'.
               88  JOBRUND-SCHEDULE-RULE           VALUE 'S'.
               88  JOBRUND-FISCAL-RULE             VALUE 'F'.
           05  JOBRUND-SCHRULE-ID      PIC  X(08).
           05  JOBRUND-FISCAL-COND     PIC  X(02).
               88  JOBRUND-FISCAL-PERIOD-END       VALUE 'PE'.
               88  JOBRUND-FISCAL-YEAR-END         VALUE 'YE'.
               88  JOBRUND-FISCAL-WEEK-START       VALUE 'FW'.
           05  JOBRUND-FISCAL-WEEK     PIC  9(02).
           05  JOBRUND-DESCRIPTION     PIC  X(20).
