      *    Communication area for the run-day rule module (JOBDUE1).
      *    The caller names a job and the business date; the module
      *    answers due, not due, or unresolved against the job's
      *    JOBRUNDY rule (JOBRUND.CPY). Unresolved means the rule
      *    could not be judged -- the SCHDATES expansion does not
      *    reach the date, or the date is missing from FISCALCL --
      *    and is never quietly taken as either answer: a month-end
      *    job must be neither skipped nor run on a guess.
       01  JOBDUE-COMM-AREA.
           05  JOBDUE-JOB-NAME         PIC  X(08).
           05  JOBDUE-BUSINESS-DATE    PIC  9(08).
           05  JOBDUE-RESULT           PIC  X(01).
               88  JOBDUE-DUE                      VALUE 'D'.
               88  JOBDUE-NOT-DUE                  VALUE 'N'.
               88  JOBDUE-UNRESOLVED               VALUE 'U'.
           05  JOBDUE-RULE-TEXT        PIC  X(30).
