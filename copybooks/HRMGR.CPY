      *    Reporting-line reference file, keyed by HRMGR-USERID:
      *    the manager HR names for each userid, kept current by
      *    HRPROV01 from the manager carried on the daily HR status
      *    feed (joiners and movers replace it, leavers drop out).
      *    The access recertification campaign routes each user's
      *    review items to the manager on file here.
      *    Where HR holds it, the employee's own customer account
      *    number rides here too, so the customer-access review can
      *    tell a member of staff looking up their own account;
      *    spaces when HR does not know of one.
       01  HRMGR-RECORD.
           05  HRMGR-USERID            PIC  X(08).
           05  HRMGR-MANAGER-USERID    PIC  X(08).
           05  HRMGR-EFFECTIVE-DATE    PIC  X(08).
           05  HRMGR-UPDATED-DATE      PIC  9(08).
           05  HRMGR-STAFF-CUSTOMER-ID PIC  X(08).
