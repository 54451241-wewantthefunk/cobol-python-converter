      *    General-ledger chart-of-accounts reference, one line per
      *    ledger account as Finance's ledger defines it, supplied
      *    to operations as a flat reference file. GLMMNT1 refuses
      *    a GLMAP mapping to an account that is not on the chart
      *    or is closed to posting, and the start-of-day pre-flight
      *    (PREFLT01) reports a mapping in force whose account has
      *    since been closed, so the extract never books to an
      *    account the ledger will not take.
       01  GLCOA-RECORD.
           05  GLCOA-ACCOUNT           PIC  X(08).
           05  GLCOA-DESCRIPTION       PIC  X(30).
           05  GLCOA-STATUS            PIC  X(01).
               88  GLCOA-OPEN                      VALUE 'O'.
               88  GLCOA-CLOSED                    VALUE 'C'.
