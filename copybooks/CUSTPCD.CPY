      *    Certificate-of-destruction register entry, appended by the
      *    archive retention purge (CUSTPRG1) for every archived
      *    customer it destroys: the customer id, the date the
      *    account was archived and the retention date it passed,
      *    when the record was destroyed, the proposal it was
      *    destroyed under and who signed that proposal off. The
      *    register is the only trace of the customer left once the
      *    purge has run, so nothing else ever rewrites it.
       01  CUSTPCD-RECORD.
           05  CUSTPCD-CUSTOMER-ID     PIC  X(08).
           05  CUSTPCD-ARCHIVE-DATE    PIC  9(08).
           05  CUSTPCD-RETENTION-DATE  PIC  9(08).
           05  CUSTPCD-PURGE-DATE      PIC  9(08).
           05  CUSTPCD-PURGE-TIME      PIC  9(06).
           05  CUSTPCD-PROPOSAL-DATE   PIC  9(08).
           05  CUSTPCD-SIGNED-OFF-BY   PIC  X(08).
           05  CUSTPCD-CLOSURE-REASON  PIC  X(20).
