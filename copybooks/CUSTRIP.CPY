      *    Referential-integrity cleanup proposal, written by the
      *    nightly integrity sweep (CUSTRIS1) for the cases it can
      *    put right safely, and decided one by one by an operator
      *    through CUSTRIA1, which applies only what was approved.
      *    The proposal names the satellite file and carries the
      *    offending record as the sweep saw it, so the apply run
      *    touches that record and no other -- if it has changed
      *    or gone by the time the decision arrives, the approval
      *    is not applied and says so. Each sweep writes a fresh
      *    proposal file; a proposal left undecided is superseded
      *    by the next night's view, the way CLRPRP proposals are.
       01  CUSTRIP-RECORD.
           05  CUSTRIP-SWEEP-DATE      PIC  9(08).
           05  CUSTRIP-SEQUENCE        PIC  9(05).
           05  CUSTRIP-FILE-ID         PIC  X(08).
           05  CUSTRIP-CUSTOMER-ID     PIC  X(08).
           05  CUSTRIP-ACTION          PIC  X(01).
               88  CUSTRIP-SUSPEND-ORDER           VALUE 'S'.
               88  CUSTRIP-REDIRECT-ORDER          VALUE 'D'.
               88  CUSTRIP-REDIRECT-LIMIT          VALUE 'L'.
               88  CUSTRIP-REPOINT-XREF            VALUE 'X'.
      *    The surviving customer a redirect or repoint moves the
      *    record to; spaces on a suspend.
           05  CUSTRIP-TARGET-ID       PIC  X(08).
           05  CUSTRIP-REASON          PIC  X(30).
           05  CUSTRIP-RECORD-IMAGE    PIC  X(48).
           05  CUSTRIP-STATUS          PIC  X(01).
               88  CUSTRIP-STATUS-PROPOSED         VALUE 'P'.
               88  CUSTRIP-STATUS-APPLIED          VALUE 'A'.
               88  CUSTRIP-STATUS-REJECTED         VALUE 'R'.
               88  CUSTRIP-STATUS-NOT-APPLIED      VALUE 'F'.
           05  CUSTRIP-DECIDED-BY      PIC  X(08).
           05  CUSTRIP-DECIDED-DATE    PIC  9(08).
