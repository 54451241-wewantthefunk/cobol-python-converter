      *    Dormant sign-on exemption record, one per userid the
      *    nightly dormant-id job (MNUIDLN1) must never warn or
      *    disable however long it goes unused -- batch ids, service
      *    ids, and the odd break-glass id that is meant to sit
      *    idle. Each names who approved it and why; an exemption
      *    with an expiry date stops applying after that date, and
      *    a zero expiry is a standing one. Exempt ids that have
      *    passed the warning threshold still appear on the job's
      *    report so the security officer sees what is being let
      *    through.
       01  MNUIDX-RECORD.
           05  MNUIDX-USERID           PIC  X(08).
           05  MNUIDX-ID-KIND          PIC  X(01).
               88  MNUIDX-BATCH-ID                 VALUE 'B'.
               88  MNUIDX-SERVICE-ID               VALUE 'S'.
               88  MNUIDX-OTHER-ID                 VALUE 'O'.
           05  MNUIDX-REASON           PIC  X(30).
           05  MNUIDX-APPROVED-BY      PIC  X(08).
           05  MNUIDX-ADDED-DATE       PIC  9(08).
           05  MNUIDX-EXPIRY-DATE      PIC  9(08).
