      *    Keyed history store load log (CUSTHSKL), appended once per
      *    slice the compaction job (CUSTHSK1) loads and once per
      *    posting run the backout job (CUSTBKO1) takes back out. It
      *    is how a slice is refused the second time it is offered,
      *    where the next load sequence for a run date starts, and
      *    how a reader knows the night's history is in the store
      *    before it trusts the store. The slice source is the
      *    correlation-id prefix of the run that wrote the slice --
      *    CPST for the posting run, CMRG for a merge transfer.
       01  CUSTHSL-RECORD.
           05  CUSTHSL-RUN-DATE        PIC  9(08).
           05  CUSTHSL-SLICE-SOURCE    PIC  X(04).
           05  CUSTHSL-ACTION          PIC  X(01).
               88  CUSTHSL-SLICE-LOADED            VALUE 'L'.
               88  CUSTHSL-RUN-BACKED-OUT          VALUE 'B'.
      *    The channel a backout was limited to; spaces on a load
      *    and on a whole-run backout.
           05  CUSTHSL-CHANNEL         PIC  X(01).
           05  CUSTHSL-FIRST-SEQ       PIC  9(07).
           05  CUSTHSL-LAST-SEQ        PIC  9(07).
           05  CUSTHSL-DETAIL-COUNT    PIC  9(09).
           05  CUSTHSL-AMOUNT-TOTAL    PIC  9(13)V99.
           05  CUSTHSL-LOGGED-DATE     PIC  9(08).
           05  CUSTHSL-LOGGED-TIME     PIC  9(06).
           05  CUSTHSL-CORRELATION-ID  PIC  X(12).
           05  FILLER                  PIC  X(02).
