      *    Dispute case, one per customer dispute of a posting on
      *    the posted-transaction history (CUSTHST.CPY), kept by the
      *    dispute case job (DSPCAS1). A dispute used to live in
      *    email until somebody keyed the reversal by hand; the case
      *    names the posting it disputes -- customer, business date,
      *    type, amount, and the posting run's correlation id -- the
      *    reason, and the due dates the reason's regulatory
      *    timeframes set, counted in business days from the day the
      *    case was opened. A provisional credit issued while the
      *    case is investigated is recorded with the date it went
      *    out and is taken back when the case resolves. Resolved in
      *    the customer's favor, the disputed posting is reversed;
      *    the reversal status says whether the reversal was
      *    generated, whether the posting had already been reversed
      *    by other means, or whether the posting had left the
      *    rolling history and the reversal has to be keyed.
       01  DSPCASE-RECORD.
           05  DSPCASE-CASE-ID.
               10  DSPCASE-OPENED-DATE PIC  9(08).
               10  DSPCASE-CASE-SEQ    PIC  9(04).
           05  DSPCASE-CUSTOMER-ID     PIC  X(08).
           05  DSPCASE-POSTING-DATE    PIC  9(08).
           05  DSPCASE-TRAN-TYPE       PIC  X(01).
           05  DSPCASE-AMOUNT          PIC  9(09)V99.
           05  DSPCASE-CORRELATION-ID  PIC  X(12).
           05  DSPCASE-REASON-CODE     PIC  X(02).
           05  DSPCASE-REASON-TEXT     PIC  X(30).
           05  DSPCASE-PROV-DUE-DATE   PIC  9(08).
           05  DSPCASE-RESOLVE-DUE-DATE
                                       PIC  9(08).
           05  DSPCASE-STATUS          PIC  X(01).
               88  DSPCASE-STATUS-OPEN             VALUE 'O'.
               88  DSPCASE-STATUS-FOR-CUSTOMER     VALUE 'F'.
               88  DSPCASE-STATUS-AGAINST          VALUE 'A'.
           05  DSPCASE-PROV-STATUS     PIC  X(01).
               88  DSPCASE-PROV-NONE               VALUE ' '.
               88  DSPCASE-PROV-ISSUED             VALUE 'I'.
               88  DSPCASE-PROV-TAKEN-BACK         VALUE 'X'.
           05  DSPCASE-PROV-DATE       PIC  9(08).
           05  DSPCASE-REVERSAL-STATUS PIC  X(01).
               88  DSPCASE-REVERSAL-NONE           VALUE ' '.
               88  DSPCASE-REVERSAL-GENERATED      VALUE 'G'.
               88  DSPCASE-REVERSAL-PRIOR          VALUE 'P'.
               88  DSPCASE-REVERSAL-MANUAL         VALUE 'M'.
           05  DSPCASE-OPENED-BY       PIC  X(08).
           05  DSPCASE-RESOLVED-BY     PIC  X(08).
           05  DSPCASE-RESOLVED-DATE   PIC  9(08).
