      *    Documented exception to a segregation-of-duties rule:
      *    one user allowed to hold both selections of one SODRUL
      *    pair, who approved it and under what reference, until
      *    the expiry date. An exception counts only through its
      *    expiry date; after that the pair is a conflict again.
       01  SODEXC-RECORD.
           05  SODEXC-USERID           PIC  X(08).
           05  SODEXC-RULE-ID          PIC  X(06).
           05  SODEXC-APPROVED-BY      PIC  X(08).
           05  SODEXC-APPROVED-DATE    PIC  9(08).
           05  SODEXC-EXPIRY-DATE      PIC  9(08).
           05  SODEXC-REFERENCE        PIC  X(20).
