      *    Credit-limit proposal record, written by the periodic
      *    review job (CLRREV1) and decided one by one by a credit
      *    officer through the approval transaction (CLRAPR1). A
      *    proposal carries the evidence it was made on -- risk
      *    score, utilization, holds and declines in the lookback --
      *    so the officer decides on what the job saw. Only an
      *    accepted proposal reaches CUSTLIM, as a new effective-
      *    dated record naming the officer; a rejected one stays
      *    here with who rejected it. Each review cycle writes a
      *    fresh proposal file, so a proposal left undecided is
      *    superseded by the next cycle's view of the customer.
       01  CLRPRP-RECORD.
           05  CLRPRP-CUSTOMER-ID      PIC  X(08).
           05  CLRPRP-PROPOSAL-TYPE    PIC  X(01).
               88  CLRPRP-TYPE-INCREASE            VALUE 'I'.
               88  CLRPRP-TYPE-DECREASE            VALUE 'D'.
               88  CLRPRP-TYPE-NEW                 VALUE 'N'.
           05  CLRPRP-CURRENT-LIMIT    PIC  9(09)V99.
           05  CLRPRP-PROPOSED-LIMIT   PIC  9(09)V99.
           05  CLRPRP-RULE-ID          PIC  X(08).
           05  CLRPRP-RISK-SCORE       PIC  9(03).
           05  CLRPRP-UTILIZATION-PCT  PIC  9(05).
           05  CLRPRP-HOLD-COUNT       PIC  9(05).
           05  CLRPRP-DECLINE-COUNT    PIC  9(05).
           05  CLRPRP-REVIEW-DATE      PIC  9(08).
           05  CLRPRP-STATUS           PIC  X(01).
               88  CLRPRP-STATUS-PROPOSED          VALUE 'P'.
               88  CLRPRP-STATUS-ACCEPTED          VALUE 'A'.
               88  CLRPRP-STATUS-REJECTED          VALUE 'R'.
           05  CLRPRP-DECIDED-BY       PIC  X(08).
           05  CLRPRP-DECIDED-DATE     PIC  9(08).
