      *    Time-bound delegation of menu selections for absence
      *    cover. The delegator names a colleague, the selections
      *    (ones the delegator holds) and a start and end date;
      *    a second, different user approves it through MNUDLG01.
      *    MNUMNU01 honors an approved delegation only from its
      *    start date through its end date, and stamps the
      *    delegation id on every MNUAUD record written under it.
      *    The delegate's own MNUSEC record is never touched -- the
      *    cover lives only here, which is what lets it end.
      *    MNUDLGN1 marks a delegation expired on the nightly run
      *    of its end date, records when the delegator was first
      *    back on the menu inside the window, and reports any use
      *    the delegate made of it after that.
       01  MNUDLG-RECORD.
           05  MNUDLG-ID               PIC  9(04).
           05  MNUDLG-DELEGATOR        PIC  X(08).
           05  MNUDLG-DELEGATE         PIC  X(08).
           05  MNUDLG-SELECTION-COUNT  PIC  9(02).
           05  MNUDLG-SELECTIONS.
               10  MNUDLG-SELECTION   OCCURS 10 TIMES
                                       PIC  X(02).
           05  MNUDLG-START-DATE       PIC  9(08).
           05  MNUDLG-END-DATE         PIC  9(08).
           05  MNUDLG-STATUS           PIC  X(01).
               88  MNUDLG-STATUS-REQUESTED         VALUE 'P'.
               88  MNUDLG-STATUS-APPROVED          VALUE 'A'.
               88  MNUDLG-STATUS-REJECTED          VALUE 'R'.
               88  MNUDLG-STATUS-WITHDRAWN         VALUE 'W'.
               88  MNUDLG-STATUS-EXPIRED           VALUE 'E'.
           05  MNUDLG-REQUESTED-DATE   PIC  9(08).
           05  MNUDLG-APPROVED-BY      PIC  X(08).
           05  MNUDLG-APPROVED-DATE    PIC  9(08).
      *    Set when the delegation stops being honored: withdrawn,
      *    rejected, or expired.
           05  MNUDLG-CLOSED-DATE      PIC  9(08).
      *    The delegator's first successful sign-on or selection on
      *    or after the start date; zero while they are still away.
           05  MNUDLG-RETURNED-DATE    PIC  9(08).
           05  MNUDLG-RETURNED-TIME    PIC  9(06).
