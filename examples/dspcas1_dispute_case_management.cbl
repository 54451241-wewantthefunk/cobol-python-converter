       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPCAS1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Dispute case management. A customer disputing a posting
      *    used to mean an email thread and, eventually, a type-V
      *    reversal somebody keyed by customer, date, and amount.
      *    This job keeps the dispute cases (DSPCASE.CPY) itself:
      *    it reads the carried case inventory and the day's case
      *    actions, each an open, a provisional credit, or a
      *    resolution for or against the customer. An open names
      *    the disputed posting by customer, business date, type,
      *    and amount; it is verified against the rolling CUSTHSTC
      *    posted history -- the posting must be there, must not be
      *    a reversal, must not already be reversed, and must not
      *    already be under an open case -- and the reason must be
      *    on the DSPRULF reason rules (DSPRUL.CPY), whose
      *    regulatory timeframes set the provisional-credit and
      *    resolve due dates, counted forward in business days
      *    through DATECNV1 the way DATEROLL finds the next business
      *    day. A provisional credit, at open or later, is allowed
      *    on a disputed debit only. Resolving in the customer's
      *    favor generates the reversal of the disputed posting;
      *    resolving against them takes any provisional credit back
      *    -- and so does a favorable resolution, since the reversal
      *    itself now makes the customer whole. Everything generated
      *    is written as a CUSTTRAN slice (DSPTRAN) inside the
      *    FILEHDTR header/trailer for the adjustments channel
      *    (CUSTTRNA), the way FEEASM1's fees ride it, every detail
      *    carrying the 'D' dispute marker, so it posts through
      *    CUSTPST1 that night without a duplicate screen or a
      *    credit-limit hold. A posting reversed by other means
      *    since the case was opened is not reversed twice, and one
      *    that has rolled off the history is flagged on the case
      *    for the reversal to be keyed. Every action taken is
      *    appended, with the case as it stands after it, to the
      *    DSPAUDT audit file; an action that cannot be taken is
      *    refused loudly. The DSPAGE report ages every open case
      *    and flags a disputed debit past its provisional-credit
      *    date without one, and any case past its resolve date --
      *    the run ends 4 when any case is past its resolve date.
      *    The DSPSUMRY summary counts the month's cases by reason:
      *    opened, resolved each way, still open, and the
      *    provisional credits issued and taken back. It is
      *    month-to-date until the last business day of the month,
      *    when it is marked final. A resolved case is carried to
      *    the end of the month it was resolved in, so the final
      *    summary still counts it, and is dropped after that.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-IN-FILE      ASSIGN TO "DSPCASI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-OUT-FILE     ASSIGN TO "DSPCASO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTION-FILE       ASSIGN TO "DSPACT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULE-FILE         ASSIGN TO "DSPRULF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE      ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPUTE-TRAN-FILE ASSIGN TO "DSPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE        ASSIGN TO "DSPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "DSPAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE      ASSIGN TO "DSPSUMRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-IN-FILE.
       01  CASE-IN-RECORD              PIC X(135).

       FD  CASE-OUT-FILE.
       01  CASE-OUT-RECORD             PIC X(135).

      *    One case action. An open names the posting, the reason,
      *    and whether a provisional credit goes out with it; the
      *    other actions name the case by its id.
       FD  ACTION-FILE.
       01  ACTION-RECORD.
           05  DAC-ACTION              PIC X(01).
               88  DAC-ACTION-OPEN                 VALUE 'O'.
               88  DAC-ACTION-PROVISIONAL          VALUE 'P'.
               88  DAC-ACTION-FOR-CUSTOMER         VALUE 'F'.
               88  DAC-ACTION-AGAINST              VALUE 'A'.
           05  DAC-CASE-ID             PIC X(12).
           05  DAC-CUSTOMER-ID         PIC X(08).
           05  DAC-POSTING-DATE        PIC X(08).
           05  DAC-TRAN-TYPE           PIC X(01).
           05  DAC-AMOUNT              PIC 9(09)V99.
           05  DAC-REASON-CODE         PIC X(02).
           05  DAC-PROVISIONAL         PIC X(01).
               88  DAC-PROVISIONAL-WANTED          VALUE 'Y'.
           05  DAC-REASON-TEXT         PIC X(30).
           05  DAC-OPERATOR-ID         PIC X(08).

       FD  RULE-FILE.
       01  RULE-IN-RECORD              PIC X(38).

       FD  HISTORY-FILE.
       01  HISTORY-IN-LINE             PIC X(80).

       FD  DISPUTE-TRAN-FILE.
       01  DISPUTE-TRAN-LINE           PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-OUT-RECORD.
           05  AUD-ACTION              PIC X(01).
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-ACTION-DATE         PIC 9(08).
           05  AUD-CASE-IMAGE          PIC X(135).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  SUMMARY-FILE.
       01  SUMMARY-OUT-LINE            PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-CASE-EOF                  PIC X       VALUE 'N'.
           88  END-OF-CASES                         VALUE 'Y'.
       01  WS-ACTION-EOF                PIC X       VALUE 'N'.
           88  END-OF-ACTIONS                       VALUE 'Y'.
       01  WS-RULE-EOF                  PIC X       VALUE 'N'.
           88  END-OF-RULES                         VALUE 'Y'.
       01  WS-HISTORY-EOF               PIC X       VALUE 'N'.
           88  END-OF-HISTORY                       VALUE 'Y'.

       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

      *    Case inventory for the run; the whole inventory is
      *    rewritten at the end, less the cases resolved before
      *    this month.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-CASE-ENTRY OCCURS 2000 TIMES.
               10  WS-CASE-IMAGE        PIC X(135).
       01  WS-CAS-IDX                   PIC 9(04).
       01  WS-CASE-FOUND-IDX            PIC 9(04).
       01  WS-NEXT-CASE-SEQ             PIC 9(04)   VALUE 1.

       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RUL-REASON-CODE   PIC X(02).
               10  WS-RUL-DESCRIPTION   PIC X(30).
               10  WS-RUL-PROV-DAYS     PIC 9(03).
               10  WS-RUL-RESOLVE-DAYS  PIC 9(03).
               10  WS-RUL-OPENED        PIC 9(05).
               10  WS-RUL-FOR-CUSTOMER  PIC 9(05).
               10  WS-RUL-AGAINST       PIC 9(05).
               10  WS-RUL-STILL-OPEN    PIC 9(05).
       01  WS-RUL-IDX                   PIC 9(03).
       01  WS-RULE-FOUND-IDX            PIC 9(03).

      *    The rolling posted history, for finding the posting a
      *    case disputes.
       01  WS-HSTINV-TABLE.
           05  WS-HSTINV-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-HSTINV-ENTRY OCCURS 2000 TIMES.
               10  WS-HSTINV-IMAGE      PIC X(75).
       01  WS-INV-IDX                   PIC 9(04).
       01  WS-POST-FOUND-IDX            PIC 9(04).
       01  WS-POST-REVERSED             PIC X(01).
           88  POSTING-ALREADY-REVERSED             VALUE 'Y'.

      *    The posting being sought, from the action or the case.
       01  WS-SEEK-POSTING.
           05  WS-SEEK-CUSTOMER-ID      PIC X(08).
           05  WS-SEEK-DATE             PIC 9(08).
           05  WS-SEEK-TYPE             PIC X(01).
           05  WS-SEEK-AMOUNT           PIC 9(09)V99.

      *    Business-day stepping: WS-BDAYS-WANTED business days
      *    forward of the business date lands in WS-CANDIDATE-DATE.
       01  WS-BDAYS-WANTED              PIC 9(03).
       01  WS-BDAYS-COUNTED             PIC 9(03).
       01  WS-DAYS-TRIED                PIC 9(04).
       01  WS-DAYS-TRY-LIMIT            PIC 9(04).
       01  WS-CANDIDATE-DATE            PIC 9(08).
       01  WS-DAY-OF-WEEK               PIC 9(01).
       01  WS-STEP-SWITCH               PIC X(01).
           88  STEP-FAILED                          VALUE 'F'.
       01  WS-PROV-DUE-DATE             PIC 9(08).
       01  WS-RESOLVE-DUE-DATE          PIC 9(08).

      *    Month being summarized, and whether today is its last
      *    business day.
       01  WS-BUSINESS-MONTH            PIC X(06).
       01  WS-SUMMARY-STATE             PIC X(13)
                                        VALUE 'MONTH-TO-DATE'.

       01  WS-DAYS-OPEN                 PIC 9(05).
       01  WS-CASE-FLAGS                PIC X(02).
       01  WS-REFUSE-REASON             PIC X(40)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-ACTIONS-READ          PIC 9(05)   VALUE ZERO.
           05  WS-CASES-OPENED          PIC 9(05)   VALUE ZERO.
           05  WS-CASES-FOR-CUSTOMER    PIC 9(05)   VALUE ZERO.
           05  WS-CASES-AGAINST         PIC 9(05)   VALUE ZERO.
           05  WS-ACTIONS-REFUSED       PIC 9(05)   VALUE ZERO.
           05  WS-CASES-CARRIED         PIC 9(05)   VALUE ZERO.
           05  WS-CASES-DROPPED         PIC 9(05)   VALUE ZERO.
           05  WS-CASES-OPEN            PIC 9(05)   VALUE ZERO.
           05  WS-PROV-OVERDUE          PIC 9(05)   VALUE ZERO.
           05  WS-RESOLVE-OVERDUE       PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-WRITTEN         PIC 9(05)   VALUE ZERO.

      *    The month's totals over every reason.
       01  WS-MONTH-TOTALS.
           05  WS-MTH-OPENED            PIC 9(05)   VALUE ZERO.
           05  WS-MTH-FOR-CUSTOMER      PIC 9(05)   VALUE ZERO.
           05  WS-MTH-AGAINST           PIC 9(05)   VALUE ZERO.
           05  WS-MTH-STILL-OPEN        PIC 9(05)   VALUE ZERO.
           05  WS-MTH-PROV-ISSUED       PIC 9(05)   VALUE ZERO.
           05  WS-MTH-PROV-TAKEN-BACK   PIC 9(05)   VALUE ZERO.
           05  WS-MTH-PROV-ISSUED-AMT   PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-MTH-PROV-BACK-AMT     PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

      *    Generated item in the CUSTTRAN input layout CUSTPST1
      *    reads, the 'D' marker in the release-marker byte.
       01  WS-DISPUTE-DETAIL.
           05  WS-DSP-CUSTOMER-ID       PIC X(08).
           05  WS-DSP-TRAN-TYPE         PIC X(01).
           05  WS-DSP-AMOUNT            PIC 9(09)V99.
           05  WS-DSP-ORIGINAL-DATE     PIC X(08)   VALUE SPACES.
           05  WS-DSP-EFFECTIVE-DATE    PIC X(08)   VALUE SPACES.
           05  WS-DSP-CHANNEL-CODE      PIC X(01)   VALUE SPACE.
           05  WS-DSP-RELEASE-MARKER    PIC X(01)   VALUE 'D'.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       01  WS-AGING-LINE.
           05  WS-AGE-CASE-ID           PIC X(12).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-POSTING-DATE      PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-TRAN-TYPE         PIC X(01).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-REASON-CODE       PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-DAYS-OPEN         PIC ZZZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-PROV-DUE          PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-RESOLVE-DUE       PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AGE-FLAGS             PIC X(02).
           05  FILLER                   PIC X(03)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-REASON-CODE       PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-SUM-DESCRIPTION       PIC X(30).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-SUM-OPENED            PIC ZZZZZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SUM-FOR-CUSTOMER      PIC ZZZZZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SUM-AGAINST           PIC ZZZZZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SUM-STILL-OPEN        PIC ZZZZZZ9.
           05  FILLER                   PIC X(12)   VALUE SPACES.
       01  WS-SUM-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY DSPCASE.
       COPY DSPRUL.
       COPY CUSTHST.
       COPY BUSDATE.
       COPY FILEHDTR.
       COPY DATEAREA.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTION UNTIL END-OF-ACTIONS
           PERFORM 3000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** DSPCAS1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE BUSDATE-CURRENT-DATE(1:6) TO WS-BUSINESS-MONTH
           PERFORM 1050-SET-SUMMARY-STATE
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-HISTORY
           PERFORM 1300-LOAD-CASES
           OPEN INPUT  ACTION-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT DISPUTE-TRAN-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO DISPUTE-TRAN-LINE
           WRITE DISPUTE-TRAN-LINE
           PERFORM 2900-READ-ACTION.

      *    The summary is final on the last business day of the
      *    month -- the day whose next business day falls in
      *    another month.
       1050-SET-SUMMARY-STATE.
           MOVE 1 TO WS-BDAYS-WANTED
           PERFORM 2800-ADD-BUSINESS-DAYS
           IF STEP-FAILED
               DISPLAY '*** DSPCAS1 NEXT BUSINESS DAY NOT FOUND --'
                   ' SUMMARY LEFT MONTH-TO-DATE ***'
           ELSE
               IF WS-CANDIDATE-DATE(1:6) NOT = WS-BUSINESS-MONTH
                   MOVE 'FINAL' TO WS-SUMMARY-STATE
               END-IF
           END-IF.

       1100-LOAD-RULES.
           OPEN INPUT RULE-FILE
           PERFORM 1110-READ-RULE UNTIL END-OF-RULES
           CLOSE RULE-FILE.

       1110-READ-RULE.
           READ RULE-FILE
               AT END
                   SET END-OF-RULES TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT >= 50
                       DISPLAY '*** DSPCAS1 DSPRULF HAS MORE THAN 50'
                           ' REASON RULES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RULE-IN-RECORD TO DSPRUL-RECORD
                   ADD 1 TO WS-RULE-COUNT
                   MOVE DSPRUL-REASON-CODE
                       TO WS-RUL-REASON-CODE(WS-RULE-COUNT)
                   MOVE DSPRUL-DESCRIPTION
                       TO WS-RUL-DESCRIPTION(WS-RULE-COUNT)
                   MOVE DSPRUL-PROV-CREDIT-DAYS
                       TO WS-RUL-PROV-DAYS(WS-RULE-COUNT)
                   MOVE DSPRUL-RESOLVE-DAYS
                       TO WS-RUL-RESOLVE-DAYS(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RUL-OPENED(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RUL-FOR-CUSTOMER(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RUL-AGAINST(WS-RULE-COUNT)
                   MOVE ZERO TO WS-RUL-STILL-OPEN(WS-RULE-COUNT)
           END-READ.

      *    Postings beyond the table cannot be disputed this run;
      *    the rest of the job still runs.
       1200-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           PERFORM 1210-READ-HISTORY UNTIL END-OF-HISTORY
           CLOSE HISTORY-FILE.

       1210-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF HISTORY-IN-LINE(1:4) = 'HDR*'
                       OR HISTORY-IN-LINE(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       IF WS-HSTINV-COUNT >= 2000
                           DISPLAY '*** DSPCAS1 HISTORY INVENTORY'
                               ' TABLE FULL -- LATER POSTINGS CANNOT'
                               ' BE DISPUTED THIS RUN ***'
                           SET END-OF-HISTORY TO TRUE
                       ELSE
                           ADD 1 TO WS-HSTINV-COUNT
                           MOVE HISTORY-IN-LINE
                               TO WS-HSTINV-IMAGE(WS-HSTINV-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *    The inventory is rewritten whole at the end of the run,
      *    so an inventory too big to hold would lose cases -- the
      *    run is stopped instead of truncating it.
       1300-LOAD-CASES.
           OPEN INPUT CASE-IN-FILE
           PERFORM 1310-READ-CASE UNTIL END-OF-CASES
           CLOSE CASE-IN-FILE.

       1310-READ-CASE.
           READ CASE-IN-FILE
               AT END
                   SET END-OF-CASES TO TRUE
               NOT AT END
                   IF WS-CASE-COUNT >= 2000
                       DISPLAY '*** DSPCAS1 CASE INVENTORY HAS MORE'
                           ' THAN 2000 CASES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CASE-COUNT
                   MOVE CASE-IN-RECORD TO WS-CASE-IMAGE(WS-CASE-COUNT)
                   MOVE CASE-IN-RECORD TO DSPCASE-RECORD
                   IF DSPCASE-OPENED-DATE = BUSDATE-CURRENT-DATE
                       AND DSPCASE-CASE-SEQ >= WS-NEXT-CASE-SEQ
                       COMPUTE WS-NEXT-CASE-SEQ = DSPCASE-CASE-SEQ + 1
                   END-IF
           END-READ.

       2000-PROCESS-ACTION.
           ADD 1 TO WS-ACTIONS-READ
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN DAC-ACTION-OPEN
                   PERFORM 2100-OPEN-CASE
               WHEN DAC-ACTION-PROVISIONAL
                   PERFORM 2200-FIND-OPEN-CASE
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM 2250-GRANT-PROVISIONAL
                   END-IF
               WHEN DAC-ACTION-FOR-CUSTOMER
                   PERFORM 2200-FIND-OPEN-CASE
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM 2300-RESOLVE-FOR-CUSTOMER
                   END-IF
               WHEN DAC-ACTION-AGAINST
                   PERFORM 2200-FIND-OPEN-CASE
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM 2400-RESOLVE-AGAINST
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION NOT O, P, F OR A'
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY '*** DSPCAS1 ACTION ' DAC-ACTION
                   ' CASE ' DAC-CASE-ID ' CUSTOMER ' DAC-CUSTOMER-ID
                   ' REFUSED: ' WS-REFUSE-REASON ' ***'
           END-IF
           PERFORM 2900-READ-ACTION.

      *    The posting must be on the history, not a reversal, not
      *    already reversed, and not under another open case; the
      *    reason must have a rule and the due dates must count out.
       2100-OPEN-CASE.
           PERFORM 2110-FIND-RULE
           EVALUATE TRUE
               WHEN WS-RULE-FOUND-IDX = ZERO
                   MOVE 'REASON CODE NOT ON DSPRULF'
                       TO WS-REFUSE-REASON
               WHEN DAC-POSTING-DATE NOT NUMERIC
                   MOVE 'POSTING DATE NOT NUMERIC'
                       TO WS-REFUSE-REASON
               WHEN DAC-AMOUNT NOT NUMERIC OR DAC-AMOUNT = ZERO
                   MOVE 'AMOUNT MISSING OR NOT NUMERIC'
                       TO WS-REFUSE-REASON
               WHEN DAC-PROVISIONAL-WANTED AND DAC-TRAN-TYPE NOT = 'D'
                   MOVE 'PROVISIONAL CREDIT IS FOR A DEBIT ONLY'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE DAC-CUSTOMER-ID  TO WS-SEEK-CUSTOMER-ID
                   MOVE DAC-POSTING-DATE TO WS-SEEK-DATE
                   MOVE DAC-TRAN-TYPE    TO WS-SEEK-TYPE
                   MOVE DAC-AMOUNT       TO WS-SEEK-AMOUNT
                   PERFORM 2150-FIND-POSTING
                   EVALUATE TRUE
                       WHEN WS-POST-FOUND-IDX = ZERO
                           AND POSTING-ALREADY-REVERSED
                           MOVE 'POSTING ALREADY REVERSED'
                               TO WS-REFUSE-REASON
                       WHEN WS-POST-FOUND-IDX = ZERO
                           MOVE 'POSTING NOT ON THE HISTORY'
                               TO WS-REFUSE-REASON
                       WHEN OTHER
                           PERFORM 2160-CHECK-NO-OPEN-CASE
                   END-EVALUATE
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2170-SET-DUE-DATES
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2180-ADD-THE-CASE
           END-IF.

       2110-FIND-RULE.
           MOVE ZERO TO WS-RULE-FOUND-IDX
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               OR WS-RULE-FOUND-IDX > ZERO
               IF WS-RUL-REASON-CODE(WS-RUL-IDX) = DAC-REASON-CODE
                   MOVE WS-RUL-IDX TO WS-RULE-FOUND-IDX
               END-IF
           END-PERFORM.

      *    An unreversed, non-reversal posting matching the sought
      *    customer, date, type, and amount. A reversed match is
      *    remembered apart from no match at all.
       2150-FIND-POSTING.
           MOVE ZERO TO WS-POST-FOUND-IDX
           MOVE 'N' TO WS-POST-REVERSED
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               OR WS-POST-FOUND-IDX > ZERO
               MOVE WS-HSTINV-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
               IF CUSTHST-CUSTOMER-ID = WS-SEEK-CUSTOMER-ID
                   AND CUSTHST-BUSINESS-DATE = WS-SEEK-DATE
                   AND CUSTHST-TRAN-TYPE = WS-SEEK-TYPE
                   AND CUSTHST-AMOUNT = WS-SEEK-AMOUNT
                   AND NOT CUSTHST-IS-REVERSAL
                   IF CUSTHST-IS-REVERSED
                       MOVE 'Y' TO WS-POST-REVERSED
                   ELSE
                       MOVE WS-INV-IDX TO WS-POST-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-POST-FOUND-IDX > ZERO
               MOVE 'N' TO WS-POST-REVERSED
               MOVE WS-HSTINV-IMAGE(WS-POST-FOUND-IDX)
                   TO CUSTHST-RECORD
           END-IF.

       2160-CHECK-NO-OPEN-CASE.
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
               UNTIL WS-CAS-IDX > WS-CASE-COUNT
               OR WS-REFUSE-REASON NOT = SPACES
               MOVE WS-CASE-IMAGE(WS-CAS-IDX) TO DSPCASE-RECORD
               IF DSPCASE-STATUS-OPEN
                   AND DSPCASE-CUSTOMER-ID = WS-SEEK-CUSTOMER-ID
                   AND DSPCASE-POSTING-DATE = WS-SEEK-DATE
                   AND DSPCASE-TRAN-TYPE = WS-SEEK-TYPE
                   AND DSPCASE-AMOUNT = WS-SEEK-AMOUNT
                   MOVE 'POSTING ALREADY UNDER AN OPEN CASE'
                       TO WS-REFUSE-REASON
               END-IF
           END-PERFORM.

       2170-SET-DUE-DATES.
           MOVE WS-RUL-PROV-DAYS(WS-RULE-FOUND-IDX)
               TO WS-BDAYS-WANTED
           PERFORM 2800-ADD-BUSINESS-DAYS
           MOVE WS-CANDIDATE-DATE TO WS-PROV-DUE-DATE
           IF NOT STEP-FAILED
               MOVE WS-RUL-RESOLVE-DAYS(WS-RULE-FOUND-IDX)
                   TO WS-BDAYS-WANTED
               PERFORM 2800-ADD-BUSINESS-DAYS
               MOVE WS-CANDIDATE-DATE TO WS-RESOLVE-DUE-DATE
           END-IF
           IF STEP-FAILED
               MOVE 'DUE DATES COULD NOT BE COUNTED'
                   TO WS-REFUSE-REASON
           END-IF.

       2180-ADD-THE-CASE.
           IF WS-CASE-COUNT >= 2000
               DISPLAY '*** DSPCAS1 CASE INVENTORY FULL AT 2000'
                   ' CASES -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES               TO DSPCASE-RECORD
           MOVE BUSDATE-CURRENT-DATE TO DSPCASE-OPENED-DATE
           MOVE WS-NEXT-CASE-SEQ     TO DSPCASE-CASE-SEQ
           ADD 1 TO WS-NEXT-CASE-SEQ
           MOVE CUSTHST-CUSTOMER-ID  TO DSPCASE-CUSTOMER-ID
           MOVE CUSTHST-BUSINESS-DATE
                                     TO DSPCASE-POSTING-DATE
           MOVE CUSTHST-TRAN-TYPE    TO DSPCASE-TRAN-TYPE
           MOVE CUSTHST-AMOUNT       TO DSPCASE-AMOUNT
           MOVE CUSTHST-CORRELATION-ID
                                     TO DSPCASE-CORRELATION-ID
           MOVE DAC-REASON-CODE      TO DSPCASE-REASON-CODE
           MOVE DAC-REASON-TEXT      TO DSPCASE-REASON-TEXT
           MOVE WS-PROV-DUE-DATE     TO DSPCASE-PROV-DUE-DATE
           MOVE WS-RESOLVE-DUE-DATE  TO DSPCASE-RESOLVE-DUE-DATE
           SET DSPCASE-STATUS-OPEN   TO TRUE
           SET DSPCASE-PROV-NONE     TO TRUE
           MOVE ZEROES               TO DSPCASE-PROV-DATE
           SET DSPCASE-REVERSAL-NONE TO TRUE
           MOVE DAC-OPERATOR-ID      TO DSPCASE-OPENED-BY
           MOVE ZEROES               TO DSPCASE-RESOLVED-DATE
           ADD 1 TO WS-CASE-COUNT
           MOVE WS-CASE-COUNT TO WS-CASE-FOUND-IDX
           ADD 1 TO WS-CASES-OPENED
           IF DAC-PROVISIONAL-WANTED
               PERFORM 2260-ISSUE-PROVISIONAL
           END-IF
           PERFORM 2700-STORE-AND-AUDIT.

       2200-FIND-OPEN-CASE.
           MOVE ZERO TO WS-CASE-FOUND-IDX
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
               UNTIL WS-CAS-IDX > WS-CASE-COUNT
               OR WS-CASE-FOUND-IDX > ZERO
               MOVE WS-CASE-IMAGE(WS-CAS-IDX) TO DSPCASE-RECORD
               IF DSPCASE-CASE-ID = DAC-CASE-ID
                   MOVE WS-CAS-IDX TO WS-CASE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CASE-FOUND-IDX = ZERO
               MOVE 'NO SUCH CASE' TO WS-REFUSE-REASON
           ELSE
               MOVE WS-CASE-IMAGE(WS-CASE-FOUND-IDX)
                   TO DSPCASE-RECORD
               IF NOT DSPCASE-STATUS-OPEN
                   MOVE 'CASE ALREADY RESOLVED' TO WS-REFUSE-REASON
               END-IF
           END-IF.

       2250-GRANT-PROVISIONAL.
           EVALUATE TRUE
               WHEN DSPCASE-TRAN-TYPE NOT = 'D'
                   MOVE 'PROVISIONAL CREDIT IS FOR A DEBIT ONLY'
                       TO WS-REFUSE-REASON
               WHEN NOT DSPCASE-PROV-NONE
                   MOVE 'PROVISIONAL CREDIT ALREADY ISSUED'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 2260-ISSUE-PROVISIONAL
                   PERFORM 2700-STORE-AND-AUDIT
           END-EVALUATE.

       2260-ISSUE-PROVISIONAL.
           SET DSPCASE-PROV-ISSUED   TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO DSPCASE-PROV-DATE
           MOVE 'C'                  TO WS-DSP-TRAN-TYPE
           MOVE SPACES               TO WS-DSP-ORIGINAL-DATE
           PERFORM 2750-WRITE-DISPUTE-DETAIL.

      *    The disputed posting is looked up again: it may have been
      *    reversed by other means while the case was open, or have
      *    rolled off the history, and neither may reverse twice.
       2300-RESOLVE-FOR-CUSTOMER.
           ADD 1 TO WS-CASES-FOR-CUSTOMER
           MOVE DSPCASE-CUSTOMER-ID  TO WS-SEEK-CUSTOMER-ID
           MOVE DSPCASE-POSTING-DATE TO WS-SEEK-DATE
           MOVE DSPCASE-TRAN-TYPE    TO WS-SEEK-TYPE
           MOVE DSPCASE-AMOUNT       TO WS-SEEK-AMOUNT
           PERFORM 2150-FIND-POSTING
           SET DSPCASE-STATUS-FOR-CUSTOMER TO TRUE
           EVALUATE TRUE
               WHEN WS-POST-FOUND-IDX > ZERO
                   SET DSPCASE-REVERSAL-GENERATED TO TRUE
                   MOVE 'V'                  TO WS-DSP-TRAN-TYPE
                   MOVE DSPCASE-POSTING-DATE TO WS-DSP-ORIGINAL-DATE
                   PERFORM 2750-WRITE-DISPUTE-DETAIL
               WHEN POSTING-ALREADY-REVERSED
                   SET DSPCASE-REVERSAL-PRIOR TO TRUE
               WHEN OTHER
                   SET DSPCASE-REVERSAL-MANUAL TO TRUE
                   DISPLAY '*** DSPCAS1 CASE ' DSPCASE-CASE-ID
                       ' POSTING NO LONGER ON THE HISTORY --'
                       ' REVERSAL MUST BE KEYED ***'
           END-EVALUATE
           PERFORM 2450-TAKE-BACK-PROVISIONAL
           PERFORM 2480-STAMP-RESOLUTION.

       2400-RESOLVE-AGAINST.
           SET DSPCASE-STATUS-AGAINST TO TRUE
           ADD 1 TO WS-CASES-AGAINST
           PERFORM 2450-TAKE-BACK-PROVISIONAL
           PERFORM 2480-STAMP-RESOLUTION.

       2450-TAKE-BACK-PROVISIONAL.
           IF DSPCASE-PROV-ISSUED
               SET DSPCASE-PROV-TAKEN-BACK TO TRUE
               MOVE 'D'                  TO WS-DSP-TRAN-TYPE
               MOVE SPACES               TO WS-DSP-ORIGINAL-DATE
               PERFORM 2750-WRITE-DISPUTE-DETAIL
           END-IF.

       2480-STAMP-RESOLUTION.
           MOVE DAC-OPERATOR-ID      TO DSPCASE-RESOLVED-BY
           MOVE BUSDATE-CURRENT-DATE TO DSPCASE-RESOLVED-DATE
           PERFORM 2700-STORE-AND-AUDIT.

       2700-STORE-AND-AUDIT.
           MOVE DSPCASE-RECORD TO WS-CASE-IMAGE(WS-CASE-FOUND-IDX)
           MOVE DAC-ACTION           TO AUD-ACTION
           MOVE DAC-OPERATOR-ID      TO AUD-OPERATOR-ID
           MOVE BUSDATE-CURRENT-DATE TO AUD-ACTION-DATE
           MOVE DSPCASE-RECORD       TO AUD-CASE-IMAGE
           WRITE AUDIT-OUT-RECORD.

       2750-WRITE-DISPUTE-DETAIL.
           ADD 1 TO WS-TRANS-WRITTEN
           MOVE DSPCASE-CUSTOMER-ID TO WS-DSP-CUSTOMER-ID
           MOVE DSPCASE-AMOUNT      TO WS-DSP-AMOUNT
           MOVE WS-DISPUTE-DETAIL   TO DISPUTE-TRAN-LINE
           WRITE DISPUTE-TRAN-LINE.

      *    Counts WS-BDAYS-WANTED business days forward of the
      *    business date, a calendar day at a time, skipping
      *    weekends and HOLCAL holidays. A calendar that yields too
      *    few business days fails the count rather than looping.
       2800-ADD-BUSINESS-DAYS.
           MOVE BUSDATE-CURRENT-DATE TO WS-CANDIDATE-DATE
           MOVE ZERO TO WS-BDAYS-COUNTED
           MOVE ZERO TO WS-DAYS-TRIED
           MOVE SPACE TO WS-STEP-SWITCH
           COMPUTE WS-DAYS-TRY-LIMIT = WS-BDAYS-WANTED * 2 + 10
           PERFORM 2810-STEP-ONE-DAY
               UNTIL WS-BDAYS-COUNTED >= WS-BDAYS-WANTED
               OR STEP-FAILED.

       2810-STEP-ONE-DAY.
           ADD 1 TO WS-DAYS-TRIED
           IF WS-DAYS-TRIED > WS-DAYS-TRY-LIMIT
               DISPLAY '*** DSPCAS1 ONLY ' WS-BDAYS-COUNTED
                   ' BUSINESS DAYS WITHIN ' WS-DAYS-TRY-LIMIT
                   ' DAYS OF ' BUSDATE-CURRENT-DATE
                   ' -- CHECK THE HOLCAL CALENDAR ***'
               SET STEP-FAILED TO TRUE
           ELSE
               MOVE WS-CANDIDATE-DATE   TO W-DATE-1-8N
               SET FORMAT-1-YYYYMMDD    TO TRUE
               SET FORMAT-2-YYYYMMDD    TO TRUE
               MOVE +1 TO W-NUMBER-FIELD
               SET FUNC-ADJUST-THE-DATE TO TRUE
               CALL 'DATECNV1' USING W-DATE-AREA
               IF NOT CONVERT-RET-GOOD
                   DISPLAY '*** DSPCAS1 DATE SERVICE COULD NOT'
                       ' ADVANCE ' WS-CANDIDATE-DATE ' ***'
                   SET STEP-FAILED TO TRUE
               ELSE
                   MOVE W-DATE-2-8N TO WS-CANDIDATE-DATE
                   PERFORM 2820-CHECK-CANDIDATE
               END-IF
           END-IF.

       2820-CHECK-CANDIDATE.
           MOVE WS-CANDIDATE-DATE TO W-DATE-1-8N
           SET FORMAT-1-YYYYMMDD  TO TRUE
           SET FUNC-CONV-TO-DAY-OF-WEEK TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           MOVE W-NUMBER-FIELD TO WS-DAY-OF-WEEK
           IF CONVERT-RET-GOOD
               AND WS-DAY-OF-WEEK < 6
               AND DATE-IS-NOT-HOLIDAY
               ADD 1 TO WS-BDAYS-COUNTED
           END-IF.

       2900-READ-ACTION.
           READ ACTION-FILE
               AT END
                   SET END-OF-ACTIONS TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE ACTION-FILE
           CLOSE AUDIT-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-TRANS-WRITTEN TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO DISPUTE-TRAN-LINE
           WRITE DISPUTE-TRAN-LINE
           CLOSE DISPUTE-TRAN-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'DSPCAS1 - OPEN DISPUTES AS OF '
               BUSDATE-CURRENT-DATE
               ' (FL P=PROV OVERDUE R=RESOLVE OVERDUE)'
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'CASE ID      CUSTOMER POSTED   T'
               '         AMOUNT RC  DAYS PROV-DUE RESOLVE  FL'
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           OPEN OUTPUT CASE-OUT-FILE
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
               UNTIL WS-CAS-IDX > WS-CASE-COUNT
               MOVE WS-CASE-IMAGE(WS-CAS-IDX) TO DSPCASE-RECORD
               IF NOT DSPCASE-STATUS-OPEN
                   AND DSPCASE-RESOLVED-DATE(1:6) < WS-BUSINESS-MONTH
                   ADD 1 TO WS-CASES-DROPPED
               ELSE
                   PERFORM 3100-CARRY-ONE-CASE
               END-IF
           END-PERFORM
           CLOSE CASE-OUT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'OPEN CASES: ' WS-CASES-OPEN
               '  PROVISIONAL OVERDUE: ' WS-PROV-OVERDUE
               '  RESOLVE OVERDUE: ' WS-RESOLVE-OVERDUE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           PERFORM 3300-WRITE-SUMMARY
           IF WS-RESOLVE-OVERDUE > ZERO
               DISPLAY '*** DSPCAS1 ' WS-RESOLVE-OVERDUE
                   ' DISPUTE CASES PAST THEIR RESOLVE DATE ***'
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           DISPLAY 'DSPCAS1 ACTIONS READ:       ' WS-ACTIONS-READ
           DISPLAY 'DSPCAS1 CASES OPENED:       ' WS-CASES-OPENED
           DISPLAY 'DSPCAS1 RESOLVED FOR:       '
               WS-CASES-FOR-CUSTOMER
           DISPLAY 'DSPCAS1 RESOLVED AGAINST:   ' WS-CASES-AGAINST
           DISPLAY 'DSPCAS1 ACTIONS REFUSED:    ' WS-ACTIONS-REFUSED
           DISPLAY 'DSPCAS1 ITEMS GENERATED:    ' WS-TRANS-WRITTEN
           DISPLAY 'DSPCAS1 CASES CARRIED:      ' WS-CASES-CARRIED
           DISPLAY 'DSPCAS1 CASES DROPPED:      ' WS-CASES-DROPPED
           DISPLAY 'DSPCAS1 CASES OPEN:         ' WS-CASES-OPEN.

       3100-CARRY-ONE-CASE.
           ADD 1 TO WS-CASES-CARRIED
           MOVE DSPCASE-RECORD TO CASE-OUT-RECORD
           WRITE CASE-OUT-RECORD
           PERFORM 3200-COUNT-FOR-MONTH
           IF DSPCASE-STATUS-OPEN
               ADD 1 TO WS-CASES-OPEN
               PERFORM 3150-AGE-ONE-CASE
           END-IF.

       3150-AGE-ONE-CASE.
           MOVE DSPCASE-OPENED-DATE  TO W-DATE-1-8N
           MOVE BUSDATE-CURRENT-DATE TO W-DATE-2-8N
           SET FORMAT-1-YYYYMMDD     TO TRUE
           SET FORMAT-2-YYYYMMDD     TO TRUE
           SET FUNC-CALC-DAYS-BETWEEN TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF CONVERT-RET-GOOD
               MOVE W-NUMBER-FIELD TO WS-DAYS-OPEN
           ELSE
               DISPLAY '*** DSPCAS1 DATE SERVICE COULD NOT AGE CASE '
                   DSPCASE-CASE-ID ' -- SHOWN AS ZERO DAYS ***'
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           MOVE SPACES TO WS-CASE-FLAGS
           IF DSPCASE-TRAN-TYPE = 'D'
               AND DSPCASE-PROV-NONE
               AND BUSDATE-CURRENT-DATE > DSPCASE-PROV-DUE-DATE
               MOVE 'P' TO WS-CASE-FLAGS(1:1)
               ADD 1 TO WS-PROV-OVERDUE
           END-IF
           IF BUSDATE-CURRENT-DATE > DSPCASE-RESOLVE-DUE-DATE
               MOVE 'R' TO WS-CASE-FLAGS(2:1)
               ADD 1 TO WS-RESOLVE-OVERDUE
           END-IF
           MOVE DSPCASE-CASE-ID      TO WS-AGE-CASE-ID
           MOVE DSPCASE-CUSTOMER-ID  TO WS-AGE-CUSTOMER-ID
           MOVE DSPCASE-POSTING-DATE TO WS-AGE-POSTING-DATE
           MOVE DSPCASE-TRAN-TYPE    TO WS-AGE-TRAN-TYPE
           MOVE DSPCASE-AMOUNT       TO WS-AGE-AMOUNT
           MOVE DSPCASE-REASON-CODE  TO WS-AGE-REASON-CODE
           MOVE WS-DAYS-OPEN         TO WS-AGE-DAYS-OPEN
           MOVE DSPCASE-PROV-DUE-DATE
                                     TO WS-AGE-PROV-DUE
           MOVE DSPCASE-RESOLVE-DUE-DATE
                                     TO WS-AGE-RESOLVE-DUE
           MOVE WS-CASE-FLAGS        TO WS-AGE-FLAGS
           MOVE WS-AGING-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    A case counts as opened in the month it was opened,
      *    resolved in the month it was resolved, and still open
      *    wherever it was opened; provisional credits count in the
      *    month they went out and the month they came back.
       3200-COUNT-FOR-MONTH.
           MOVE ZERO TO WS-RULE-FOUND-IDX
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               OR WS-RULE-FOUND-IDX > ZERO
               IF WS-RUL-REASON-CODE(WS-RUL-IDX)
                   = DSPCASE-REASON-CODE
                   MOVE WS-RUL-IDX TO WS-RULE-FOUND-IDX
               END-IF
           END-PERFORM
           IF DSPCASE-OPENED-DATE(1:6) = WS-BUSINESS-MONTH
               ADD 1 TO WS-MTH-OPENED
               IF WS-RULE-FOUND-IDX > ZERO
                   ADD 1 TO WS-RUL-OPENED(WS-RULE-FOUND-IDX)
               END-IF
           END-IF
           IF DSPCASE-STATUS-OPEN
               ADD 1 TO WS-MTH-STILL-OPEN
               IF WS-RULE-FOUND-IDX > ZERO
                   ADD 1 TO WS-RUL-STILL-OPEN(WS-RULE-FOUND-IDX)
               END-IF
           ELSE
               IF DSPCASE-RESOLVED-DATE(1:6) = WS-BUSINESS-MONTH
                   IF DSPCASE-STATUS-FOR-CUSTOMER
                       ADD 1 TO WS-MTH-FOR-CUSTOMER
                       IF WS-RULE-FOUND-IDX > ZERO
                           ADD 1 TO
                               WS-RUL-FOR-CUSTOMER(WS-RULE-FOUND-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-MTH-AGAINST
                       IF WS-RULE-FOUND-IDX > ZERO
                           ADD 1 TO WS-RUL-AGAINST(WS-RULE-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT DSPCASE-PROV-NONE
               AND DSPCASE-PROV-DATE(1:6) = WS-BUSINESS-MONTH
               ADD 1 TO WS-MTH-PROV-ISSUED
               ADD DSPCASE-AMOUNT TO WS-MTH-PROV-ISSUED-AMT
           END-IF
           IF DSPCASE-PROV-TAKEN-BACK
               AND DSPCASE-RESOLVED-DATE(1:6) = WS-BUSINESS-MONTH
               ADD 1 TO WS-MTH-PROV-TAKEN-BACK
               ADD DSPCASE-AMOUNT TO WS-MTH-PROV-BACK-AMT
           END-IF.

       3300-WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-OUT-LINE
           STRING 'DSPCAS1 - DISPUTE CASE VOLUME FOR MONTH '
               WS-BUSINESS-MONTH ' AS OF ' BUSDATE-CURRENT-DATE
               ' - ' WS-SUMMARY-STATE
               DELIMITED BY SIZE INTO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE
           MOVE SPACES TO SUMMARY-OUT-LINE
           STRING 'RC REASON                        '
               '  OPENED FOR CUST  AGAINST     OPEN'
               DELIMITED BY SIZE INTO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               MOVE WS-RUL-REASON-CODE(WS-RUL-IDX)
                   TO WS-SUM-REASON-CODE
               MOVE WS-RUL-DESCRIPTION(WS-RUL-IDX)
                   TO WS-SUM-DESCRIPTION
               MOVE WS-RUL-OPENED(WS-RUL-IDX) TO WS-SUM-OPENED
               MOVE WS-RUL-FOR-CUSTOMER(WS-RUL-IDX)
                   TO WS-SUM-FOR-CUSTOMER
               MOVE WS-RUL-AGAINST(WS-RUL-IDX) TO WS-SUM-AGAINST
               MOVE WS-RUL-STILL-OPEN(WS-RUL-IDX)
                   TO WS-SUM-STILL-OPEN
               MOVE WS-SUMMARY-LINE TO SUMMARY-OUT-LINE
               WRITE SUMMARY-OUT-LINE
           END-PERFORM
           MOVE SPACES TO WS-SUM-REASON-CODE
           MOVE 'ALL REASONS' TO WS-SUM-DESCRIPTION
           MOVE WS-MTH-OPENED       TO WS-SUM-OPENED
           MOVE WS-MTH-FOR-CUSTOMER TO WS-SUM-FOR-CUSTOMER
           MOVE WS-MTH-AGAINST      TO WS-SUM-AGAINST
           MOVE WS-MTH-STILL-OPEN   TO WS-SUM-STILL-OPEN
           MOVE WS-SUMMARY-LINE TO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE
           MOVE WS-MTH-PROV-ISSUED-AMT TO WS-SUM-AMOUNT
           MOVE SPACES TO SUMMARY-OUT-LINE
           STRING 'PROVISIONAL CREDITS ISSUED:     '
               WS-MTH-PROV-ISSUED '  ' WS-SUM-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE
           MOVE WS-MTH-PROV-BACK-AMT TO WS-SUM-AMOUNT
           MOVE SPACES TO SUMMARY-OUT-LINE
           STRING 'PROVISIONAL CREDITS TAKEN BACK: '
               WS-MTH-PROV-TAKEN-BACK '  ' WS-SUM-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE
           CLOSE SUMMARY-FILE.
