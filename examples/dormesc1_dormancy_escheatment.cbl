       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMESC1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly dormancy classification and annual unclaimed-
      *    property (escheatment) reporting. Accounts with no
      *    customer-initiated posting for years still carry
      *    balances the shop is legally bound to report and, in
      *    the end, remit to the owner's state. This job browses
      *    the keyed CUSTRECF master and classifies every open
      *    account active, inactive, or dormant against the
      *    dormancy periods operations maintains per state
      *    (DORMRUL.CPY), the state taken from the account's
      *    CUSTADRF address ('**' default record when there is no
      *    address or no record for the state). Activity is the
      *    latest customer posting on the rolling CUSTHSTC history
      *    -- the shop's own postings (interest capitalization,
      *    fees, escheatment, merge transfers) are skipped on the
      *    posting-source byte -- carried forward night to night
      *    on the DORMST status file (DORMST.CPY), because the
      *    history does not reach back as far as a dormancy
      *    period does.
      *    An account with a balance entering its state's notice
      *    window before it is presumed abandoned goes on the
      *    DORMLTR due-diligence letter list, once per dormancy,
      *    with its contact details and the date it will be
      *    presumed abandoned. On the first business day of a new
      *    calendar year the job writes the DORMUPR annual
      *    unclaimed-property report -- every dormant account with
      *    a positive balance whose owner has already been sent the
      *    letter, by state with state totals -- and escheats each
      *    one through the normal path: an escheatment debit for
      *    the whole balance on the DORMTRAN CUSTTRAN slice
      *    (marked 'E', so CUSTPST1 closes the account as it posts
      *    it to zero) and a closure reason on DORMCLSR for the
      *    CUSTARC1 archive sweep. Any other night the report
      *    carries only its heading.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RULE-FILE         ASSIGN TO "DORMRULF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTADR-FILE      ASSIGN TO "CUSTADRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE      ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-IN-FILE    ASSIGN TO "DORMSTI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-OUT-FILE   ASSIGN TO "DORMSTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE       ASSIGN TO "DORMLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "DORMUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCTRAN-FILE      ASSIGN TO "DORMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSURE-FILE      ASSIGN TO "DORMCLSR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  RULE-FILE.
       01  RULE-IN-RECORD              PIC X(17).

       FD  CUSTADR-FILE.
       01  CUSTADR-IN-RECORD           PIC X(88).

       FD  HISTORY-FILE.
       01  HISTORY-IN-LINE             PIC X(80).

       FD  STATUS-IN-FILE.
       01  STATUS-IN-RECORD            PIC X(53).

       FD  STATUS-OUT-FILE.
       01  STATUS-OUT-RECORD           PIC X(53).

      *    One due-diligence letter per line, addressed from
      *    CUSTADRF, with the date the account will be presumed
      *    abandoned if the owner does not respond.
       FD  LETTER-FILE.
       01  LETTER-RECORD.
           05  LTR-CUSTOMER-ID         PIC X(08).
           05  LTR-STATE               PIC X(02).
           05  LTR-NAME                PIC X(30).
           05  LTR-STREET              PIC X(30).
           05  LTR-CITY                PIC X(20).
           05  LTR-ZIP                 PIC X(09).
           05  LTR-PREF-CONTACT        PIC X(01).
           05  LTR-LAST-ACTIVITY       PIC 9(08).
           05  LTR-ABANDONED-DATE      PIC 9(08).
           05  LTR-BALANCE             PIC S9(09)V99
                                       SIGN LEADING SEPARATE.

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  ESCTRAN-FILE.
       01  ESCTRAN-OUT-LINE            PIC X(80).

      *    In the CUSTCLSR closure-reason layout CUSTARC1 reads.
       FD  CLOSURE-FILE.
       01  CLOSURE-RECORD.
           05  CLS-CUSTOMER-ID         PIC X(08).
           05  CLS-REASON              PIC X(20).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-RULE-EOF                  PIC X       VALUE 'N'.
           88  END-OF-RULES                         VALUE 'Y'.
       01  WS-ADDRESS-EOF               PIC X       VALUE 'N'.
           88  END-OF-ADDRESSES                     VALUE 'Y'.
       01  WS-HISTORY-EOF               PIC X       VALUE 'N'.
           88  END-OF-HISTORY                       VALUE 'Y'.
       01  WS-STATUS-EOF                PIC X       VALUE 'N'.
           88  END-OF-STATUS                        VALUE 'Y'.
       01  WS-ANNUAL-SW                 PIC X       VALUE 'N'.
           88  ANNUAL-REPORT-DUE                    VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-RULE-IMAGE OCCURS 100 TIMES
                                        PIC X(17).
       01  WS-RUL-IDX                   PIC 9(03).
       01  WS-RULE-FOUND-IDX            PIC 9(03).
       01  WS-DEFAULT-RULE-IDX          PIC 9(03)   VALUE ZERO.

      *    Per-state totals for the annual report, parallel to the
      *    rule table.
       01  WS-STATE-TOTALS.
           05  WS-STATE-ENTRY OCCURS 100 TIMES.
               10  WS-STT-COUNT         PIC 9(07).
               10  WS-STT-AMOUNT        PIC S9(13)V99 COMP-3.

       01  WS-ADDRESS-TABLE.
           05  WS-ADDRESS-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-ADDRESS-IMAGE OCCURS 5000 TIMES
                                        PIC X(88).
       01  WS-ADR-IDX                   PIC 9(04).
       01  WS-ADDRESS-FOUND-IDX         PIC 9(04).

      *    Latest customer-initiated posting date per customer on
      *    the rolling history.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTIVITY-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-ACTIVITY-ENTRY OCCURS 5000 TIMES.
               10  WS-ACT-CUSTOMER-ID   PIC X(08).
               10  WS-ACT-LAST-DATE     PIC 9(08).
       01  WS-ACT-IDX                   PIC 9(04).
       01  WS-ACTIVITY-FOUND-IDX        PIC 9(04).

       01  WS-STATUS-TABLE.
           05  WS-STATUS-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-STATUS-IMAGE OCCURS 5000 TIMES
                                        PIC X(53).
       01  WS-STS-IDX                   PIC 9(04).
       01  WS-STATUS-FOUND-IDX          PIC 9(04).

       01  WS-SEEK-ID                   PIC X(08)   VALUE SPACES.
       01  WS-SEEK-STATE                PIC X(02)   VALUE SPACES.
       01  WS-DAYS-INACTIVE             PIC S9(05)  VALUE ZERO.
       01  WS-NOTICE-FROM-DAYS          PIC S9(05)  VALUE ZERO.
       01  WS-ABANDONED-DATE            PIC 9(08)   VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07)   VALUE ZERO.
           05  WS-ACCOUNTS-ACTIVE       PIC 9(07)   VALUE ZERO.
           05  WS-ACCOUNTS-INACTIVE     PIC 9(07)   VALUE ZERO.
           05  WS-ACCOUNTS-DORMANT      PIC 9(07)   VALUE ZERO.
           05  WS-ACCOUNTS-NO-ADDRESS   PIC 9(07)   VALUE ZERO.
           05  WS-LETTERS-WRITTEN       PIC 9(07)   VALUE ZERO.
           05  WS-ACCOUNTS-ESCHEATED    PIC 9(07)   VALUE ZERO.
           05  WS-ESCHEAT-PENDING       PIC 9(07)   VALUE ZERO.
           05  WS-ESCHEAT-TOTAL         PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

      *    Generated escheatment debit in the CUSTTRAN input layout
      *    CUSTPST1 reads.
       01  WS-ESC-DETAIL.
           05  WS-ESC-CUSTOMER-ID       PIC X(08).
           05  WS-ESC-TRAN-TYPE         PIC X(01)   VALUE 'D'.
           05  WS-ESC-AMOUNT            PIC 9(09)V99.
           05  WS-ESC-ORIGINAL-DATE     PIC X(08)   VALUE SPACES.
           05  WS-ESC-EFFECTIVE-DATE    PIC X(08)   VALUE SPACES.
           05  WS-ESC-CHANNEL-CODE      PIC X(01)   VALUE SPACE.
           05  WS-ESC-MARKER            PIC X(01)   VALUE 'E'.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-STATE             PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-NAME              PIC X(30).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-LAST-ACTIVITY     PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  WS-STATE-TOTAL-LINE.
           05  FILLER                   PIC X(06)   VALUE 'STATE '.
           05  WS-STL-STATE             PIC X(02).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-STL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(10)   VALUE ' ACCOUNTS '.
           05  WS-STL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(35)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY CUSTREC.
       COPY CUSTHST.
       COPY CUSTADR.
       COPY DORMRUL.
       COPY DORMST.
       COPY BUSDATE.
       COPY DATEAREA.
       COPY FILEHDTR.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CLASSIFY-THE-MASTER UNTIL END-OF-MASTER
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'DORM' TO WS-CORRELATION-ID(1:4)
           MOVE WS-CURR-TIME TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** DORMESC1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
      *    The annual report is taken as of the first business day
      *    of the new calendar year.
           IF BUSDATE-CURRENT-DATE(1:4)
                   NOT = BUSDATE-PREVIOUS-DATE(1:4)
               SET ANNUAL-REPORT-DUE TO TRUE
           END-IF
           PERFORM 1100-LOAD-DORMANCY-RULES
           PERFORM 1200-LOAD-ADDRESSES
           PERFORM 1300-COLLECT-ACTIVITY
           PERFORM 1400-LOAD-CARRIED-STATUS
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN OUTPUT STATUS-OUT-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT CLOSURE-FILE
           OPEN OUTPUT ESCTRAN-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO ESCTRAN-OUT-LINE
           WRITE ESCTRAN-OUT-LINE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'DORMESC1 - ANNUAL UNCLAIMED PROPERTY REPORT AS OF '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           IF ANNUAL-REPORT-DUE
               STRING 'ST CUSTOMER NAME                          '
                   ' LAST ACT         BALANCE'
                   DELIMITED BY SIZE INTO REPORT-OUT-LINE
           ELSE
               MOVE 'NOT DUE -- TAKEN ON THE FIRST BUSINESS DAY OF'
                   TO REPORT-OUT-LINE(1:46)
               MOVE ' THE YEAR' TO REPORT-OUT-LINE(47:9)
           END-IF
           WRITE REPORT-OUT-LINE.

      *    The '**' default record must be on file -- an account
      *    with no address or an unlisted state has to be measured
      *    against something.
       1100-LOAD-DORMANCY-RULES.
           OPEN INPUT RULE-FILE
           PERFORM 1110-READ-RULE UNTIL END-OF-RULES
           CLOSE RULE-FILE
           IF WS-DEFAULT-RULE-IDX = ZERO
               DISPLAY '*** DORMESC1 NO ** DEFAULT DORMANCY RULE ON'
                   ' DORMRULF -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-RULE.
           READ RULE-FILE
               AT END
                   SET END-OF-RULES TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT >= 100
                       DISPLAY '*** DORMESC1 MORE THAN 100 DORMANCY'
                           ' RULES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RULE-IN-RECORD
                       TO WS-RULE-IMAGE(WS-RULE-COUNT)
                   MOVE RULE-IN-RECORD TO DORMRUL-RECORD
                   MOVE ZERO TO WS-STT-COUNT(WS-RULE-COUNT)
                                WS-STT-AMOUNT(WS-RULE-COUNT)
                   IF DORMRUL-DEFAULT-STATE
                       MOVE WS-RULE-COUNT TO WS-DEFAULT-RULE-IDX
                   END-IF
           END-READ.

       1200-LOAD-ADDRESSES.
           OPEN INPUT CUSTADR-FILE
           PERFORM 1210-READ-ADDRESS UNTIL END-OF-ADDRESSES
           CLOSE CUSTADR-FILE.

       1210-READ-ADDRESS.
           READ CUSTADR-FILE
               AT END
                   SET END-OF-ADDRESSES TO TRUE
               NOT AT END
                   IF WS-ADDRESS-COUNT >= 5000
                       DISPLAY '*** DORMESC1 MORE THAN 5000 ADDRESS'
                           ' RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADDRESS-COUNT
                   MOVE CUSTADR-IN-RECORD
                       TO WS-ADDRESS-IMAGE(WS-ADDRESS-COUNT)
           END-READ.

       1300-COLLECT-ACTIVITY.
           OPEN INPUT HISTORY-FILE
           PERFORM 1310-READ-ONE-HISTORY UNTIL END-OF-HISTORY
           CLOSE HISTORY-FILE.

      *    Only customer postings count; a reversal is a correction
      *    of the account, not the customer coming back to it, and
      *    the posting it backs out is not activity either.
       1310-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF HISTORY-IN-LINE(1:4) = 'HDR*'
                       OR HISTORY-IN-LINE(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       MOVE HISTORY-IN-LINE TO CUSTHST-RECORD
                       IF CUSTHST-CUSTOMER-POSTING
                           AND CUSTHST-NOT-REVERSED
                           PERFORM 1320-NOTE-ACTIVITY
                       END-IF
                   END-IF
           END-READ.

       1320-NOTE-ACTIVITY.
           MOVE CUSTHST-CUSTOMER-ID TO WS-SEEK-ID
           PERFORM 1350-FIND-ACTIVITY
           IF WS-ACTIVITY-FOUND-IDX = ZERO
               IF WS-ACTIVITY-COUNT >= 5000
                   DISPLAY '*** DORMESC1 MORE THAN 5000 ACTIVE'
                       ' CUSTOMERS -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO WS-ACTIVITY-COUNT
                   MOVE WS-SEEK-ID
                       TO WS-ACT-CUSTOMER-ID(WS-ACTIVITY-COUNT)
                   MOVE CUSTHST-BUSINESS-DATE
                       TO WS-ACT-LAST-DATE(WS-ACTIVITY-COUNT)
               END-IF
           ELSE
               IF CUSTHST-BUSINESS-DATE
                       > WS-ACT-LAST-DATE(WS-ACTIVITY-FOUND-IDX)
                   MOVE CUSTHST-BUSINESS-DATE
                       TO WS-ACT-LAST-DATE(WS-ACTIVITY-FOUND-IDX)
               END-IF
           END-IF.

       1350-FIND-ACTIVITY.
           MOVE ZERO TO WS-ACTIVITY-FOUND-IDX
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
               OR WS-ACTIVITY-FOUND-IDX > ZERO
               IF WS-ACT-CUSTOMER-ID(WS-ACT-IDX) = WS-SEEK-ID
                   MOVE WS-ACT-IDX TO WS-ACTIVITY-FOUND-IDX
               END-IF
           END-PERFORM.

       1400-LOAD-CARRIED-STATUS.
           OPEN INPUT STATUS-IN-FILE
           PERFORM 1410-READ-STATUS UNTIL END-OF-STATUS
           CLOSE STATUS-IN-FILE.

       1410-READ-STATUS.
           READ STATUS-IN-FILE
               AT END
                   SET END-OF-STATUS TO TRUE
               NOT AT END
                   IF WS-STATUS-COUNT >= 5000
                       DISPLAY '*** DORMESC1 MORE THAN 5000 STATUS'
                           ' RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STATUS-COUNT
                   MOVE STATUS-IN-RECORD
                       TO WS-STATUS-IMAGE(WS-STATUS-COUNT)
           END-READ.

      *    Closed and merged accounts hold nothing to report; their
      *    carried status simply drops off.
       2000-CLASSIFY-THE-MASTER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   IF CUSTREC-LEGACY-OPEN
                       PERFORM 2100-CLASSIFY-ONE-ACCOUNT
                   END-IF
           END-READ.

       2100-CLASSIFY-ONE-ACCOUNT.
           MOVE CUSTREC-CUSTOMER-ID TO WS-SEEK-ID
           PERFORM 2150-FIND-ADDRESS
           PERFORM 2160-FIND-RULE
           PERFORM 2170-FIND-CARRIED-STATUS
           PERFORM 1350-FIND-ACTIVITY
           IF WS-STATUS-FOUND-IDX > ZERO
               MOVE WS-STATUS-IMAGE(WS-STATUS-FOUND-IDX)
                   TO DORMST-RECORD
           ELSE
               MOVE SPACES TO DORMST-RECORD
               MOVE WS-SEEK-ID TO DORMST-CUSTOMER-ID
               MOVE ZERO TO DORMST-LAST-ACTIVITY
                            DORMST-NOTICE-DATE
                            DORMST-ESCHEAT-DATE
               MOVE BUSDATE-CURRENT-DATE TO DORMST-LAST-ACTIVITY
               SET DORMST-FIRST-SEEN TO TRUE
               SET DORMST-ACTIVE TO TRUE
           END-IF
           MOVE WS-SEEK-STATE TO DORMST-STATE
           MOVE CUSTREC-LEGACY-BALANCE TO DORMST-BALANCE
      *    An escheatment already on its way through posting is
      *    not classified again.
           IF DORMST-ESCHEATED
               ADD 1 TO WS-ESCHEAT-PENDING
               DISPLAY '*** DORMESC1 ' WS-SEEK-ID ' ESCHEATED ON '
                   DORMST-ESCHEAT-DATE ' BUT STILL OPEN ON THE'
                   ' MASTER ***'
           ELSE
               IF WS-ACTIVITY-FOUND-IDX > ZERO
                   IF WS-ACT-LAST-DATE(WS-ACTIVITY-FOUND-IDX)
                           > DORMST-LAST-ACTIVITY
                       OR DORMST-FIRST-SEEN
                       MOVE WS-ACT-LAST-DATE(WS-ACTIVITY-FOUND-IDX)
                           TO DORMST-LAST-ACTIVITY
                       SET DORMST-FROM-HISTORY TO TRUE
                   END-IF
               END-IF
               PERFORM 2200-MEASURE-INACTIVITY
               PERFORM 2300-SET-CLASSIFICATION
           END-IF
           MOVE DORMST-RECORD TO STATUS-OUT-RECORD
           WRITE STATUS-OUT-RECORD.

       2150-FIND-ADDRESS.
           MOVE ZERO TO WS-ADDRESS-FOUND-IDX
           MOVE '**' TO WS-SEEK-STATE
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
               UNTIL WS-ADR-IDX > WS-ADDRESS-COUNT
               OR WS-ADDRESS-FOUND-IDX > ZERO
               IF WS-ADDRESS-IMAGE(WS-ADR-IDX)(1:8) = WS-SEEK-ID
                   MOVE WS-ADR-IDX TO WS-ADDRESS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ADDRESS-FOUND-IDX > ZERO
               MOVE WS-ADDRESS-IMAGE(WS-ADDRESS-FOUND-IDX)
                   TO CUSTADR-RECORD
               MOVE CUSTADR-STATE TO WS-SEEK-STATE
           ELSE
               MOVE SPACES TO CUSTADR-RECORD
               ADD 1 TO WS-ACCOUNTS-NO-ADDRESS
           END-IF.

       2160-FIND-RULE.
           MOVE ZERO TO WS-RULE-FOUND-IDX
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               OR WS-RULE-FOUND-IDX > ZERO
               IF WS-RULE-IMAGE(WS-RUL-IDX)(1:2) = WS-SEEK-STATE
                   MOVE WS-RUL-IDX TO WS-RULE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND-IDX = ZERO
               MOVE WS-DEFAULT-RULE-IDX TO WS-RULE-FOUND-IDX
           END-IF
           MOVE WS-RULE-IMAGE(WS-RULE-FOUND-IDX) TO DORMRUL-RECORD.

       2170-FIND-CARRIED-STATUS.
           MOVE ZERO TO WS-STATUS-FOUND-IDX
           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
               UNTIL WS-STS-IDX > WS-STATUS-COUNT
               OR WS-STATUS-FOUND-IDX > ZERO
               IF WS-STATUS-IMAGE(WS-STS-IDX)(1:8) = WS-SEEK-ID
                   MOVE WS-STS-IDX TO WS-STATUS-FOUND-IDX
               END-IF
           END-PERFORM.

       2200-MEASURE-INACTIVITY.
           MOVE DORMST-LAST-ACTIVITY   TO W-DATE-1-8N
           MOVE BUSDATE-CURRENT-DATE   TO W-DATE-2-8N
           SET FORMAT-1-YYYYMMDD       TO TRUE
           SET FORMAT-2-YYYYMMDD       TO TRUE
           SET FUNC-CALC-DAYS-BETWEEN  TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF CONVERT-RET-GOOD
               MOVE W-NUMBER-FIELD TO WS-DAYS-INACTIVE
           ELSE
               DISPLAY '*** DORMESC1 DATE SERVICE COULD NOT MEASURE '
                   DORMST-CUSTOMER-ID ' FROM '
                   DORMST-LAST-ACTIVITY ' -- LEFT AS LAST NIGHT ***'
               MOVE DORMST-DAYS-INACTIVE TO WS-DAYS-INACTIVE
           END-IF
           IF WS-DAYS-INACTIVE < ZERO
               MOVE ZERO TO WS-DAYS-INACTIVE
           END-IF
           MOVE WS-DAYS-INACTIVE TO DORMST-DAYS-INACTIVE.

      *    Renewed activity starts the dormancy over, letter and
      *    all. Only a positive balance is owed to anybody, so
      *    only a positive balance is lettered or reported.
       2300-SET-CLASSIFICATION.
           EVALUATE TRUE
               WHEN WS-DAYS-INACTIVE
                       >= DORMRUL-DORMANT-DAYS
                   SET DORMST-DORMANT TO TRUE
                   ADD 1 TO WS-ACCOUNTS-DORMANT
               WHEN WS-DAYS-INACTIVE
                       >= DORMRUL-INACTIVE-DAYS
                   SET DORMST-INACTIVE TO TRUE
                   ADD 1 TO WS-ACCOUNTS-INACTIVE
               WHEN OTHER
                   SET DORMST-ACTIVE TO TRUE
                   ADD 1 TO WS-ACCOUNTS-ACTIVE
           END-EVALUATE
           IF DORMST-ACTIVE
               MOVE ZERO TO DORMST-NOTICE-DATE
           END-IF
           COMPUTE WS-NOTICE-FROM-DAYS =
               DORMRUL-DORMANT-DAYS
               - DORMRUL-NOTICE-DAYS
           IF WS-DAYS-INACTIVE >= WS-NOTICE-FROM-DAYS
               AND DORMST-NOTICE-DATE = ZERO
               AND CUSTREC-LEGACY-BALANCE > ZERO
               PERFORM 2400-WRITE-DUE-DILIGENCE-LETTER
           END-IF
           IF ANNUAL-REPORT-DUE
               AND DORMST-DORMANT
               AND CUSTREC-LEGACY-BALANCE > ZERO
               AND DORMST-NOTICE-DATE > ZERO
               AND DORMST-NOTICE-DATE < BUSDATE-CURRENT-DATE
               PERFORM 2500-ESCHEAT-ONE-ACCOUNT
           END-IF.

       2400-WRITE-DUE-DILIGENCE-LETTER.
           MOVE DORMST-LAST-ACTIVITY TO W-DATE-1-8N
           SET FORMAT-1-YYYYMMDD    TO TRUE
           SET FORMAT-2-YYYYMMDD    TO TRUE
           MOVE DORMRUL-DORMANT-DAYS
               TO W-NUMBER-FIELD
           SET FUNC-ADJUST-THE-DATE TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF CONVERT-RET-GOOD
               MOVE W-DATE-2-8N TO WS-ABANDONED-DATE
           ELSE
               MOVE ZERO TO WS-ABANDONED-DATE
           END-IF
           MOVE SPACES               TO LETTER-RECORD
           MOVE DORMST-CUSTOMER-ID   TO LTR-CUSTOMER-ID
           MOVE DORMST-STATE         TO LTR-STATE
           MOVE CUSTREC-LEGACY-NAME  TO LTR-NAME
           MOVE CUSTADR-STREET       TO LTR-STREET
           MOVE CUSTADR-CITY         TO LTR-CITY
           MOVE CUSTADR-ZIP          TO LTR-ZIP
           MOVE CUSTADR-PREF-CONTACT TO LTR-PREF-CONTACT
           MOVE DORMST-LAST-ACTIVITY TO LTR-LAST-ACTIVITY
           MOVE WS-ABANDONED-DATE    TO LTR-ABANDONED-DATE
           MOVE CUSTREC-LEGACY-BALANCE TO LTR-BALANCE
           WRITE LETTER-RECORD
           MOVE BUSDATE-CURRENT-DATE TO DORMST-NOTICE-DATE
           ADD 1 TO WS-LETTERS-WRITTEN
           IF WS-ADDRESS-FOUND-IDX = ZERO
               DISPLAY '*** DORMESC1 ' DORMST-CUSTOMER-ID
                   ' DUE-DILIGENCE LETTER HAS NO ADDRESS ON'
                   ' CUSTADRF ***'
           END-IF.

      *    The escheatment itself goes through posting like any
      *    other debit; the closure reason follows the account to
      *    the archive.
       2500-ESCHEAT-ONE-ACCOUNT.
           MOVE DORMST-STATE           TO WS-RPT-STATE
           MOVE DORMST-CUSTOMER-ID     TO WS-RPT-CUSTOMER-ID
           MOVE CUSTREC-LEGACY-NAME    TO WS-RPT-NAME
           MOVE DORMST-LAST-ACTIVITY   TO WS-RPT-LAST-ACTIVITY
           MOVE CUSTREC-LEGACY-BALANCE TO WS-RPT-AMOUNT
           MOVE WS-REPORT-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           ADD 1 TO WS-STT-COUNT(WS-RULE-FOUND-IDX)
           ADD CUSTREC-LEGACY-BALANCE
               TO WS-STT-AMOUNT(WS-RULE-FOUND-IDX)
           ADD CUSTREC-LEGACY-BALANCE TO WS-ESCHEAT-TOTAL
           ADD 1 TO WS-ACCOUNTS-ESCHEATED
           MOVE DORMST-CUSTOMER-ID TO WS-ESC-CUSTOMER-ID
           MOVE CUSTREC-LEGACY-BALANCE TO WS-ESC-AMOUNT
           MOVE WS-ESC-DETAIL TO ESCTRAN-OUT-LINE
           WRITE ESCTRAN-OUT-LINE
           MOVE SPACES TO CLOSURE-RECORD
           MOVE DORMST-CUSTOMER-ID TO CLS-CUSTOMER-ID
           STRING 'ESCHEATED TO ' DORMST-STATE
               DELIMITED BY SIZE INTO CLS-REASON
           WRITE CLOSURE-RECORD
           SET DORMST-ESCHEATED TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO DORMST-ESCHEAT-DATE.

       3000-TERMINATE.
           CLOSE CUSTREC-FILE
           CLOSE STATUS-OUT-FILE
           CLOSE LETTER-FILE
           CLOSE CLOSURE-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-ACCOUNTS-ESCHEATED TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO ESCTRAN-OUT-LINE
           WRITE ESCTRAN-OUT-LINE
           CLOSE ESCTRAN-FILE
           IF ANNUAL-REPORT-DUE
               PERFORM 3100-WRITE-STATE-TOTALS
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'DORMESC1 RECORDS READ:       ' WS-RECORDS-READ
           DISPLAY 'DORMESC1 ACTIVE:             ' WS-ACCOUNTS-ACTIVE
           DISPLAY 'DORMESC1 INACTIVE:           '
               WS-ACCOUNTS-INACTIVE
           DISPLAY 'DORMESC1 DORMANT:            ' WS-ACCOUNTS-DORMANT
           DISPLAY 'DORMESC1 NO ADDRESS:         '
               WS-ACCOUNTS-NO-ADDRESS
           DISPLAY 'DORMESC1 LETTERS WRITTEN:    ' WS-LETTERS-WRITTEN
           DISPLAY 'DORMESC1 ESCHEATED:          '
               WS-ACCOUNTS-ESCHEATED
           DISPLAY 'DORMESC1 ESCHEATED AMOUNT:   ' WS-ESCHEAT-TOTAL
           DISPLAY 'DORMESC1 ESCHEATS PENDING:   ' WS-ESCHEAT-PENDING.

       3100-WRITE-STATE-TOTALS.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               IF WS-STT-COUNT(WS-RUL-IDX) > ZERO
                   MOVE WS-RULE-IMAGE(WS-RUL-IDX)(1:2)
                       TO WS-STL-STATE
                   MOVE WS-STT-COUNT(WS-RUL-IDX)  TO WS-STL-COUNT
                   MOVE WS-STT-AMOUNT(WS-RUL-IDX) TO WS-STL-AMOUNT
                   MOVE WS-STATE-TOTAL-LINE TO REPORT-OUT-LINE
                   WRITE REPORT-OUT-LINE
               END-IF
           END-PERFORM
           MOVE '**' TO WS-STL-STATE
           MOVE WS-ACCOUNTS-ESCHEATED TO WS-STL-COUNT
           MOVE WS-ESCHEAT-TOTAL TO WS-STL-AMOUNT
           MOVE WS-STATE-TOTAL-LINE TO REPORT-OUT-LINE
           MOVE 'TOTAL   ' TO REPORT-OUT-LINE(1:8)
           WRITE REPORT-OUT-LINE.

       9000-CHECK-FILE-STATUS.
           MOVE 'DORMESC1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** DORMESC1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
