       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASM1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly fee assessment. Account maintenance, over-limit,
      *    and returned-item fees used to be worked out on a
      *    spreadsheet and keyed in as manual adjustments; this job
      *    evaluates every trigger on the FEESCHD fee schedule
      *    (FEESCHD.CPY) itself and writes the fees as a CUSTTRAN
      *    slice inside the FILEHDTR header/trailer, for the
      *    adjustments channel (CUSTTRNA) the way STOGEN1's
      *    standing orders ride it -- so fees post through CUSTPST1
      *    like any other movement and the CUSTBFW balance-forward
      *    proof still holds. Each fee detail carries the 'F' fee
      *    marker, so the posting run applies it without a credit-
      *    limit hold. Triggers are judged against the keyed
      *    CUSTRECF master (maintenance, once a calendar month per
      *    open account), the CUSTHDA hold-decision audit (a hold
      *    released over limit), and the rolling CUSTHSTC posted
      *    history (a credit backed out by a reversal -- a returned
      *    item), and the STORTRG returned-item register STORTN1
      *    keeps (a standing-order debit the customer's bank sent
      *    back unpaid and STORTN1 matched). Only events since the
      *    last assessed business date
      *    on the FEECTL control record are judged, and the control
      *    record is advanced at the end, so a rerun of the same
      *    business date charges nothing twice. A fee covered by
      *    the FEEWAIV waiver list (FEEWAIV.CPY) is shown on the
      *    FEERPT fee register as waived and not charged. Closed
      *    and merged accounts are not charged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SCHEDULE-FILE     ASSIGN TO "FEESCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAIVER-FILE       ASSIGN TO "FEEWAIV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-AUDIT-FILE
                                    ASSIGN TO "CUSTHDA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE      ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REGISTER-FILE
                                    ASSIGN TO "STORTRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT FEECTL-FILE       ASSIGN TO "FEECTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEETRAN-FILE      ASSIGN TO "FEETRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "FEERPT"
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

       FD  SCHEDULE-FILE.
       01  SCHEDULE-IN-RECORD          PIC X(55).

       FD  WAIVER-FILE.
       01  WAIVER-IN-RECORD            PIC X(56).

       FD  DECISION-AUDIT-FILE.
       01  DECISION-AUDIT-LINE         PIC X(83).

       FD  HISTORY-FILE.
       01  HISTORY-IN-LINE             PIC X(80).

       FD  RETURN-REGISTER-FILE.
       01  RETURN-REGISTER-RECORD      PIC X(86).

      *    Single-record control file: the last business date whose
      *    fees have been assessed.
       FD  FEECTL-FILE.
       01  FEECTL-RECORD.
           05  FEECTL-LAST-ASSESSED    PIC 9(08).

       FD  FEETRAN-FILE.
       01  FEETRAN-OUT-LINE            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-SCHEDULE-EOF              PIC X       VALUE 'N'.
           88  END-OF-SCHEDULE                      VALUE 'Y'.
       01  WS-WAIVER-EOF                PIC X       VALUE 'N'.
           88  END-OF-WAIVERS                       VALUE 'Y'.
       01  WS-AUDIT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-AUDIT                         VALUE 'Y'.
       01  WS-HISTORY-EOF               PIC X       VALUE 'N'.
           88  END-OF-HISTORY                       VALUE 'Y'.
       01  WS-REGISTER-EOF              PIC X       VALUE 'N'.
           88  END-OF-REGISTER                      VALUE 'Y'.
       01  WS-REGISTER-STATUS           PIC X(02)   VALUE SPACES.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

      *    The assessment window: events dated after the last
      *    assessed business date, up to and including today's.
       01  WS-LAST-ASSESSED             PIC 9(08)   VALUE ZERO.
       01  WS-MAINT-DUE-SW              PIC X       VALUE 'N'.
           88  MAINTENANCE-IS-DUE                   VALUE 'Y'.
       01  WS-ALREADY-ASSESSED-SW       PIC X       VALUE 'N'.
           88  ALREADY-ASSESSED                     VALUE 'Y'.

      *    The fee in force per fee code: the latest schedule entry
      *    effective on or before the business date.
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT             PIC 9(03)   VALUE ZERO.
           05  FEESCH-RECORD OCCURS 50 TIMES.
               COPY FEESCHD REPLACING
                   ==01  FEESCH-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-FEE-IDX                   PIC 9(03).
       01  WS-FEE-FOUND-IDX             PIC 9(03).

       01  WS-WAIVER-TABLE.
           05  WS-WAIVER-COUNT          PIC 9(03)   VALUE ZERO.
           05  FEEWAIV-RECORD OCCURS 500 TIMES.
               COPY FEEWAIV REPLACING
                   ==01  FEEWAIV-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-WAV-IDX                   PIC 9(03).
       01  WS-WAIVED-SW                 PIC X       VALUE 'N'.
           88  FEE-IS-WAIVED                        VALUE 'Y'.

      *    Fee-triggering events found in the window, matched to
      *    the master as it is browsed.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-EVENT-ENTRY OCCURS 2000 TIMES.
               10  WS-EVT-CUSTOMER-ID   PIC X(08).
               10  WS-EVT-TRIGGER       PIC X(08).
               10  WS-EVT-DATE          PIC 9(08).
               10  WS-EVT-BASE-AMOUNT   PIC 9(09)V99.
               10  WS-EVT-MATCHED       PIC X(01).
       01  WS-EVT-IDX                   PIC 9(04).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07)   VALUE ZERO.
           05  WS-FEES-CHARGED          PIC 9(07)   VALUE ZERO.
           05  WS-FEES-WAIVED           PIC 9(07)   VALUE ZERO.
           05  WS-EVENTS-NOT-ASSESSED   PIC 9(05)   VALUE ZERO.
           05  WS-CHARGED-AMOUNT        PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-WAIVED-AMOUNT         PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

       01  WS-ASSESS-WORK.
           05  WS-CHG-TRIGGER           PIC X(08)   VALUE SPACES.
           05  WS-CHG-EVENT-DATE        PIC 9(08)   VALUE ZERO.
           05  WS-CHG-BASE-AMOUNT       PIC 9(09)V99 VALUE ZERO.
           05  WS-CHG-FEE-AMOUNT        PIC 9(09)V99 VALUE ZERO.

       01  WS-FEE-DETAIL.
           05  WS-FEE-CUSTOMER-ID       PIC X(08).
           05  WS-FEE-TRAN-TYPE         PIC X(01)   VALUE 'D'.
           05  WS-FEE-AMOUNT            PIC 9(09)V99.
           05  WS-FEE-ORIGINAL-DATE     PIC X(08)   VALUE SPACES.
           05  WS-FEE-EFFECTIVE-DATE    PIC X(08)   VALUE SPACES.
           05  WS-FEE-CHANNEL-CODE      PIC X(01)   VALUE SPACE.
           05  WS-FEE-MARKER            PIC X(01)   VALUE 'F'.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-FEE-CODE          PIC X(04).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-TRIGGER           PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-EVENT-DATE        PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-BASE-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-FEE-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-DISPOSITION       PIC X(07).
           05  FILLER                   PIC X(15)   VALUE SPACES.
       01  WS-RPT-TOTAL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY CUSTREC.
       COPY CUSTHELD.
       COPY CUSTHST.
       COPY STORTN.
       COPY BUSDATE.
       COPY FILEHDTR.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ASSESS-THE-MASTER UNTIL END-OF-MASTER
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'FEEA' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** FEEASM1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1050-SET-ASSESSMENT-WINDOW
           PERFORM 1100-LOAD-FEE-SCHEDULE
           PERFORM 1200-LOAD-WAIVERS
           IF NOT ALREADY-ASSESSED
               PERFORM 1300-COLLECT-RELEASED-HOLDS
               PERFORM 1400-COLLECT-RETURNED-ITEMS
               PERFORM 1450-COLLECT-RETURNED-DEBITS
           END-IF
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           IF ALREADY-ASSESSED
               SET END-OF-MASTER TO TRUE
           END-IF
           OPEN OUTPUT FEETRAN-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO FEETRAN-OUT-LINE
           WRITE FEETRAN-OUT-LINE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'FEEASM1 - FEE REGISTER FOR BUSINESS DATE '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'CUSTOMER FEE  TRIGGER  EVENT DT     BASE AMOUNT'
               '  FEE AMOUNT DISPOSITION'
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    With no control record the window opens at the previous
      *    business date, so a first run charges only today's
      *    events rather than everything on the history. A control
      *    record already at or past today means the day has been
      *    assessed: the run writes an empty slice and charges
      *    nothing.
       1050-SET-ASSESSMENT-WINDOW.
           OPEN INPUT FEECTL-FILE
           READ FEECTL-FILE
               AT END
                   DISPLAY 'FEEASM1 NO FEE CONTROL RECORD -- WINDOW'
                       ' OPENS AT ' BUSDATE-PREVIOUS-DATE
                   MOVE BUSDATE-PREVIOUS-DATE TO WS-LAST-ASSESSED
               NOT AT END
                   MOVE FEECTL-LAST-ASSESSED TO WS-LAST-ASSESSED
           END-READ
           CLOSE FEECTL-FILE
           IF WS-LAST-ASSESSED NOT < BUSDATE-CURRENT-DATE
               DISPLAY '*** FEEASM1 FEES ALREADY ASSESSED THROUGH '
                   WS-LAST-ASSESSED ' -- NOTHING CHARGED ***'
               SET ALREADY-ASSESSED TO TRUE
               MOVE 4 TO RETURN-CODE
           ELSE
               IF BUSDATE-CURRENT-DATE(1:6) > WS-LAST-ASSESSED(1:6)
                   SET MAINTENANCE-IS-DUE TO TRUE
               END-IF
           END-IF.

       1100-LOAD-FEE-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           PERFORM 1110-READ-SCHEDULE UNTIL END-OF-SCHEDULE
           CLOSE SCHEDULE-FILE
           IF WS-FEE-COUNT = ZERO
               DISPLAY '*** FEEASM1 NO FEE IN FORCE ON THE'
                   ' SCHEDULE -- NOTHING TO ASSESS ***'
           END-IF.

      *    An entry dated after the business date is not in force
      *    yet; of the rest, the latest effective date wins, and a
      *    later entry on the same date supersedes an earlier one.
       1110-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET END-OF-SCHEDULE TO TRUE
               NOT AT END
                   IF SCHEDULE-IN-RECORD(28:8) NOT NUMERIC
                       OR SCHEDULE-IN-RECORD(28:8)
                           > BUSDATE-CURRENT-DATE
                       CONTINUE
                   ELSE
                       PERFORM 1120-KEEP-FEE-IN-FORCE
                   END-IF
           END-READ.

       1120-KEEP-FEE-IN-FORCE.
           MOVE ZERO TO WS-FEE-FOUND-IDX
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF FEESCH-FEE-CODE(WS-FEE-IDX)
                       = SCHEDULE-IN-RECORD(1:4)
                   MOVE WS-FEE-IDX TO WS-FEE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FEE-FOUND-IDX = ZERO
               IF WS-FEE-COUNT >= 50
                   DISPLAY '*** FEEASM1 MORE THAN 50 FEE CODES --'
                       ' FEE ' SCHEDULE-IN-RECORD(1:4)
                       ' NOT LOADED ***'
               ELSE
                   ADD 1 TO WS-FEE-COUNT
                   MOVE SCHEDULE-IN-RECORD
                       TO FEESCH-RECORD(WS-FEE-COUNT)
               END-IF
           ELSE
               IF SCHEDULE-IN-RECORD(28:8)
                       NOT < FEESCH-EFFECTIVE-DATE(WS-FEE-FOUND-IDX)
                   MOVE SCHEDULE-IN-RECORD
                       TO FEESCH-RECORD(WS-FEE-FOUND-IDX)
               END-IF
           END-IF.

       1200-LOAD-WAIVERS.
           OPEN INPUT WAIVER-FILE
           PERFORM 1210-READ-WAIVER UNTIL END-OF-WAIVERS
           CLOSE WAIVER-FILE.

       1210-READ-WAIVER.
           READ WAIVER-FILE
               AT END
                   SET END-OF-WAIVERS TO TRUE
               NOT AT END
                   IF WS-WAIVER-COUNT >= 500
                       DISPLAY '*** FEEASM1 WAIVER LIST HAS MORE'
                           ' THAN 500 ENTRIES -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-WAIVERS TO TRUE
                   ELSE
                       ADD 1 TO WS-WAIVER-COUNT
                       MOVE WAIVER-IN-RECORD
                           TO FEEWAIV-RECORD(WS-WAIVER-COUNT)
                   END-IF
           END-READ.

      *    A hold released by a supervisor re-presents a debit the
      *    limit check stopped -- it posts over limit.
       1300-COLLECT-RELEASED-HOLDS.
           OPEN INPUT DECISION-AUDIT-FILE
           PERFORM 1310-READ-ONE-DECISION UNTIL END-OF-AUDIT
           CLOSE DECISION-AUDIT-FILE.

       1310-READ-ONE-DECISION.
           READ DECISION-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   MOVE DECISION-AUDIT-LINE TO CUSTHLD-RECORD
                   IF CUSTHLD-STATUS-RELEASED
                       AND CUSTHLD-DECISION-DATE > WS-LAST-ASSESSED
                       AND CUSTHLD-DECISION-DATE
                           NOT > BUSDATE-CURRENT-DATE
                       MOVE CUSTHLD-CUSTOMER-ID TO WS-FEE-CUSTOMER-ID
                       MOVE 'OVERLMT ' TO WS-CHG-TRIGGER
                       MOVE CUSTHLD-DECISION-DATE
                           TO WS-CHG-EVENT-DATE
                       MOVE CUSTHLD-AMOUNT TO WS-CHG-BASE-AMOUNT
                       PERFORM 1500-ADD-EVENT
                   END-IF
           END-READ.

      *    A returned item is a customer credit backed out by a
      *    reversal: the offsetting posting is the one that took
      *    the balance down. The offset carries its original's
      *    posting source, so the shop's own system postings
      *    (interest, unapplied cash, dispute credits) undone this
      *    way are not returned items and draw no fee.
       1400-COLLECT-RETURNED-ITEMS.
           OPEN INPUT HISTORY-FILE
           PERFORM 1410-READ-ONE-HISTORY UNTIL END-OF-HISTORY
           CLOSE HISTORY-FILE.

       1410-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF HISTORY-IN-LINE(1:4) = 'HDR*'
                       OR HISTORY-IN-LINE(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       MOVE HISTORY-IN-LINE TO CUSTHST-RECORD
                       IF CUSTHST-IS-REVERSAL
                           AND CUSTHST-CUSTOMER-POSTING
                           AND CUSTHST-BALANCE-AFTER
                               < CUSTHST-BALANCE-BEFORE
                           AND CUSTHST-BUSINESS-DATE
                               > WS-LAST-ASSESSED
                           AND CUSTHST-BUSINESS-DATE
                               NOT > BUSDATE-CURRENT-DATE
                           MOVE CUSTHST-CUSTOMER-ID
                               TO WS-FEE-CUSTOMER-ID
                           MOVE 'RETITEM ' TO WS-CHG-TRIGGER
                           MOVE CUSTHST-BUSINESS-DATE
                               TO WS-CHG-EVENT-DATE
                           MOVE CUSTHST-AMOUNT TO WS-CHG-BASE-AMOUNT
                           PERFORM 1500-ADD-EVENT
                       END-IF
                   END-IF
           END-READ.

      *    A returned standing-order debit is reversed with the
      *    balance going up, so the history test above never sees
      *    it; STORTN1's register names it instead. No register,
      *    no such returns.
       1450-COLLECT-RETURNED-DEBITS.
           OPEN INPUT RETURN-REGISTER-FILE
           IF WS-REGISTER-STATUS = '00'
               PERFORM 1460-READ-ONE-RETURN UNTIL END-OF-REGISTER
               CLOSE RETURN-REGISTER-FILE
           END-IF.

       1460-READ-ONE-RETURN.
           READ RETURN-REGISTER-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
               NOT AT END
                   MOVE RETURN-REGISTER-RECORD TO STORTN-RECORD
                   IF STORTN-MATCHED
                       AND STORTN-RETURN-DATE > WS-LAST-ASSESSED
                       AND STORTN-RETURN-DATE
                           NOT > BUSDATE-CURRENT-DATE
                       MOVE STORTN-CUSTOMER-ID TO WS-FEE-CUSTOMER-ID
                       MOVE 'RETITEM ' TO WS-CHG-TRIGGER
                       MOVE STORTN-RETURN-DATE TO WS-CHG-EVENT-DATE
                       MOVE STORTN-AMOUNT TO WS-CHG-BASE-AMOUNT
                       PERFORM 1500-ADD-EVENT
                   END-IF
           END-READ.

       1500-ADD-EVENT.
           IF WS-EVENT-COUNT >= 2000
               DISPLAY '*** FEEASM1 MORE THAN 2000 FEE EVENTS -- '
                   WS-CHG-TRIGGER ' FOR ' WS-FEE-CUSTOMER-ID
                   ' NOT TABLED, RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           MOVE WS-FEE-CUSTOMER-ID
               TO WS-EVT-CUSTOMER-ID(WS-EVENT-COUNT)
           MOVE WS-CHG-TRIGGER TO WS-EVT-TRIGGER(WS-EVENT-COUNT)
           MOVE WS-CHG-EVENT-DATE TO WS-EVT-DATE(WS-EVENT-COUNT)
           MOVE WS-CHG-BASE-AMOUNT
               TO WS-EVT-BASE-AMOUNT(WS-EVENT-COUNT)
           MOVE 'N' TO WS-EVT-MATCHED(WS-EVENT-COUNT).

       2000-ASSESS-THE-MASTER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   IF CUSTREC-LEGACY-OPEN
                       PERFORM 2100-ASSESS-ONE-CUSTOMER
                   END-IF
           END-READ.

      *    The status byte is aliased under both views, so the
      *    legacy name reads it for either record type; the balance
      *    is aliased the same way.
       2100-ASSESS-ONE-CUSTOMER.
           MOVE CUSTREC-CUSTOMER-ID TO WS-FEE-CUSTOMER-ID
           IF MAINTENANCE-IS-DUE
               MOVE 'MAINT   ' TO WS-CHG-TRIGGER
               MOVE BUSDATE-CURRENT-DATE TO WS-CHG-EVENT-DATE
               IF CUSTREC-LEGACY-BALANCE < ZERO
                   COMPUTE WS-CHG-BASE-AMOUNT =
                       ZERO - CUSTREC-LEGACY-BALANCE
               ELSE
                   MOVE CUSTREC-LEGACY-BALANCE
                       TO WS-CHG-BASE-AMOUNT
               END-IF
               PERFORM 2200-CHARGE-TRIGGER
           END-IF
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVENT-COUNT
               IF WS-EVT-CUSTOMER-ID(WS-EVT-IDX)
                       = CUSTREC-CUSTOMER-ID
                   MOVE 'Y' TO WS-EVT-MATCHED(WS-EVT-IDX)
                   MOVE WS-EVT-TRIGGER(WS-EVT-IDX)
                       TO WS-CHG-TRIGGER
                   MOVE WS-EVT-DATE(WS-EVT-IDX)
                       TO WS-CHG-EVENT-DATE
                   MOVE WS-EVT-BASE-AMOUNT(WS-EVT-IDX)
                       TO WS-CHG-BASE-AMOUNT
                   PERFORM 2200-CHARGE-TRIGGER
               END-IF
           END-PERFORM.

      *    Every fee in force on the trigger is charged for it.
       2200-CHARGE-TRIGGER.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF FEESCH-TRIGGER(WS-FEE-IDX) = WS-CHG-TRIGGER
                   PERFORM 2300-CHARGE-ONE-FEE
               END-IF
           END-PERFORM.

       2300-CHARGE-ONE-FEE.
           IF FEESCH-METHOD-PERCENT(WS-FEE-IDX)
               COMPUTE WS-CHG-FEE-AMOUNT ROUNDED =
                   WS-CHG-BASE-AMOUNT * FEESCH-PERCENT(WS-FEE-IDX)
                   / 100
           ELSE
               MOVE FEESCH-AMOUNT(WS-FEE-IDX) TO WS-CHG-FEE-AMOUNT
           END-IF
           IF WS-CHG-FEE-AMOUNT > ZERO
               PERFORM 2400-CHECK-WAIVER
               MOVE WS-FEE-CUSTOMER-ID TO WS-RPT-CUSTOMER-ID
               MOVE FEESCH-FEE-CODE(WS-FEE-IDX) TO WS-RPT-FEE-CODE
               MOVE WS-CHG-TRIGGER     TO WS-RPT-TRIGGER
               MOVE WS-CHG-EVENT-DATE  TO WS-RPT-EVENT-DATE
               MOVE WS-CHG-BASE-AMOUNT TO WS-RPT-BASE-AMOUNT
               MOVE WS-CHG-FEE-AMOUNT  TO WS-RPT-FEE-AMOUNT
               IF FEE-IS-WAIVED
                   ADD 1 TO WS-FEES-WAIVED
                   ADD WS-CHG-FEE-AMOUNT TO WS-WAIVED-AMOUNT
                   MOVE 'WAIVED ' TO WS-RPT-DISPOSITION
               ELSE
                   ADD 1 TO WS-FEES-CHARGED
                   ADD WS-CHG-FEE-AMOUNT TO WS-CHARGED-AMOUNT
                   MOVE 'CHARGED' TO WS-RPT-DISPOSITION
                   MOVE WS-CHG-FEE-AMOUNT TO WS-FEE-AMOUNT
                   MOVE WS-FEE-DETAIL TO FEETRAN-OUT-LINE
                   WRITE FEETRAN-OUT-LINE
               END-IF
               MOVE WS-REPORT-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF.

       2400-CHECK-WAIVER.
           MOVE 'N' TO WS-WAIVED-SW
           PERFORM VARYING WS-WAV-IDX FROM 1 BY 1
               UNTIL WS-WAV-IDX > WS-WAIVER-COUNT
               IF FEEWAIV-CUSTOMER-ID(WS-WAV-IDX)
                       = WS-FEE-CUSTOMER-ID
                   AND (FEEWAIV-FEE-CODE(WS-WAV-IDX)
                           = FEESCH-FEE-CODE(WS-FEE-IDX)
                       OR FEEWAIV-FEE-CODE(WS-WAV-IDX) = 'ALL ')
                   AND FEEWAIV-FROM-DATE(WS-WAV-IDX)
                       NOT > BUSDATE-CURRENT-DATE
                   AND (FEEWAIV-TO-DATE(WS-WAV-IDX) = ZERO
                       OR FEEWAIV-TO-DATE(WS-WAV-IDX)
                           NOT < BUSDATE-CURRENT-DATE)
                   SET FEE-IS-WAIVED TO TRUE
               END-IF
           END-PERFORM.

      *    An event for a customer not on the master, or closed or
      *    merged since, is reported and not charged.
       3000-TERMINATE.
           CLOSE CUSTREC-FILE
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVENT-COUNT
               IF WS-EVT-MATCHED(WS-EVT-IDX) = 'N'
                   ADD 1 TO WS-EVENTS-NOT-ASSESSED
                   DISPLAY '*** FEEASM1 ' WS-EVT-TRIGGER(WS-EVT-IDX)
                       ' FOR ' WS-EVT-CUSTOMER-ID(WS-EVT-IDX)
                       ' NOT ASSESSED -- CUSTOMER NOT OPEN ON THE'
                       ' MASTER ***'
               END-IF
           END-PERFORM
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-FEES-CHARGED TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO FEETRAN-OUT-LINE
           WRITE FEETRAN-OUT-LINE
           CLOSE FEETRAN-FILE
           MOVE WS-CHARGED-AMOUNT TO WS-RPT-TOTAL-AMOUNT
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'FEES CHARGED: ' WS-FEES-CHARGED
               '  AMOUNT ' WS-RPT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-WAIVED-AMOUNT TO WS-RPT-TOTAL-AMOUNT
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'FEES WAIVED:  ' WS-FEES-WAIVED
               '  AMOUNT ' WS-RPT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           IF NOT ALREADY-ASSESSED
               OPEN OUTPUT FEECTL-FILE
               MOVE BUSDATE-CURRENT-DATE TO FEECTL-LAST-ASSESSED
               WRITE FEECTL-RECORD
               CLOSE FEECTL-FILE
           END-IF
           DISPLAY 'FEEASM1 RECORDS READ:       ' WS-RECORDS-READ
           DISPLAY 'FEEASM1 FEES CHARGED:       ' WS-FEES-CHARGED
           DISPLAY 'FEEASM1 FEES WAIVED:        ' WS-FEES-WAIVED
           DISPLAY 'FEEASM1 EVENTS NOT ASSESSED:'
               WS-EVENTS-NOT-ASSESSED.

       9000-CHECK-FILE-STATUS.
           MOVE 'FEEASM1 ' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** FEEASM1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
