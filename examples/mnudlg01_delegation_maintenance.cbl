       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNUDLG01.
       AUTHOR. CHRISTIAN STRAMA.

      *    Maintenance of time-bound delegated entitlements for
      *    absence cover (MNUDLG.CPY). Cover used to be a plain
      *    MNUADM01 grant to the colleague that nobody took back.
      *    This program processes a delegation transaction file
      *    instead:
      *      - REQUEST: the delegator names a delegate, up to ten
      *        selections the delegator holds on MNUSECF, and a
      *        start and end date; the delegation is parked as
      *        requested
      *      - APPROVE: a second user, neither delegator nor
      *        delegate, approves it; refused once the end date has
      *        passed, or when the delegated selections together
      *        with the delegate's own would complete a SODRULF
      *        segregation-of-duties pair with no unexpired SODEXCF
      *        exception for the delegate -- the same test MNUADM01
      *        applies to a permanent grant
      *      - REJECT: anyone but the delegator turns a request down
      *      - WITHDRAW: the delegator, or an administrator, ends a
      *        requested or approved delegation early; withdrawn by
      *        the delegator it also records their return
      *    Nothing here touches MNUSECF -- MNUMNU01 honors an
      *    approved delegation inside its window straight from this
      *    file. Every accepted action is journaled with the
      *    delegation before and after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLGTRAN-FILE      ASSIGN TO "MNUDLGT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELEGATION-IN-FILE ASSIGN TO "MNUDLGI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELEGATION-OUT-FILE ASSIGN TO "MNUDLGO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT SODRUL-FILE       ASSIGN TO "SODRULF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODRUL-STATUS.
           SELECT SODEXC-FILE       ASSIGN TO "SODEXCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODEXC-STATUS.
           SELECT JOURNAL-FILE      ASSIGN TO "MNUDLGJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DLGTRAN-FILE.
       01  DLGTRAN-RECORD.
           05  DLT-ACTION              PIC X(01).
               88  DLT-ACTION-REQUEST              VALUE 'Q'.
               88  DLT-ACTION-APPROVE              VALUE 'A'.
               88  DLT-ACTION-REJECT               VALUE 'R'.
               88  DLT-ACTION-WITHDRAW             VALUE 'W'.
           05  DLT-USERID              PIC X(08).
           05  DLT-DELEGATION-ID       PIC 9(04).
           05  DLT-DELEGATE            PIC X(08).
           05  DLT-START-DATE          PIC X(08).
           05  DLT-END-DATE            PIC X(08).
           05  DLT-SELECTIONS.
               10  DLT-SELECTION      OCCURS 10 TIMES
                                       PIC X(02).

       FD  DELEGATION-IN-FILE.
       01  DELEGATION-IN-RECORD        PIC X(105).

       FD  DELEGATION-OUT-FILE.
       01  DELEGATION-OUT-RECORD       PIC X(105).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

       FD  SODRUL-FILE.
       01  SODRUL-IN-RECORD            PIC X(50).

       FD  SODEXC-FILE.
       01  SODEXC-IN-RECORD            PIC X(58).

       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-LINE.
           05  JRN-LOG-DATE            PIC 9(08).
           05  JRN-LOG-TIME            PIC 9(06).
           05  JRN-USERID              PIC X(08).
           05  JRN-ACTION              PIC X(01).
           05  JRN-BEFORE-IMAGE        PIC X(105).
           05  JRN-AFTER-IMAGE         PIC X(105).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-TABLE                         VALUE 'Y'.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-DLGTRAN                       VALUE 'Y'.

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SODRUL-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SODEXC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-DELEGATION-TABLE.
           05  WS-DELEGATION-COUNT      PIC 9(04)   VALUE ZERO.
           05  WS-DELEGATION-IMAGE OCCURS 2000 TIMES
                                        PIC X(105).
       01  WS-DLG-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).
       01  WS-NEXT-DELEGATION-ID        PIC 9(04)   VALUE ZERO.

       01  WS-SOD-RULE-TABLE.
           05  WS-SOD-RULE-COUNT        PIC 9(03)   VALUE ZERO.
           05  SODRUL-RECORD OCCURS 200 TIMES.
               COPY SODRUL REPLACING
                   ==01  SODRUL-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-SOD-EXC-TABLE.
           05  WS-SOD-EXC-COUNT         PIC 9(03)   VALUE ZERO.
           05  SODEXC-RECORD OCCURS 500 TIMES.
               COPY SODEXC REPLACING
                   ==01  SODEXC-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-RUL-IDX                   PIC 9(03).
       01  WS-EXC-IDX                   PIC 9(03).
       01  WS-CONFLICT-RULE-ID          PIC X(06).

      *    What the delegate would hold while the cover runs: their
      *    own selections plus the delegated ones.
       01  WS-COMBINED-AREA.
           05  WS-COMBINED-COUNT        PIC 9(02)   VALUE ZERO.
           05  WS-COMBINED-SEL OCCURS 50 TIMES
                                        PIC X(02).
       01  WS-CMB-IDX                   PIC 9(02).
       01  WS-HOLDS-A-SW                PIC X       VALUE 'N'.
           88  HOLDS-SELECTION-A                    VALUE 'Y'.
       01  WS-HOLDS-B-SW                PIC X       VALUE 'N'.
           88  HOLDS-SELECTION-B                    VALUE 'Y'.
       01  WS-DELEGATED-SIDE-SW         PIC X       VALUE 'N'.
           88  PAIR-USES-DELEGATION                 VALUE 'Y'.
       01  WS-EXCEPTION-SW              PIC X       VALUE 'N'.
           88  EXCEPTION-ON-FILE                    VALUE 'Y'.

       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-REQ-IDX                   PIC 9(02).
       01  WS-HELD-SW                   PIC X       VALUE 'N'.
           88  DELEGATOR-HOLDS                      VALUE 'Y'.
       01  WS-REFUSE-REASON             PIC X(40)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-REQUESTS-PARKED       PIC 9(05)   VALUE ZERO.
           05  WS-REQUESTS-APPROVED     PIC 9(05)   VALUE ZERO.
           05  WS-REQUESTS-REJECTED     PIC 9(05)   VALUE ZERO.
           05  WS-DELEGATIONS-WITHDRAWN PIC 9(05)   VALUE ZERO.
           05  WS-ACTIONS-REFUSED       PIC 9(05)   VALUE ZERO.

       01  WS-BEFORE-IMAGE              PIC X(105).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY MNUDLG.
       COPY MNUSEC.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTION UNTIL END-OF-DLGTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** MNUDLG01 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-DELEGATIONS
           PERFORM 1200-LOAD-SOD-RULES
           PERFORM 1300-LOAD-SOD-EXCEPTIONS
           OPEN INPUT MNUSEC-FILE
           IF WS-MNUSEC-STATUS NOT = '00'
               DISPLAY '*** MNUDLG01 MNUSECF OPEN FAILED, STATUS '
                   WS-MNUSEC-STATUS ' ***'
           END-IF
           OPEN INPUT DLGTRAN-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 2900-READ-DLGTRAN.

      *    The delegation file is rewritten whole at the end of the
      *    run, so one too big to hold stops the run rather than
      *    being truncated.
       1100-LOAD-DELEGATIONS.
           OPEN INPUT DELEGATION-IN-FILE
           MOVE 'N' TO WS-TABLE-EOF
           PERFORM 1110-READ-DELEGATION UNTIL END-OF-TABLE
           CLOSE DELEGATION-IN-FILE.

       1110-READ-DELEGATION.
           READ DELEGATION-IN-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-DELEGATION-COUNT >= 2000
                       DISPLAY '*** MNUDLG01 MNUDLGI HAS MORE THAN'
                           ' 2000 DELEGATIONS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DELEGATION-COUNT
                   MOVE DELEGATION-IN-RECORD
                       TO WS-DELEGATION-IMAGE(WS-DELEGATION-COUNT)
                   MOVE DELEGATION-IN-RECORD TO MNUDLG-RECORD
                   IF MNUDLG-ID > WS-NEXT-DELEGATION-ID
                       MOVE MNUDLG-ID TO WS-NEXT-DELEGATION-ID
                   END-IF
           END-READ.

       1200-LOAD-SOD-RULES.
           OPEN INPUT SODRUL-FILE
           IF WS-SODRUL-STATUS NOT = '00'
               DISPLAY '*** MNUDLG01 SODRULF OPEN FAILED, STATUS '
                   WS-SODRUL-STATUS ' -- NO CONFLICT RULES LOADED'
                   ' ***'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM 1210-READ-SOD-RULE UNTIL END-OF-TABLE
               CLOSE SODRUL-FILE
           END-IF.

       1210-READ-SOD-RULE.
           READ SODRUL-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-SOD-RULE-COUNT >= 200
                       DISPLAY '*** SODRULF HAS MORE THAN 200'
                           ' RULES -- REMAINDER NOT LOADED ***'
                       MOVE 4 TO RETURN-CODE
                       SET END-OF-TABLE TO TRUE
                   ELSE
                       ADD 1 TO WS-SOD-RULE-COUNT
                       MOVE SODRUL-IN-RECORD
                           TO SODRUL-RECORD(WS-SOD-RULE-COUNT)
                   END-IF
           END-READ.

       1300-LOAD-SOD-EXCEPTIONS.
           OPEN INPUT SODEXC-FILE
           IF WS-SODEXC-STATUS = '00'
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM 1310-READ-SOD-EXCEPTION UNTIL END-OF-TABLE
               CLOSE SODEXC-FILE
           END-IF.

       1310-READ-SOD-EXCEPTION.
           READ SODEXC-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-SOD-EXC-COUNT >= 500
                       DISPLAY '*** SODEXCF HAS MORE THAN 500'
                           ' EXCEPTIONS -- REMAINDER NOT LOADED ***'
                       MOVE 4 TO RETURN-CODE
                       SET END-OF-TABLE TO TRUE
                   ELSE
                       ADD 1 TO WS-SOD-EXC-COUNT
                       MOVE SODEXC-IN-RECORD
                           TO SODEXC-RECORD(WS-SOD-EXC-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-ACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN DLT-ACTION-REQUEST
                   PERFORM 2100-REQUEST-DELEGATION
               WHEN DLT-ACTION-APPROVE
                   PERFORM 2200-APPROVE-DELEGATION
               WHEN DLT-ACTION-REJECT
                   PERFORM 2300-REJECT-DELEGATION
               WHEN DLT-ACTION-WITHDRAW
                   PERFORM 2400-WITHDRAW-DELEGATION
               WHEN OTHER
                   MOVE 'ACTION NOT Q, A, R, OR W'
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY '*** MNUDLG01 ACTION REFUSED: ' DLT-ACTION
                   ' ' DLT-DELEGATION-ID ' BY ' DLT-USERID ' -- '
                   WS-REFUSE-REASON ' ***'
           END-IF
           PERFORM 2900-READ-DLGTRAN.

       2100-REQUEST-DELEGATION.
           MOVE SPACES TO MNUDLG-RECORD
           MOVE ZERO TO MNUDLG-SELECTION-COUNT
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > 10
               IF DLT-SELECTION(WS-REQ-IDX) NOT = SPACES
                   ADD 1 TO MNUDLG-SELECTION-COUNT
                   MOVE DLT-SELECTION(WS-REQ-IDX)
                       TO MNUDLG-SELECTION(MNUDLG-SELECTION-COUNT)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DELEGATION-COUNT >= 2000
                   MOVE 'DELEGATION FILE FULL' TO WS-REFUSE-REASON
               WHEN DLT-DELEGATE = SPACES
                   OR DLT-DELEGATE = DLT-USERID
                   MOVE 'DELEGATE MISSING OR SAME AS DELEGATOR'
                       TO WS-REFUSE-REASON
               WHEN DLT-START-DATE IS NOT NUMERIC
                   OR DLT-END-DATE IS NOT NUMERIC
                   MOVE 'START OR END DATE NOT NUMERIC'
                       TO WS-REFUSE-REASON
               WHEN DLT-START-DATE > DLT-END-DATE
                   MOVE 'START DATE AFTER END DATE'
                       TO WS-REFUSE-REASON
               WHEN DLT-END-DATE < BUSDATE-CURRENT-DATE
                   MOVE 'END DATE ALREADY PASSED'
                       TO WS-REFUSE-REASON
               WHEN MNUDLG-SELECTION-COUNT = ZERO
                   MOVE 'NO SELECTIONS NAMED' TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 2150-CHECK-DELEGATOR-HOLDS
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-NEXT-DELEGATION-ID
               MOVE WS-NEXT-DELEGATION-ID TO MNUDLG-ID
               MOVE DLT-USERID            TO MNUDLG-DELEGATOR
               MOVE DLT-DELEGATE          TO MNUDLG-DELEGATE
               MOVE DLT-START-DATE        TO MNUDLG-START-DATE
               MOVE DLT-END-DATE          TO MNUDLG-END-DATE
               SET MNUDLG-STATUS-REQUESTED TO TRUE
               MOVE BUSDATE-CURRENT-DATE  TO MNUDLG-REQUESTED-DATE
               MOVE ZERO TO MNUDLG-APPROVED-DATE
                            MNUDLG-CLOSED-DATE
                            MNUDLG-RETURNED-DATE
                            MNUDLG-RETURNED-TIME
               ADD 1 TO WS-DELEGATION-COUNT
               MOVE WS-DELEGATION-COUNT TO WS-FOUND-IDX
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM 2700-STORE-AND-JOURNAL
               ADD 1 TO WS-REQUESTS-PARKED
               DISPLAY 'MNUDLG01 DELEGATION ' MNUDLG-ID ' REQUESTED '
                   MNUDLG-DELEGATOR ' TO ' MNUDLG-DELEGATE ' '
                   MNUDLG-START-DATE '-' MNUDLG-END-DATE
           END-IF.

      *    A user can only hand on what they hold themselves.
       2150-CHECK-DELEGATOR-HOLDS.
           MOVE DLT-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'DELEGATOR HAS NO ENTITLEMENT RECORD'
                       TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > MNUDLG-SELECTION-COUNT
                       OR WS-REFUSE-REASON NOT = SPACES
                       MOVE 'N' TO WS-HELD-SW
                       PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                           UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                           OR WS-SEL-IDX > 40
                           IF MNUSEC-SELECTION(WS-SEL-IDX)
                                   = MNUDLG-SELECTION(WS-REQ-IDX)
                               SET DELEGATOR-HOLDS TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT DELEGATOR-HOLDS
                           STRING 'DELEGATOR DOES NOT HOLD '
                               MNUDLG-SELECTION(WS-REQ-IDX)
                               DELIMITED BY SIZE
                               INTO WS-REFUSE-REASON
                           END-STRING
                       END-IF
                   END-PERFORM
           END-READ.

       2200-APPROVE-DELEGATION.
           PERFORM 2600-FIND-DELEGATION
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'DELEGATION NOT ON FILE' TO WS-REFUSE-REASON
               WHEN NOT MNUDLG-STATUS-REQUESTED
                   MOVE 'DELEGATION NOT AWAITING APPROVAL'
                       TO WS-REFUSE-REASON
               WHEN DLT-USERID = MNUDLG-DELEGATOR
                   OR DLT-USERID = MNUDLG-DELEGATE
                   MOVE 'APPROVER IS DELEGATOR OR DELEGATE'
                       TO WS-REFUSE-REASON
               WHEN MNUDLG-END-DATE < BUSDATE-CURRENT-DATE
                   MOVE 'END DATE ALREADY PASSED'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 2250-CHECK-SOD-CONFLICT
                   IF WS-CONFLICT-RULE-ID NOT = SPACES
                       STRING 'SOD CONFLICT UNDER RULE '
                           WS-CONFLICT-RULE-ID
                           DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                       END-STRING
                   END-IF
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-DELEGATION-IMAGE(WS-FOUND-IDX)
                   TO WS-BEFORE-IMAGE
               SET MNUDLG-STATUS-APPROVED TO TRUE
               MOVE DLT-USERID           TO MNUDLG-APPROVED-BY
               MOVE BUSDATE-CURRENT-DATE TO MNUDLG-APPROVED-DATE
               PERFORM 2700-STORE-AND-JOURNAL
               ADD 1 TO WS-REQUESTS-APPROVED
           END-IF.

      *    A pair counts when the delegate would hold both sides
      *    and at least one side comes from the delegation -- a
      *    pair the delegate already holds on their own is
      *    SODRPT1's business, not a reason to refuse this cover.
       2250-CHECK-SOD-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-RULE-ID
           MOVE ZERO TO WS-COMBINED-COUNT
           MOVE MNUDLG-DELEGATE TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       ADD 1 TO WS-COMBINED-COUNT
                       MOVE MNUSEC-SELECTION(WS-SEL-IDX)
                           TO WS-COMBINED-SEL(WS-COMBINED-COUNT)
                   END-PERFORM
           END-READ
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > MNUDLG-SELECTION-COUNT
               ADD 1 TO WS-COMBINED-COUNT
               MOVE MNUDLG-SELECTION(WS-REQ-IDX)
                   TO WS-COMBINED-SEL(WS-COMBINED-COUNT)
           END-PERFORM
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-SOD-RULE-COUNT
               OR WS-CONFLICT-RULE-ID NOT = SPACES
               PERFORM 2260-CHECK-ONE-RULE
           END-PERFORM.

       2260-CHECK-ONE-RULE.
           MOVE 'N' TO WS-HOLDS-A-SW
           MOVE 'N' TO WS-HOLDS-B-SW
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
               UNTIL WS-CMB-IDX > WS-COMBINED-COUNT
               IF WS-COMBINED-SEL(WS-CMB-IDX)
                       = SODRUL-SELECTION-A(WS-RUL-IDX)
                   SET HOLDS-SELECTION-A TO TRUE
               END-IF
               IF WS-COMBINED-SEL(WS-CMB-IDX)
                       = SODRUL-SELECTION-B(WS-RUL-IDX)
                   SET HOLDS-SELECTION-B TO TRUE
               END-IF
           END-PERFORM
           IF HOLDS-SELECTION-A AND HOLDS-SELECTION-B
               MOVE 'N' TO WS-DELEGATED-SIDE-SW
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > MNUDLG-SELECTION-COUNT
                   IF MNUDLG-SELECTION(WS-REQ-IDX)
                           = SODRUL-SELECTION-A(WS-RUL-IDX)
                       OR MNUDLG-SELECTION(WS-REQ-IDX)
                           = SODRUL-SELECTION-B(WS-RUL-IDX)
                       SET PAIR-USES-DELEGATION TO TRUE
                   END-IF
               END-PERFORM
               IF PAIR-USES-DELEGATION
                   MOVE 'N' TO WS-EXCEPTION-SW
                   PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                       UNTIL WS-EXC-IDX > WS-SOD-EXC-COUNT
                       IF SODEXC-USERID(WS-EXC-IDX)
                               = MNUDLG-DELEGATE
                           AND SODEXC-RULE-ID(WS-EXC-IDX)
                               = SODRUL-RULE-ID(WS-RUL-IDX)
                           AND SODEXC-EXPIRY-DATE(WS-EXC-IDX)
                               NOT < BUSDATE-CURRENT-DATE
                           SET EXCEPTION-ON-FILE TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT EXCEPTION-ON-FILE
                       MOVE SODRUL-RULE-ID(WS-RUL-IDX)
                           TO WS-CONFLICT-RULE-ID
                   END-IF
               END-IF
           END-IF.

       2300-REJECT-DELEGATION.
           PERFORM 2600-FIND-DELEGATION
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'DELEGATION NOT ON FILE' TO WS-REFUSE-REASON
               WHEN NOT MNUDLG-STATUS-REQUESTED
                   MOVE 'DELEGATION NOT AWAITING APPROVAL'
                       TO WS-REFUSE-REASON
               WHEN DLT-USERID = MNUDLG-DELEGATOR
                   MOVE 'DELEGATOR CANNOT REJECT -- WITHDRAW IT'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-DELEGATION-IMAGE(WS-FOUND-IDX)
                       TO WS-BEFORE-IMAGE
                   SET MNUDLG-STATUS-REJECTED TO TRUE
                   MOVE BUSDATE-CURRENT-DATE TO MNUDLG-CLOSED-DATE
                   PERFORM 2700-STORE-AND-JOURNAL
                   ADD 1 TO WS-REQUESTS-REJECTED
           END-EVALUATE.

      *    Withdrawn by the delegator means they are back; the
      *    return is stamped so MNUDLGN1 can judge any use the
      *    delegate made of the cover after it.
       2400-WITHDRAW-DELEGATION.
           PERFORM 2600-FIND-DELEGATION
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'DELEGATION NOT ON FILE' TO WS-REFUSE-REASON
               WHEN NOT MNUDLG-STATUS-REQUESTED
                   AND NOT MNUDLG-STATUS-APPROVED
                   MOVE 'DELEGATION NO LONGER IN FORCE'
                       TO WS-REFUSE-REASON
               WHEN DLT-USERID = MNUDLG-DELEGATE
                   MOVE 'DELEGATE CANNOT WITHDRAW A DELEGATION'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-DELEGATION-IMAGE(WS-FOUND-IDX)
                       TO WS-BEFORE-IMAGE
                   IF DLT-USERID = MNUDLG-DELEGATOR
                       AND MNUDLG-RETURNED-DATE = ZERO
                       AND MNUDLG-STATUS-APPROVED
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-TIME
                       MOVE WS-CURR-DATE TO MNUDLG-RETURNED-DATE
                       MOVE WS-CURR-TIME TO MNUDLG-RETURNED-TIME
                   END-IF
                   SET MNUDLG-STATUS-WITHDRAWN TO TRUE
                   MOVE BUSDATE-CURRENT-DATE TO MNUDLG-CLOSED-DATE
                   PERFORM 2700-STORE-AND-JOURNAL
                   ADD 1 TO WS-DELEGATIONS-WITHDRAWN
           END-EVALUATE.

       2600-FIND-DELEGATION.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DELEGATION-COUNT
               OR WS-FOUND-IDX > ZERO
               MOVE WS-DELEGATION-IMAGE(WS-DLG-IDX) TO MNUDLG-RECORD
               IF MNUDLG-ID = DLT-DELEGATION-ID
                   MOVE WS-DLG-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
               MOVE WS-DELEGATION-IMAGE(WS-FOUND-IDX)
                   TO MNUDLG-RECORD
           END-IF.

       2700-STORE-AND-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE    TO JRN-LOG-DATE
           MOVE WS-CURR-TIME    TO JRN-LOG-TIME
           MOVE DLT-USERID      TO JRN-USERID
           MOVE DLT-ACTION      TO JRN-ACTION
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE MNUDLG-RECORD TO WS-DELEGATION-IMAGE(WS-FOUND-IDX)
           MOVE MNUDLG-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-OUT-LINE.

       2900-READ-DLGTRAN.
           READ DLGTRAN-FILE
               AT END
                   SET END-OF-DLGTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE DLGTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE JOURNAL-FILE
           OPEN OUTPUT DELEGATION-OUT-FILE
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DELEGATION-COUNT
               MOVE WS-DELEGATION-IMAGE(WS-DLG-IDX)
                   TO DELEGATION-OUT-RECORD
               WRITE DELEGATION-OUT-RECORD
           END-PERFORM
           CLOSE DELEGATION-OUT-FILE
           DISPLAY 'MNUDLG01 ACTIONS READ:      ' WS-TRANS-READ
           DISPLAY 'MNUDLG01 REQUESTS PARKED:   ' WS-REQUESTS-PARKED
           DISPLAY 'MNUDLG01 REQUESTS APPROVED: '
               WS-REQUESTS-APPROVED
           DISPLAY 'MNUDLG01 REQUESTS REJECTED: '
               WS-REQUESTS-REJECTED
           DISPLAY 'MNUDLG01 DELEGATIONS WITHDRAWN: '
               WS-DELEGATIONS-WITHDRAWN
           DISPLAY 'MNUDLG01 ACTIONS REFUSED:   ' WS-ACTIONS-REFUSED.
