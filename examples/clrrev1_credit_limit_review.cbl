       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRREV1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Periodic credit-limit review. CUSTLIM was loaded once
      *    and never looked at again, so a limit set before RSKSCR1
      *    moved a customer's score stayed exactly where it was.
      *    This job browses the keyed CUSTRECF master and, for every
      *    open finance-view customer, weighs the current risk
      *    score, how much of the current limit is drawn, and the
      *    hold and decline history in the lookback window -- holds
      *    still on the CUSTHELD inventory plus the decided ones on
      *    the CUSTHDA hold-decision audit -- against the review
      *    thresholds operations keeps in the CLRRUL reference file
      *    (CLRRUL.CPY). It proposes a decrease, an increase, or a
      *    first limit for a customer who has none, and writes each
      *    proposal with the evidence it was made on to the CLRPRP
      *    proposal file (CLRPRP.CPY). Nothing here touches CUSTLIM:
      *    a credit officer accepts or rejects each proposal through
      *    CLRAPR1, and only an accepted one becomes a new effective-
      *    dated limit. The current limit is the latest CUSTLIM
      *    record effective on or before the business date -- the
      *    same one the posting job checks against. Legacy-view
      *    records carry no score and are not reviewed; closed and
      *    merged accounts are passed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTLIM-FILE      ASSIGN TO "CUSTLIMF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-FILE         ASSIGN TO "CUSTHLDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-AUDIT-FILE
                                    ASSIGN TO "CUSTHDA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULES-FILE        ASSIGN TO "CLRRULF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-FILE     ASSIGN TO "CLRPRPO"
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

       FD  CUSTLIM-FILE.
       01  CUSTLIM-IN-RECORD           PIC X(43).

       FD  HELD-FILE.
       01  HELD-IN-RECORD              PIC X(83).

       FD  DECISION-AUDIT-FILE.
       01  DECISION-AUDIT-LINE         PIC X(83).

       FD  RULES-FILE.
       01  RULES-IN-RECORD             PIC X(23).

       FD  PROPOSAL-FILE.
       01  PROPOSAL-OUT-RECORD         PIC X(82).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-LIM-EOF                   PIC X       VALUE 'N'.
           88  END-OF-LIMITS                        VALUE 'Y'.
       01  WS-HELD-EOF                  PIC X       VALUE 'N'.
           88  END-OF-HELD                          VALUE 'Y'.
       01  WS-AUDIT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-AUDIT                         VALUE 'Y'.
       01  WS-RULES-EOF                 PIC X       VALUE 'N'.
           88  END-OF-RULES                         VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       01  WS-RULES-TABLE.
           05  WS-RULES-COUNT           PIC 9(03)   VALUE ZERO.
           05  CLRRUL-RECORD OCCURS 50 TIMES.
               COPY CLRRUL REPLACING
                   ==01  CLRRUL-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-RUL-IDX                   PIC 9(03).

      *    The review thresholds as loaded; a rule left off the
      *    file keeps its switch off and never trips.
       01  WS-REVIEW-RULES.
           05  WS-LOOKBACK-SW           PIC X       VALUE 'N'.
               88  LOOKBACK-ON-FILE                 VALUE 'Y'.
           05  WS-LOOKBACK-DAYS         PIC 9(05)   VALUE ZERO.
           05  WS-HIGHRISK-SW           PIC X       VALUE 'N'.
               88  HIGHRISK-ON-FILE                 VALUE 'Y'.
           05  WS-HIGHRISK-SCORE        PIC 9(05)   VALUE ZERO.
           05  WS-HIGHRISK-PCT          PIC 9(03)   VALUE ZERO.
           05  WS-DECLINES-SW           PIC X       VALUE 'N'.
               88  DECLINES-ON-FILE                 VALUE 'Y'.
           05  WS-DECLINES-COUNT        PIC 9(05)   VALUE ZERO.
           05  WS-DECLINES-PCT          PIC 9(03)   VALUE ZERO.
           05  WS-UTILLOW-SW            PIC X       VALUE 'N'.
               88  UTILLOW-ON-FILE                  VALUE 'Y'.
           05  WS-UTILLOW-PCT-LIMIT     PIC 9(05)   VALUE ZERO.
           05  WS-UTILLOW-PCT           PIC 9(03)   VALUE ZERO.
           05  WS-UTILHIGH-SW           PIC X       VALUE 'N'.
               88  UTILHIGH-ON-FILE                 VALUE 'Y'.
           05  WS-UTILHIGH-PCT-LIMIT    PIC 9(05)   VALUE ZERO.
           05  WS-UTILHIGH-PCT          PIC 9(03)   VALUE ZERO.
           05  WS-NEWLIMIT-SW           PIC X       VALUE 'N'.
               88  NEWLIMIT-ON-FILE                 VALUE 'Y'.
           05  WS-NEWLIMIT-AMOUNT       PIC 9(09)V99 VALUE ZERO.
           05  WS-MINIMUM-CHANGE        PIC 9(09)V99 VALUE ZERO.
       01  WS-CUTOFF-DATE               PIC 9(08)   VALUE ZERO.

      *    The one limit in force per customer: the latest CUSTLIM
      *    record effective on or before the business date.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-LIMIT-ENTRY OCCURS 5000 TIMES.
               10  WS-LIM-CUSTOMER-ID   PIC X(08).
               10  WS-LIM-AMOUNT        PIC 9(09)V99.
               10  WS-LIM-EFFECTIVE     PIC 9(08).
       01  WS-LIM-IDX                   PIC 9(04).
       01  WS-LIM-FOUND-IDX             PIC 9(04).

      *    Hold and decline history in the lookback, per customer.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTIVITY-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-ACTIVITY-ENTRY OCCURS 5000 TIMES.
               10  WS-ACT-CUSTOMER-ID   PIC X(08).
               10  WS-ACT-HOLD-COUNT    PIC 9(05).
               10  WS-ACT-DECLINE-COUNT PIC 9(05).
       01  WS-ACT-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).
       01  WS-SEEK-ID                   PIC X(08)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07)   VALUE ZERO.
           05  WS-CUSTOMERS-REVIEWED    PIC 9(07)   VALUE ZERO.
           05  WS-NOT-REVIEWED          PIC 9(07)   VALUE ZERO.
           05  WS-INCREASES-PROPOSED    PIC 9(05)   VALUE ZERO.
           05  WS-DECREASES-PROPOSED    PIC 9(05)   VALUE ZERO.
           05  WS-NEW-LIMITS-PROPOSED   PIC 9(05)   VALUE ZERO.
           05  WS-BELOW-MINIMUM         PIC 9(05)   VALUE ZERO.

       01  WS-REVIEW-WORK.
           05  WS-CURRENT-LIMIT         PIC 9(09)V99 VALUE ZERO.
           05  WS-PROPOSED-LIMIT        PIC 9(09)V99 VALUE ZERO.
           05  WS-DRAWN-AMOUNT          PIC 9(09)V99 VALUE ZERO.
           05  WS-LIMIT-CHANGE          PIC S9(09)V99 VALUE ZERO.
           05  WS-UTILIZATION-PCT       PIC 9(05)   VALUE ZERO.
           05  WS-HOLD-COUNT            PIC 9(05)   VALUE ZERO.
           05  WS-DECLINE-COUNT         PIC 9(05)   VALUE ZERO.
           05  WS-CUT-PCT               PIC 9(03)   VALUE ZERO.
           05  WS-DRIVING-RULE          PIC X(08)   VALUE SPACES.
           05  WS-PROPOSAL-TYPE         PIC X(01)   VALUE SPACE.

       COPY CUSTREC.
       COPY CUSTLIM.
       COPY CUSTHELD.
       COPY CLRPRP.
       COPY BUSDATE.
       COPY DATEAREA.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-THE-MASTER UNTIL END-OF-MASTER
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CLRV' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CLRREV1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-RULES
           PERFORM 1150-SET-LOOKBACK-CUTOFF
           PERFORM 1200-LOAD-CURRENT-LIMITS
           PERFORM 1300-ROLL-UP-HELD
           PERFORM 1400-ROLL-UP-DECISIONS
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN OUTPUT PROPOSAL-FILE.

       1100-LOAD-RULES.
           OPEN INPUT RULES-FILE
           PERFORM 1110-READ-RULE UNTIL END-OF-RULES
           CLOSE RULES-FILE
           IF WS-RULES-COUNT = ZERO
               DISPLAY '*** CLRREV1 NO REVIEW RULES ON FILE --'
                   ' RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULES-COUNT
               EVALUATE CLRRUL-RULE-ID(WS-RUL-IDX)
                   WHEN 'LOOKBACK'
                       SET LOOKBACK-ON-FILE TO TRUE
                       MOVE CLRRUL-THRESHOLD(WS-RUL-IDX)
                           TO WS-LOOKBACK-DAYS
                   WHEN 'HIGHRISK'
                       SET HIGHRISK-ON-FILE TO TRUE
                       MOVE CLRRUL-THRESHOLD(WS-RUL-IDX)
                           TO WS-HIGHRISK-SCORE
                       MOVE CLRRUL-PERCENT(WS-RUL-IDX)
                           TO WS-HIGHRISK-PCT
                   WHEN 'DECLINES'
                       SET DECLINES-ON-FILE TO TRUE
                       MOVE CLRRUL-THRESHOLD(WS-RUL-IDX)
                           TO WS-DECLINES-COUNT
                       MOVE CLRRUL-PERCENT(WS-RUL-IDX)
                           TO WS-DECLINES-PCT
                   WHEN 'UTILLOW '
                       SET UTILLOW-ON-FILE TO TRUE
                       MOVE CLRRUL-THRESHOLD(WS-RUL-IDX)
                           TO WS-UTILLOW-PCT-LIMIT
                       MOVE CLRRUL-PERCENT(WS-RUL-IDX)
                           TO WS-UTILLOW-PCT
                   WHEN 'UTILHIGH'
                       SET UTILHIGH-ON-FILE TO TRUE
                       MOVE CLRRUL-THRESHOLD(WS-RUL-IDX)
                           TO WS-UTILHIGH-PCT-LIMIT
                       MOVE CLRRUL-PERCENT(WS-RUL-IDX)
                           TO WS-UTILHIGH-PCT
                   WHEN 'NEWLIMIT'
                       SET NEWLIMIT-ON-FILE TO TRUE
                       MOVE CLRRUL-THRESHOLD(WS-RUL-IDX)
                           TO WS-NEWLIMIT-AMOUNT
                   WHEN 'MINCHG  '
                       MOVE CLRRUL-THRESHOLD(WS-RUL-IDX)
                           TO WS-MINIMUM-CHANGE
                   WHEN OTHER
                       DISPLAY '*** CLRREV1 RULE '
                           CLRRUL-RULE-ID(WS-RUL-IDX)
                           ' NOT RECOGNIZED -- IGNORED ***'
               END-EVALUATE
           END-PERFORM.

       1110-READ-RULE.
           READ RULES-FILE
               AT END
                   SET END-OF-RULES TO TRUE
               NOT AT END
                   IF WS-RULES-COUNT >= 50
                       DISPLAY '*** CLRREV1 RULES FILE HAS MORE'
                           ' THAN 50 ENTRIES -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-RULES TO TRUE
                   ELSE
                       ADD 1 TO WS-RULES-COUNT
                       MOVE RULES-IN-RECORD
                           TO CLRRUL-RECORD(WS-RULES-COUNT)
                   END-IF
           END-READ.

      *    The lookback window is stepped back from the business
      *    date through the date service, so month ends and leap
      *    days are counted the way every other job counts them.
      *    With no LOOKBACK rule the whole history counts.
       1150-SET-LOOKBACK-CUTOFF.
           MOVE ZERO TO WS-CUTOFF-DATE
           IF LOOKBACK-ON-FILE
               MOVE BUSDATE-CURRENT-DATE TO W-DATE-1-8N
               SET FORMAT-1-YYYYMMDD    TO TRUE
               SET FORMAT-2-YYYYMMDD    TO TRUE
               COMPUTE W-NUMBER-FIELD = ZERO - WS-LOOKBACK-DAYS
               SET FUNC-ADJUST-THE-DATE TO TRUE
               CALL 'DATECNV1' USING W-DATE-AREA
               IF NOT CONVERT-RET-GOOD
                   DISPLAY '*** CLRREV1 DATE SERVICE COULD NOT STEP'
                       ' BACK ' WS-LOOKBACK-DAYS ' DAYS FROM '
                       BUSDATE-CURRENT-DATE ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE W-DATE-2-8N TO WS-CUTOFF-DATE
           END-IF.

       1200-LOAD-CURRENT-LIMITS.
           OPEN INPUT CUSTLIM-FILE
           PERFORM 1210-READ-ONE-LIMIT UNTIL END-OF-LIMITS
           CLOSE CUSTLIM-FILE.

      *    A limit dated after the business date is not in force
      *    yet; of the rest, the latest effective date wins, and a
      *    later record on the same date supersedes an earlier one.
       1210-READ-ONE-LIMIT.
           READ CUSTLIM-FILE
               AT END
                   SET END-OF-LIMITS TO TRUE
               NOT AT END
                   MOVE CUSTLIM-IN-RECORD TO CUSTLIM-RECORD
                   IF CUSTLIM-EFFECTIVE-DATE
                           NOT > BUSDATE-CURRENT-DATE
                       PERFORM 1220-KEEP-LATEST-LIMIT
                   END-IF
           END-READ.

       1220-KEEP-LATEST-LIMIT.
           MOVE CUSTLIM-CUSTOMER-ID TO WS-SEEK-ID
           PERFORM 2150-FIND-LIMIT
           IF WS-LIM-FOUND-IDX = ZERO
               IF WS-LIMIT-COUNT >= 5000
                   DISPLAY '*** CLRREV1 LIMIT TABLE FULL --'
                       ' CUSTOMER ' WS-SEEK-ID ' NOT LOADED ***'
               ELSE
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE WS-SEEK-ID
                       TO WS-LIM-CUSTOMER-ID(WS-LIMIT-COUNT)
                   MOVE CUSTLIM-CREDIT-LIMIT
                       TO WS-LIM-AMOUNT(WS-LIMIT-COUNT)
                   MOVE CUSTLIM-EFFECTIVE-DATE
                       TO WS-LIM-EFFECTIVE(WS-LIMIT-COUNT)
               END-IF
           ELSE
               IF CUSTLIM-EFFECTIVE-DATE
                       NOT < WS-LIM-EFFECTIVE(WS-LIM-FOUND-IDX)
                   MOVE CUSTLIM-CREDIT-LIMIT
                       TO WS-LIM-AMOUNT(WS-LIM-FOUND-IDX)
                   MOVE CUSTLIM-EFFECTIVE-DATE
                       TO WS-LIM-EFFECTIVE(WS-LIM-FOUND-IDX)
               END-IF
           END-IF.

      *    Items still held count as holds in the window.
       1300-ROLL-UP-HELD.
           OPEN INPUT HELD-FILE
           PERFORM 1310-READ-ONE-HELD UNTIL END-OF-HELD
           CLOSE HELD-FILE.

       1310-READ-ONE-HELD.
           READ HELD-FILE
               AT END
                   SET END-OF-HELD TO TRUE
               NOT AT END
                   MOVE HELD-IN-RECORD TO CUSTHLD-RECORD
                   IF CUSTHLD-HELD-DATE NOT < WS-CUTOFF-DATE
                       MOVE CUSTHLD-CUSTOMER-ID TO WS-SEEK-ID
                       PERFORM 1350-FIND-OR-ADD-ACTIVITY
                       IF WS-FOUND-IDX > ZERO
                           ADD 1 TO WS-ACT-HOLD-COUNT(WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       1350-FIND-OR-ADD-ACTIVITY.
           PERFORM 2160-FIND-ACTIVITY
           IF WS-FOUND-IDX = ZERO
               IF WS-ACTIVITY-COUNT >= 5000
                   DISPLAY '*** CLRREV1 ACTIVITY TABLE FULL --'
                       ' CUSTOMER ' WS-SEEK-ID ' NOT ROLLED'
                       ' UP ***'
               ELSE
                   ADD 1 TO WS-ACTIVITY-COUNT
                   MOVE WS-ACTIVITY-COUNT TO WS-FOUND-IDX
                   MOVE WS-SEEK-ID
                       TO WS-ACT-CUSTOMER-ID(WS-FOUND-IDX)
                   MOVE ZERO
                       TO WS-ACT-HOLD-COUNT(WS-FOUND-IDX)
                          WS-ACT-DECLINE-COUNT(WS-FOUND-IDX)
               END-IF
           END-IF.

      *    Decided holds leave the inventory for the CUSTHDA audit;
      *    each still counts as a hold in the window, and a decline
      *    decided inside the window counts as a decline.
       1400-ROLL-UP-DECISIONS.
           OPEN INPUT DECISION-AUDIT-FILE
           PERFORM 1410-READ-ONE-DECISION UNTIL END-OF-AUDIT
           CLOSE DECISION-AUDIT-FILE.

       1410-READ-ONE-DECISION.
           READ DECISION-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   MOVE DECISION-AUDIT-LINE TO CUSTHLD-RECORD
                   MOVE CUSTHLD-CUSTOMER-ID TO WS-SEEK-ID
                   IF CUSTHLD-HELD-DATE NOT < WS-CUTOFF-DATE
                       PERFORM 1350-FIND-OR-ADD-ACTIVITY
                       IF WS-FOUND-IDX > ZERO
                           ADD 1 TO WS-ACT-HOLD-COUNT(WS-FOUND-IDX)
                       END-IF
                   END-IF
                   IF CUSTHLD-STATUS-DECLINED
                       AND CUSTHLD-DECISION-DATE
                           NOT < WS-CUTOFF-DATE
                       PERFORM 1350-FIND-OR-ADD-ACTIVITY
                       IF WS-FOUND-IDX > ZERO
                           ADD 1
                             TO WS-ACT-DECLINE-COUNT(WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       2000-REVIEW-THE-MASTER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   IF CUSTREC-TYPE-FINANCE
                       AND CUSTREC-FIN-OPEN
                       PERFORM 2100-REVIEW-ONE-CUSTOMER
                   ELSE
                       ADD 1 TO WS-NOT-REVIEWED
                   END-IF
           END-READ.

       2100-REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-REVIEWED
           MOVE CUSTREC-CUSTOMER-ID TO WS-SEEK-ID
           PERFORM 2150-FIND-LIMIT
           PERFORM 2160-FIND-ACTIVITY
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE ZERO TO WS-DECLINE-COUNT
           IF WS-FOUND-IDX > ZERO
               MOVE WS-ACT-HOLD-COUNT(WS-FOUND-IDX)
                   TO WS-HOLD-COUNT
               MOVE WS-ACT-DECLINE-COUNT(WS-FOUND-IDX)
                   TO WS-DECLINE-COUNT
           END-IF
           MOVE ZERO TO WS-DRAWN-AMOUNT
           IF CUSTREC-FIN-BALANCE < ZERO
               COMPUTE WS-DRAWN-AMOUNT = ZERO - CUSTREC-FIN-BALANCE
           END-IF
           MOVE ZERO TO WS-CURRENT-LIMIT
           MOVE ZERO TO WS-PROPOSED-LIMIT
           MOVE ZERO TO WS-UTILIZATION-PCT
           MOVE ZERO TO WS-CUT-PCT
           MOVE SPACES TO WS-DRIVING-RULE
           MOVE SPACE TO WS-PROPOSAL-TYPE
           IF WS-LIM-FOUND-IDX = ZERO
               PERFORM 2200-PROPOSE-NEW-LIMIT
           ELSE
               MOVE WS-LIM-AMOUNT(WS-LIM-FOUND-IDX)
                   TO WS-CURRENT-LIMIT
               PERFORM 2300-REVIEW-EXISTING-LIMIT
           END-IF
           IF WS-PROPOSAL-TYPE NOT = SPACE
               COMPUTE WS-LIMIT-CHANGE =
                   WS-PROPOSED-LIMIT - WS-CURRENT-LIMIT
               IF WS-LIMIT-CHANGE < ZERO
                   COMPUTE WS-LIMIT-CHANGE = ZERO - WS-LIMIT-CHANGE
               END-IF
               IF WS-LIMIT-CHANGE = ZERO
                   OR WS-LIMIT-CHANGE < WS-MINIMUM-CHANGE
                   ADD 1 TO WS-BELOW-MINIMUM
               ELSE
                   PERFORM 2500-WRITE-PROPOSAL
               END-IF
           END-IF.

       2150-FIND-LIMIT.
           MOVE ZERO TO WS-LIM-FOUND-IDX
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               OR WS-LIM-FOUND-IDX > ZERO
               IF WS-LIM-CUSTOMER-ID(WS-LIM-IDX) = WS-SEEK-ID
                   MOVE WS-LIM-IDX TO WS-LIM-FOUND-IDX
               END-IF
           END-PERFORM.

       2160-FIND-ACTIVITY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACTIVITY-COUNT
               OR WS-FOUND-IDX > ZERO
               IF WS-ACT-CUSTOMER-ID(WS-ACT-IDX) = WS-SEEK-ID
                   MOVE WS-ACT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *    A customer with no limit is offered the NEWLIMIT amount,
      *    cut by the HIGHRISK percent when the score is high --
      *    but never less than the customer already owes.
       2200-PROPOSE-NEW-LIMIT.
           IF NEWLIMIT-ON-FILE
               AND WS-NEWLIMIT-AMOUNT > ZERO
               MOVE WS-NEWLIMIT-AMOUNT TO WS-PROPOSED-LIMIT
               MOVE 'NEWLIMIT' TO WS-DRIVING-RULE
               IF HIGHRISK-ON-FILE
                   AND CUSTREC-FIN-RISK-SCORE
                       NOT < WS-HIGHRISK-SCORE
                   COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                       WS-NEWLIMIT-AMOUNT
                       - WS-NEWLIMIT-AMOUNT * WS-HIGHRISK-PCT / 100
                   MOVE 'HIGHRISK' TO WS-DRIVING-RULE
               END-IF
               IF WS-PROPOSED-LIMIT < WS-DRAWN-AMOUNT
                   MOVE WS-DRAWN-AMOUNT TO WS-PROPOSED-LIMIT
               END-IF
               MOVE 'N' TO WS-PROPOSAL-TYPE
           END-IF.

      *    Cut rules are weighed first and the deepest cut wins; an
      *    increase is only considered when nothing argues for a
      *    cut and nothing was declined in the window.
       2300-REVIEW-EXISTING-LIMIT.
           IF WS-CURRENT-LIMIT > ZERO
               COMPUTE WS-UTILIZATION-PCT ROUNDED =
                   WS-DRAWN-AMOUNT * 100 / WS-CURRENT-LIMIT
                   ON SIZE ERROR
                       MOVE 99999 TO WS-UTILIZATION-PCT
               END-COMPUTE
           ELSE
               IF WS-DRAWN-AMOUNT > ZERO
                   MOVE 99999 TO WS-UTILIZATION-PCT
               END-IF
           END-IF
           IF HIGHRISK-ON-FILE
               AND CUSTREC-FIN-RISK-SCORE NOT < WS-HIGHRISK-SCORE
               AND WS-HIGHRISK-PCT > WS-CUT-PCT
               MOVE WS-HIGHRISK-PCT TO WS-CUT-PCT
               MOVE 'HIGHRISK' TO WS-DRIVING-RULE
           END-IF
           IF DECLINES-ON-FILE
               AND WS-DECLINE-COUNT NOT < WS-DECLINES-COUNT
               AND WS-DECLINES-PCT > WS-CUT-PCT
               MOVE WS-DECLINES-PCT TO WS-CUT-PCT
               MOVE 'DECLINES' TO WS-DRIVING-RULE
           END-IF
           IF UTILLOW-ON-FILE
               AND WS-UTILIZATION-PCT NOT > WS-UTILLOW-PCT-LIMIT
               AND WS-UTILLOW-PCT > WS-CUT-PCT
               MOVE WS-UTILLOW-PCT TO WS-CUT-PCT
               MOVE 'UTILLOW ' TO WS-DRIVING-RULE
           END-IF
           IF WS-CUT-PCT > ZERO
               IF WS-CUT-PCT > 100
                   MOVE 100 TO WS-CUT-PCT
               END-IF
               COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                   WS-CURRENT-LIMIT
                   - WS-CURRENT-LIMIT * WS-CUT-PCT / 100
               IF WS-PROPOSED-LIMIT < WS-DRAWN-AMOUNT
                   MOVE WS-DRAWN-AMOUNT TO WS-PROPOSED-LIMIT
               END-IF
               IF WS-PROPOSED-LIMIT < WS-CURRENT-LIMIT
                   MOVE 'D' TO WS-PROPOSAL-TYPE
               END-IF
           ELSE
               IF UTILHIGH-ON-FILE
                   AND WS-UTILIZATION-PCT
                       NOT < WS-UTILHIGH-PCT-LIMIT
                   AND WS-DECLINE-COUNT = ZERO
                   AND WS-UTILHIGH-PCT > ZERO
                   COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                       WS-CURRENT-LIMIT
                       + WS-CURRENT-LIMIT * WS-UTILHIGH-PCT / 100
                       ON SIZE ERROR
                           MOVE WS-CURRENT-LIMIT
                               TO WS-PROPOSED-LIMIT
                   END-COMPUTE
                   MOVE 'UTILHIGH' TO WS-DRIVING-RULE
                   IF WS-PROPOSED-LIMIT > WS-CURRENT-LIMIT
                       MOVE 'I' TO WS-PROPOSAL-TYPE
                   END-IF
               END-IF
           END-IF.

       2500-WRITE-PROPOSAL.
           MOVE SPACES TO CLRPRP-RECORD
           MOVE CUSTREC-CUSTOMER-ID    TO CLRPRP-CUSTOMER-ID
           MOVE WS-PROPOSAL-TYPE       TO CLRPRP-PROPOSAL-TYPE
           MOVE WS-CURRENT-LIMIT       TO CLRPRP-CURRENT-LIMIT
           MOVE WS-PROPOSED-LIMIT      TO CLRPRP-PROPOSED-LIMIT
           MOVE WS-DRIVING-RULE        TO CLRPRP-RULE-ID
           MOVE CUSTREC-FIN-RISK-SCORE TO CLRPRP-RISK-SCORE
           MOVE WS-UTILIZATION-PCT     TO CLRPRP-UTILIZATION-PCT
           MOVE WS-HOLD-COUNT          TO CLRPRP-HOLD-COUNT
           MOVE WS-DECLINE-COUNT       TO CLRPRP-DECLINE-COUNT
           MOVE BUSDATE-CURRENT-DATE   TO CLRPRP-REVIEW-DATE
           SET CLRPRP-STATUS-PROPOSED  TO TRUE
           MOVE ZERO                   TO CLRPRP-DECIDED-DATE
           MOVE CLRPRP-RECORD TO PROPOSAL-OUT-RECORD
           WRITE PROPOSAL-OUT-RECORD
           EVALUATE TRUE
               WHEN CLRPRP-TYPE-INCREASE
                   ADD 1 TO WS-INCREASES-PROPOSED
               WHEN CLRPRP-TYPE-DECREASE
                   ADD 1 TO WS-DECREASES-PROPOSED
               WHEN OTHER
                   ADD 1 TO WS-NEW-LIMITS-PROPOSED
           END-EVALUATE
           DISPLAY 'CLRREV1 PROPOSAL ' CLRPRP-CUSTOMER-ID ' '
               CLRPRP-PROPOSAL-TYPE ' FROM ' CLRPRP-CURRENT-LIMIT
               ' TO ' CLRPRP-PROPOSED-LIMIT ' RULE '
               CLRPRP-RULE-ID.

       3000-TERMINATE.
           CLOSE CUSTREC-FILE
           CLOSE PROPOSAL-FILE
           DISPLAY 'CLRREV1 RECORDS READ:       ' WS-RECORDS-READ
           DISPLAY 'CLRREV1 CUSTOMERS REVIEWED: '
               WS-CUSTOMERS-REVIEWED
           DISPLAY 'CLRREV1 NOT REVIEWED:       ' WS-NOT-REVIEWED
           DISPLAY 'CLRREV1 INCREASES PROPOSED: '
               WS-INCREASES-PROPOSED
           DISPLAY 'CLRREV1 DECREASES PROPOSED: '
               WS-DECREASES-PROPOSED
           DISPLAY 'CLRREV1 NEW LIMITS PROPOSED:'
               WS-NEW-LIMITS-PROPOSED
           DISPLAY 'CLRREV1 BELOW MINIMUM:      ' WS-BELOW-MINIMUM.

       9000-CHECK-FILE-STATUS.
           MOVE 'CLRREV1 ' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** CLRREV1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
