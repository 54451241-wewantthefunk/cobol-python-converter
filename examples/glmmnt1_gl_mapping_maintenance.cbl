       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMMNT1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Maker-checker maintenance for the GLMAP general-ledger
      *    account mapping (GLMAP.CPY), reachable from the menu as
      *    its own MNUTRN dispatch entry (selection GM, transid
      *    GLMM) and driven here off a file of simulated
      *    submissions like RSKAPR1. The user's MNUSEC entitlement
      *    for GM is verified record-level before any action is
      *    honored. The mapping used to be edited by hand, and a
      *    missing or mistyped entry only showed when the posting
      *    run's GL extract could not resolve an aggregate at the
      *    end of the night. Now a user stages (action S) an add
      *    of a new transaction type and channel combination, a
      *    change of its account pair, or its retirement, from an
      *    effective date no earlier than the business date; a
      *    second, different user approves (A) or rejects (R) it by
      *    pending id, and only an approved change reaches GLMAP --
      *    as a new effective-dated entry naming both users, never
      *    an overwrite, so where a combination booked on any date
      *    stays on file. Both accounts of an add or change must be
      *    open on the GLCOA chart of accounts (GLCOA.CPY) and must
      *    differ; an add needs the combination unmapped on its
      *    effective date, a change or retirement needs it mapped,
      *    and a combination the posting run journals itself or
      *    one registered on GLCMBF (GLCMB.CPY) as expected may not
      *    be retired. Everything is judged again at approval,
      *    against the mapping and chart as they then stand, and a
      *    change whose effective date has passed while it waited
      *    must be staged again. Every stage, approval, and
      *    rejection is appended to the GLMAUD audit trail; the
      *    posting run lists each mapping change on CUSTPCTL on the
      *    day it takes effect.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMTRAN-FILE      ASSIGN TO "GLMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-IN-FILE   ASSIGN TO "GLMPENDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT PENDING-OUT-FILE  ASSIGN TO "GLMPENDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-IN-FILE     ASSIGN TO "GLMAPI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-OUT-FILE    ASSIGN TO "GLMAPO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLCOA-FILE        ASSIGN TO "GLCOAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCOA-STATUS.
           SELECT GLCMB-FILE        ASSIGN TO "GLCMBF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCMB-STATUS.
           SELECT AUDIT-FILE        ASSIGN TO "GLMAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMTRAN-FILE.
       01  GLMTRAN-RECORD.
           05  GMT-ACTION              PIC X(01).
               88  GMT-ACTION-STAGE                VALUE 'S'.
               88  GMT-ACTION-APPROVE              VALUE 'A'.
               88  GMT-ACTION-REJECT               VALUE 'R'.
           05  GMT-USERID              PIC X(08).
           05  GMT-PENDING-ID          PIC X(04).
           05  GMT-CHANGE-TYPE         PIC X(01).
           05  GMT-TRAN-TYPE           PIC X(01).
           05  GMT-CHANNEL-CODE        PIC X(01).
           05  GMT-DEBIT-ACCOUNT       PIC X(08).
           05  GMT-CREDIT-ACCOUNT      PIC X(08).
           05  GMT-EFFECTIVE-DATE      PIC X(08).

       FD  PENDING-IN-FILE.
       01  PENDING-IN-RECORD           PIC X(40).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD          PIC X(40).

       FD  GLMAP-IN-FILE.
       01  GLMAP-IN-RECORD             PIC X(57).

       FD  GLMAP-OUT-FILE.
       01  GLMAP-OUT-RECORD            PIC X(57).

       FD  GLCOA-FILE.
       01  GLCOA-IN-RECORD             PIC X(39).

       FD  GLCMB-FILE.
       01  GLCMB-IN-RECORD             PIC X(48).

       FD  AUDIT-FILE.
       01  AUDIT-OUT-LINE.
           05  GMA-LOG-DATE            PIC 9(08).
           05  GMA-LOG-TIME            PIC 9(06).
           05  GMA-EVENT               PIC X(01).
           05  GMA-USERID              PIC X(08).
           05  GMA-PENDING-ID          PIC 9(04).
           05  GMA-CHANGE-TYPE         PIC X(01).
           05  GMA-TRAN-TYPE           PIC X(01).
           05  GMA-CHANNEL-CODE        PIC X(01).
           05  GMA-DEBIT-ACCOUNT       PIC X(08).
           05  GMA-CREDIT-ACCOUNT      PIC X(08).
           05  GMA-EFFECTIVE-DATE      PIC 9(08).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-GLMTRAN                       VALUE 'Y'.
       01  WS-PEND-EOF                  PIC X       VALUE 'N'.
           88  END-OF-PENDING                       VALUE 'Y'.
       01  WS-GLM-EOF                   PIC X       VALUE 'N'.
           88  END-OF-GLMAP                         VALUE 'Y'.
       01  WS-COA-EOF                   PIC X       VALUE 'N'.
           88  END-OF-GLCOA                         VALUE 'Y'.
       01  WS-CMB-EOF                   PIC X       VALUE 'N'.
           88  END-OF-GLCMB                         VALUE 'Y'.

       01  WS-PENDING-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-GLCOA-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-GLCMB-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

      *    Staged changes awaiting a second user. Change type N
      *    adds a combination, C changes its account pair, X
      *    retires it; status P pending, A approved, R rejected.
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-PEND-ENTRY OCCURS 200 TIMES.
               10  WS-PND-ID            PIC 9(04).
               10  WS-PND-STAGED-BY     PIC X(08).
               10  WS-PND-CHANGE-TYPE   PIC X(01).
               10  WS-PND-TRAN-TYPE     PIC X(01).
               10  WS-PND-CHANNEL-CODE  PIC X(01).
               10  WS-PND-DEBIT-ACCOUNT PIC X(08).
               10  WS-PND-CREDIT-ACCOUNT
                                        PIC X(08).
               10  WS-PND-EFFECTIVE     PIC 9(08).
               10  WS-PND-STATUS        PIC X(01).
       01  WS-PND-IDX                   PIC 9(03).
       01  WS-FOUND-IDX                 PIC 9(03).
       01  WS-NEXT-PENDING-ID           PIC 9(04)   VALUE ZERO.
       01  WS-PENDING-ID-N              PIC 9(04)   VALUE ZERO.

      *    The whole mapping history, carried through and appended
      *    to; a file too big to hold would lose entries, so the
      *    run is stopped instead of truncating it.
       01  WS-GLMAP-TABLE.
           05  WS-GLM-COUNT             PIC 9(03)   VALUE ZERO.
           05  GLMAP-RECORD OCCURS 200 TIMES.
               COPY GLMAP REPLACING
                   ==01  GLMAP-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-GLM-IDX                   PIC 9(03).
       01  WS-GLM-FOUND-IDX             PIC 9(03).

       01  WS-GLCOA-TABLE.
           05  WS-COA-COUNT             PIC 9(04)   VALUE ZERO.
           05  GLCOA-RECORD OCCURS 1000 TIMES.
               COPY GLCOA REPLACING
                   ==01  GLCOA-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-COA-IDX                   PIC 9(04).
       01  WS-COA-FOUND-IDX             PIC 9(04).
       01  WS-SEEK-ACCOUNT              PIC X(08)   VALUE SPACES.

       01  WS-GLCMB-TABLE.
           05  WS-CMB-COUNT             PIC 9(03)   VALUE ZERO.
           05  GLCMB-RECORD OCCURS 100 TIMES.
               COPY GLCMB REPLACING
                   ==01  GLCMB-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-CMB-IDX                   PIC 9(03).

      *    The change being judged -- off the card when it is
      *    staged, off the pending entry when it is approved.
       01  WS-CHANGE-AREA.
           05  WS-CHG-CHANGE-TYPE       PIC X(01).
               88  CHANGE-IS-ADD                    VALUE 'N'.
               88  CHANGE-IS-CHANGE                 VALUE 'C'.
               88  CHANGE-IS-RETIRE                 VALUE 'X'.
           05  WS-CHG-TRAN-TYPE         PIC X(01).
           05  WS-CHG-CHANNEL-CODE      PIC X(01).
           05  WS-CHG-DEBIT-ACCOUNT     PIC X(08).
           05  WS-CHG-CREDIT-ACCOUNT    PIC X(08).
           05  WS-CHG-EFFECTIVE-DATE    PIC 9(08).
       01  WS-EXPECTED-SW               PIC X       VALUE 'N'.
           88  COMBINATION-IS-EXPECTED              VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-CHANGES-STAGED        PIC 9(05)   VALUE ZERO.
           05  WS-CHANGES-APPLIED       PIC 9(05)   VALUE ZERO.
           05  WS-CHANGES-REJECTED      PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-REFUSED         PIC 9(05)   VALUE ZERO.

       01  WS-REFUSE-REASON             PIC X(40)   VALUE SPACES.
       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-ENTITLED-SWITCH           PIC X       VALUE 'N'.
           88  USER-IS-ENTITLED                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY BUSDATE.
       COPY MNUSEC.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-GLMTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** GLMMNT1 BUSDATE CONTROL FILE'
                       ' EMPTY -- USING SYSTEM DATE ***'
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BUSDATE-CURRENT-DATE
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-PENDING-TABLE
           PERFORM 1200-LOAD-GLMAP-TABLE
           PERFORM 1300-LOAD-CHART-OF-ACCOUNTS
           PERFORM 1400-LOAD-EXPECTED-COMBINATIONS
           OPEN INPUT  MNUSEC-FILE
           OPEN INPUT  GLMTRAN-FILE
           OPEN EXTEND AUDIT-FILE
           PERFORM 2900-READ-GLMTRAN.

       1100-LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM 1110-READ-ONE-PENDING UNTIL END-OF-PENDING
               CLOSE PENDING-IN-FILE
           END-IF.

       1110-READ-ONE-PENDING.
           READ PENDING-IN-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
               NOT AT END
                   IF WS-PEND-COUNT >= 200
                       DISPLAY '*** GLMMNT1 PENDING FILE HAS MORE'
                           ' THAN 200 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   MOVE PENDING-IN-RECORD
                       TO WS-PEND-ENTRY(WS-PEND-COUNT)
                   IF WS-PND-ID(WS-PEND-COUNT) > WS-NEXT-PENDING-ID
                       MOVE WS-PND-ID(WS-PEND-COUNT)
                           TO WS-NEXT-PENDING-ID
                   END-IF
           END-READ.

       1200-LOAD-GLMAP-TABLE.
           OPEN INPUT GLMAP-IN-FILE
           PERFORM 1210-READ-ONE-GLMAP UNTIL END-OF-GLMAP
           CLOSE GLMAP-IN-FILE.

       1210-READ-ONE-GLMAP.
           READ GLMAP-IN-FILE
               AT END
                   SET END-OF-GLMAP TO TRUE
               NOT AT END
                   IF WS-GLM-COUNT >= 200
                       DISPLAY '*** GLMMNT1 GL MAPPING HAS MORE'
                           ' THAN 200 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GLM-COUNT
                   MOVE GLMAP-IN-RECORD TO GLMAP-RECORD(WS-GLM-COUNT)
                   IF GLMAP-EFFECTIVE-DATE(WS-GLM-COUNT) NOT NUMERIC
                       MOVE ZERO
                           TO GLMAP-EFFECTIVE-DATE(WS-GLM-COUNT)
                   END-IF
           END-READ.

      *    Without the chart no account can be proved, so nothing
      *    would be staged or approved -- the run is ended instead.
       1300-LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT GLCOA-FILE
           IF WS-GLCOA-STATUS NOT = '00'
               DISPLAY '*** GLMMNT1 GLCOAF CHART OF ACCOUNTS OPEN'
                   ' FAILED, STATUS ' WS-GLCOA-STATUS
                   ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-ONE-ACCOUNT UNTIL END-OF-GLCOA
           CLOSE GLCOA-FILE.

       1310-READ-ONE-ACCOUNT.
           READ GLCOA-FILE
               AT END
                   SET END-OF-GLCOA TO TRUE
               NOT AT END
                   IF WS-COA-COUNT >= 1000
                       DISPLAY '*** GLMMNT1 CHART OF ACCOUNTS HAS'
                           ' MORE THAN 1000 ACCOUNTS -- REMAINDER'
                           ' NOT LOADED ***'
                       SET END-OF-GLCOA TO TRUE
                   ELSE
                       ADD 1 TO WS-COA-COUNT
                       MOVE GLCOA-IN-RECORD
                           TO GLCOA-RECORD(WS-COA-COUNT)
                   END-IF
           END-READ.

      *    An absent GLCMBF means nothing is expected beyond what
      *    the posting run journals itself.
       1400-LOAD-EXPECTED-COMBINATIONS.
           OPEN INPUT GLCMB-FILE
           IF WS-GLCMB-STATUS = '00'
               PERFORM 1410-READ-ONE-COMBINATION UNTIL END-OF-GLCMB
               CLOSE GLCMB-FILE
           END-IF.

       1410-READ-ONE-COMBINATION.
           READ GLCMB-FILE
               AT END
                   SET END-OF-GLCMB TO TRUE
               NOT AT END
                   IF WS-CMB-COUNT >= 100
                       DISPLAY '*** GLMMNT1 GLCMBF HAS MORE THAN 100'
                           ' COMBINATIONS -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-GLCMB TO TRUE
                   ELSE
                       ADD 1 TO WS-CMB-COUNT
                       MOVE GLCMB-IN-RECORD
                           TO GLCMB-RECORD(WS-CMB-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 2050-CHECK-ENTITLEMENT
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN GMT-ACTION-STAGE
                       PERFORM 2100-STAGE-A-CHANGE
                   WHEN GMT-ACTION-APPROVE
                       PERFORM 2200-APPROVE-A-CHANGE
                   WHEN GMT-ACTION-REJECT
                       PERFORM 2300-REJECT-A-CHANGE
                   WHEN OTHER
                       MOVE 'ACTION NOT S, A, OR R'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-TRANS-REFUSED
               DISPLAY '*** GLMMNT1 REFUSED: ' GMT-ACTION ' '
                   GMT-PENDING-ID ' ' GMT-CHANGE-TYPE ' '
                   GMT-TRAN-TYPE GMT-CHANNEL-CODE ' BY '
                   GMT-USERID ' -- ' WS-REFUSE-REASON ' ***'
           END-IF
           PERFORM 2900-READ-GLMTRAN.

       2050-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE GMT-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT RECORD'
                       TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'GM'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT USER-IS-ENTITLED
                       MOVE 'USER NOT ENTITLED TO SELECTION GM'
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

      *    A retirement carries the pair it retires, so the audit
      *    trail and the mapping history show what stopped booking.
       2100-STAGE-A-CHANGE.
           MOVE GMT-CHANGE-TYPE    TO WS-CHG-CHANGE-TYPE
           MOVE GMT-TRAN-TYPE      TO WS-CHG-TRAN-TYPE
           MOVE GMT-CHANNEL-CODE   TO WS-CHG-CHANNEL-CODE
           MOVE GMT-DEBIT-ACCOUNT  TO WS-CHG-DEBIT-ACCOUNT
           MOVE GMT-CREDIT-ACCOUNT TO WS-CHG-CREDIT-ACCOUNT
           EVALUATE TRUE
               WHEN NOT CHANGE-IS-ADD
                   AND NOT CHANGE-IS-CHANGE
                   AND NOT CHANGE-IS-RETIRE
                   MOVE 'CHANGE TYPE NOT N, C, OR X'
                       TO WS-REFUSE-REASON
               WHEN GMT-TRAN-TYPE = SPACE
                   OR GMT-CHANNEL-CODE = SPACE
                   MOVE 'TRANSACTION TYPE OR CHANNEL MISSING'
                       TO WS-REFUSE-REASON
               WHEN GMT-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO WS-REFUSE-REASON
               WHEN WS-PEND-COUNT >= 200
                   MOVE 'PENDING TABLE FULL' TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE GMT-EFFECTIVE-DATE TO WS-CHG-EFFECTIVE-DATE
                   PERFORM 2150-CHECK-NOT-ALREADY-PENDING
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2400-VALIDATE-THE-CHANGE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               IF CHANGE-IS-RETIRE
                   MOVE GLMAP-DEBIT-ACCOUNT(WS-GLM-FOUND-IDX)
                       TO WS-CHG-DEBIT-ACCOUNT
                   MOVE GLMAP-CREDIT-ACCOUNT(WS-GLM-FOUND-IDX)
                       TO WS-CHG-CREDIT-ACCOUNT
               END-IF
               ADD 1 TO WS-PEND-COUNT
               ADD 1 TO WS-NEXT-PENDING-ID
               ADD 1 TO WS-CHANGES-STAGED
               MOVE WS-PEND-COUNT TO WS-FOUND-IDX
               MOVE WS-NEXT-PENDING-ID TO WS-PND-ID(WS-FOUND-IDX)
               MOVE GMT-USERID TO WS-PND-STAGED-BY(WS-FOUND-IDX)
               MOVE WS-CHG-CHANGE-TYPE
                   TO WS-PND-CHANGE-TYPE(WS-FOUND-IDX)
               MOVE WS-CHG-TRAN-TYPE
                   TO WS-PND-TRAN-TYPE(WS-FOUND-IDX)
               MOVE WS-CHG-CHANNEL-CODE
                   TO WS-PND-CHANNEL-CODE(WS-FOUND-IDX)
               MOVE WS-CHG-DEBIT-ACCOUNT
                   TO WS-PND-DEBIT-ACCOUNT(WS-FOUND-IDX)
               MOVE WS-CHG-CREDIT-ACCOUNT
                   TO WS-PND-CREDIT-ACCOUNT(WS-FOUND-IDX)
               MOVE WS-CHG-EFFECTIVE-DATE
                   TO WS-PND-EFFECTIVE(WS-FOUND-IDX)
               MOVE 'P' TO WS-PND-STATUS(WS-FOUND-IDX)
               MOVE 'S' TO GMA-EVENT
               PERFORM 2800-WRITE-AUDIT-RECORD
               DISPLAY 'GLMMNT1 STAGED ' WS-NEXT-PENDING-ID ' '
                   WS-CHG-CHANGE-TYPE ' ' WS-CHG-TRAN-TYPE
                   WS-CHG-CHANNEL-CODE ' DR ' WS-CHG-DEBIT-ACCOUNT
                   ' CR ' WS-CHG-CREDIT-ACCOUNT ' FROM '
                   WS-CHG-EFFECTIVE-DATE ' BY ' GMT-USERID
           END-IF.

      *    Two changes to one combination waiting side by side
      *    would each be judged against a mapping the other is
      *    about to replace; the second waits for the first.
       2150-CHECK-NOT-ALREADY-PENDING.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PEND-COUNT
               IF WS-PND-STATUS(WS-PND-IDX) = 'P'
                   AND WS-PND-TRAN-TYPE(WS-PND-IDX)
                       = WS-CHG-TRAN-TYPE
                   AND WS-PND-CHANNEL-CODE(WS-PND-IDX)
                       = WS-CHG-CHANNEL-CODE
                   MOVE 'COMBINATION ALREADY HAS A PENDING CHANGE'
                       TO WS-REFUSE-REASON
               END-IF
           END-PERFORM.

      *    The checker must be a different user than the maker,
      *    and the change must still hold against the mapping and
      *    the chart as they stand now, not as they stood when it
      *    was staged.
       2200-APPROVE-A-CHANGE.
           PERFORM 2600-FIND-PENDING-CHANGE
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'NO PENDING CHANGE WITH THAT ID'
                       TO WS-REFUSE-REASON
               WHEN WS-PND-STAGED-BY(WS-FOUND-IDX) = GMT-USERID
                   MOVE 'MAKER MAY NOT APPROVE OWN CHANGE'
                       TO WS-REFUSE-REASON
               WHEN WS-GLM-COUNT >= 200
                   MOVE 'GL MAPPING TABLE FULL' TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-PND-CHANGE-TYPE(WS-FOUND-IDX)
                       TO WS-CHG-CHANGE-TYPE
                   MOVE WS-PND-TRAN-TYPE(WS-FOUND-IDX)
                       TO WS-CHG-TRAN-TYPE
                   MOVE WS-PND-CHANNEL-CODE(WS-FOUND-IDX)
                       TO WS-CHG-CHANNEL-CODE
                   MOVE WS-PND-DEBIT-ACCOUNT(WS-FOUND-IDX)
                       TO WS-CHG-DEBIT-ACCOUNT
                   MOVE WS-PND-CREDIT-ACCOUNT(WS-FOUND-IDX)
                       TO WS-CHG-CREDIT-ACCOUNT
                   MOVE WS-PND-EFFECTIVE(WS-FOUND-IDX)
                       TO WS-CHG-EFFECTIVE-DATE
                   PERFORM 2400-VALIDATE-THE-CHANGE
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-CHANGES-APPLIED
               ADD 1 TO WS-GLM-COUNT
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CHG-TRAN-TYPE
                   TO GLMAP-TRAN-TYPE(WS-GLM-COUNT)
               MOVE WS-CHG-CHANNEL-CODE
                   TO GLMAP-CHANNEL-CODE(WS-GLM-COUNT)
               MOVE WS-CHG-DEBIT-ACCOUNT
                   TO GLMAP-DEBIT-ACCOUNT(WS-GLM-COUNT)
               MOVE WS-CHG-CREDIT-ACCOUNT
                   TO GLMAP-CREDIT-ACCOUNT(WS-GLM-COUNT)
               MOVE WS-CHG-EFFECTIVE-DATE
                   TO GLMAP-EFFECTIVE-DATE(WS-GLM-COUNT)
               EVALUATE TRUE
                   WHEN CHANGE-IS-ADD
                       SET GLMAP-ADDED(WS-GLM-COUNT) TO TRUE
                   WHEN CHANGE-IS-CHANGE
                       SET GLMAP-CHANGED(WS-GLM-COUNT) TO TRUE
                   WHEN OTHER
                       SET GLMAP-RETIRED(WS-GLM-COUNT) TO TRUE
               END-EVALUATE
               MOVE WS-PND-STAGED-BY(WS-FOUND-IDX)
                   TO GLMAP-CHANGED-BY(WS-GLM-COUNT)
               MOVE GMT-USERID TO GLMAP-APPROVED-BY(WS-GLM-COUNT)
               MOVE WS-CURR-DATE
                   TO GLMAP-APPROVED-DATE(WS-GLM-COUNT)
               MOVE WS-CURR-TIME
                   TO GLMAP-APPROVED-TIME(WS-GLM-COUNT)
               MOVE 'A' TO WS-PND-STATUS(WS-FOUND-IDX)
               MOVE 'A' TO GMA-EVENT
               PERFORM 2800-WRITE-AUDIT-RECORD
               DISPLAY 'GLMMNT1 APPROVED ' WS-PND-ID(WS-FOUND-IDX)
                   ' ' WS-CHG-CHANGE-TYPE ' ' WS-CHG-TRAN-TYPE
                   WS-CHG-CHANNEL-CODE ' DR ' WS-CHG-DEBIT-ACCOUNT
                   ' CR ' WS-CHG-CREDIT-ACCOUNT ' FROM '
                   WS-CHG-EFFECTIVE-DATE ' BY ' GMT-USERID
           END-IF.

       2300-REJECT-A-CHANGE.
           PERFORM 2600-FIND-PENDING-CHANGE
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO PENDING CHANGE WITH THAT ID'
                   TO WS-REFUSE-REASON
           ELSE
               ADD 1 TO WS-CHANGES-REJECTED
               MOVE 'R' TO WS-PND-STATUS(WS-FOUND-IDX)
               MOVE 'R' TO GMA-EVENT
               PERFORM 2800-WRITE-AUDIT-RECORD
           END-IF.

      *    Judged against the mapping in force on the change's own
      *    effective date, so a change can be lined up behind one
      *    already approved for an earlier date.
       2400-VALIDATE-THE-CHANGE.
           PERFORM 2500-FIND-MAPPING-IN-FORCE
           EVALUATE TRUE
               WHEN WS-CHG-EFFECTIVE-DATE < BUSDATE-CURRENT-DATE
                   MOVE 'EFFECTIVE DATE BEFORE THE BUSINESS DATE'
                       TO WS-REFUSE-REASON
               WHEN CHANGE-IS-ADD
                   AND WS-GLM-FOUND-IDX NOT = ZERO
                   MOVE 'COMBINATION ALREADY MAPPED ON THAT DATE'
                       TO WS-REFUSE-REASON
               WHEN NOT CHANGE-IS-ADD
                   AND WS-GLM-FOUND-IDX = ZERO
                   MOVE 'COMBINATION HAS NO MAPPING ON THAT DATE'
                       TO WS-REFUSE-REASON
               WHEN CHANGE-IS-RETIRE
                   PERFORM 2550-CHECK-COMBINATION-EXPECTED
                   IF COMBINATION-IS-EXPECTED
                       MOVE 'COMBINATION STILL EXPECTED TO ARRIVE'
                           TO WS-REFUSE-REASON
                   END-IF
               WHEN CHANGE-IS-CHANGE
                   AND WS-CHG-DEBIT-ACCOUNT
                       = GLMAP-DEBIT-ACCOUNT(WS-GLM-FOUND-IDX)
                   AND WS-CHG-CREDIT-ACCOUNT
                       = GLMAP-CREDIT-ACCOUNT(WS-GLM-FOUND-IDX)
                   MOVE 'CHANGE NAMES THE PAIR ALREADY IN FORCE'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 2450-CHECK-ACCOUNTS
           END-EVALUATE.

       2450-CHECK-ACCOUNTS.
           IF WS-CHG-DEBIT-ACCOUNT = WS-CHG-CREDIT-ACCOUNT
               MOVE 'DEBIT AND CREDIT ACCOUNT ARE THE SAME'
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-CHG-DEBIT-ACCOUNT TO WS-SEEK-ACCOUNT
               PERFORM 2700-FIND-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-COA-FOUND-IDX = ZERO
                       MOVE 'DEBIT ACCOUNT NOT ON CHART OF ACCOUNTS'
                           TO WS-REFUSE-REASON
                   WHEN NOT GLCOA-OPEN(WS-COA-FOUND-IDX)
                       MOVE 'DEBIT ACCOUNT NOT OPEN ON THE CHART'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-CHG-CREDIT-ACCOUNT TO WS-SEEK-ACCOUNT
               PERFORM 2700-FIND-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-COA-FOUND-IDX = ZERO
                       MOVE 'CREDIT ACCOUNT NOT ON CHART OF ACCOUNTS'
                           TO WS-REFUSE-REASON
                   WHEN NOT GLCOA-OPEN(WS-COA-FOUND-IDX)
                       MOVE 'CREDIT ACCOUNT NOT OPEN ON THE CHART'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.

      *    The latest entry on or before the date wins, the later
      *    of two on the same date; a retired entry there means no
      *    mapping.
       2500-FIND-MAPPING-IN-FORCE.
           MOVE ZERO TO WS-GLM-FOUND-IDX
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF GLMAP-TRAN-TYPE(WS-GLM-IDX) = WS-CHG-TRAN-TYPE
                   AND GLMAP-CHANNEL-CODE(WS-GLM-IDX)
                       = WS-CHG-CHANNEL-CODE
                   AND GLMAP-EFFECTIVE-DATE(WS-GLM-IDX)
                       NOT > WS-CHG-EFFECTIVE-DATE
                   IF WS-GLM-FOUND-IDX = ZERO
                       MOVE WS-GLM-IDX TO WS-GLM-FOUND-IDX
                   ELSE
                       IF GLMAP-EFFECTIVE-DATE(WS-GLM-IDX)
                           NOT < GLMAP-EFFECTIVE-DATE
                               (WS-GLM-FOUND-IDX)
                           MOVE WS-GLM-IDX TO WS-GLM-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GLM-FOUND-IDX NOT = ZERO
               IF GLMAP-RETIRED(WS-GLM-FOUND-IDX)
                   MOVE ZERO TO WS-GLM-FOUND-IDX
               END-IF
           END-IF.

      *    The posting run journals branch, lockbox, and adjustment
      *    debits and credits and the three unapplied-cash
      *    movements itself; anything else is expected only when
      *    GLCMBF registers it.
       2550-CHECK-COMBINATION-EXPECTED.
           MOVE 'N' TO WS-EXPECTED-SW
           IF (WS-CHG-TRAN-TYPE = 'D' OR 'C')
               AND (WS-CHG-CHANNEL-CODE = 'B' OR 'L' OR 'A')
               SET COMBINATION-IS-EXPECTED TO TRUE
           END-IF
           IF WS-CHG-TRAN-TYPE = 'U'
               AND (WS-CHG-CHANNEL-CODE = 'L' OR 'A' OR 'R')
               SET COMBINATION-IS-EXPECTED TO TRUE
           END-IF
           PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
               UNTIL WS-CMB-IDX > WS-CMB-COUNT
               IF GLCMB-TRAN-TYPE(WS-CMB-IDX) = WS-CHG-TRAN-TYPE
                   AND GLCMB-CHANNEL-CODE(WS-CMB-IDX)
                       = WS-CHG-CHANNEL-CODE
                   SET COMBINATION-IS-EXPECTED TO TRUE
               END-IF
           END-PERFORM.

       2600-FIND-PENDING-CHANGE.
           MOVE ZERO TO WS-FOUND-IDX
           IF GMT-PENDING-ID NUMERIC
               MOVE GMT-PENDING-ID TO WS-PENDING-ID-N
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PEND-COUNT
                   IF WS-PND-ID(WS-PND-IDX) = WS-PENDING-ID-N
                       AND WS-PND-STATUS(WS-PND-IDX) = 'P'
                       MOVE WS-PND-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2700-FIND-ACCOUNT.
           MOVE ZERO TO WS-COA-FOUND-IDX
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF GLCOA-ACCOUNT(WS-COA-IDX) = WS-SEEK-ACCOUNT
                   MOVE WS-COA-IDX TO WS-COA-FOUND-IDX
               END-IF
           END-PERFORM.

       2800-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO GMA-LOG-DATE
           MOVE WS-CURR-TIME TO GMA-LOG-TIME
           MOVE GMT-USERID TO GMA-USERID
           MOVE WS-PND-ID(WS-FOUND-IDX) TO GMA-PENDING-ID
           MOVE WS-PND-CHANGE-TYPE(WS-FOUND-IDX) TO GMA-CHANGE-TYPE
           MOVE WS-PND-TRAN-TYPE(WS-FOUND-IDX) TO GMA-TRAN-TYPE
           MOVE WS-PND-CHANNEL-CODE(WS-FOUND-IDX)
               TO GMA-CHANNEL-CODE
           MOVE WS-PND-DEBIT-ACCOUNT(WS-FOUND-IDX)
               TO GMA-DEBIT-ACCOUNT
           MOVE WS-PND-CREDIT-ACCOUNT(WS-FOUND-IDX)
               TO GMA-CREDIT-ACCOUNT
           MOVE WS-PND-EFFECTIVE(WS-FOUND-IDX) TO GMA-EFFECTIVE-DATE
           WRITE AUDIT-OUT-LINE.

       2900-READ-GLMTRAN.
           READ GLMTRAN-FILE
               AT END
                   SET END-OF-GLMTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE GLMTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE AUDIT-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PEND-COUNT
               MOVE WS-PEND-ENTRY(WS-PND-IDX) TO PENDING-OUT-RECORD
               WRITE PENDING-OUT-RECORD
           END-PERFORM
           CLOSE PENDING-OUT-FILE
           OPEN OUTPUT GLMAP-OUT-FILE
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               MOVE GLMAP-RECORD(WS-GLM-IDX) TO GLMAP-OUT-RECORD
               WRITE GLMAP-OUT-RECORD
           END-PERFORM
           CLOSE GLMAP-OUT-FILE
           DISPLAY 'GLMMNT1 TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY 'GLMMNT1 CHANGES STAGED:    ' WS-CHANGES-STAGED
           DISPLAY 'GLMMNT1 CHANGES APPLIED:   ' WS-CHANGES-APPLIED
           DISPLAY 'GLMMNT1 CHANGES REJECTED:  ' WS-CHANGES-REJECTED
           DISPLAY 'GLMMNT1 REFUSED:           ' WS-TRANS-REFUSED.
