       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOMNT1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Standing-order maintenance workstation for the STORD
      *    instruction file (STORD.CPY), reachable from the menu as
      *    its own MNUTRN dispatch entry (selection SO, transid
      *    SOMN) and driven here off a file of simulated submissions
      *    like REJRPR01. STOGEN1 only reads STORD, so until now a
      *    new instruction, a changed amount, a suspension
      *    (STORD-ACTIVE-FLAG 'N') or a cancellation meant editing
      *    the raw file -- and an instruction moves real money every
      *    cycle. Here nothing reaches STORD on one person's say:
      *      S  stage a change -- N new instruction, A amount
      *         change, S suspend, R resume, C cancel -- validated
      *         before it is staged (STOPND.CPY);
      *      A  approve a staged change by pending id; the approver
      *         must be a different user from the one who staged it,
      *         and the instruction must still be exactly as it was
      *         when staged;
      *      R  reject a staged change by pending id.
      *    The user's MNUSEC entitlement to SO is verified record-
      *    level before any action is honored, maker and checker
      *    alike, and a run that cannot open MNUSECF ends RC 16
      *    rather than refuse every transaction as unentitled. An
      *    instruction is named by customer, transaction type and
      *    frequency -- one live instruction per combination.
      *    A new, re-amounted or resumed instruction must name a
      *    customer open on the keyed CUSTRECF master;
      *    a next-run date must pass FUNC-VERIFY-THE-DATE on
      *    DATECNV1 and lie after the business date, and a monthly
      *    instruction must sit on day 28 or earlier so every month
      *    has the day. Every stage, approval and rejection is
      *    journaled with the instruction's before and after images
      *    and the user who acted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMTRAN-FILE      ASSIGN TO "SOMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORD-IN-FILE     ASSIGN TO "STORDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORD-OUT-FILE    ASSIGN TO "STORDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-IN-FILE   ASSIGN TO "SOMPENDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-OUT-FILE  ASSIGN TO "SOMPENDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE      ASSIGN TO "SOMJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOMTRAN-FILE.
       01  SOMTRAN-RECORD.
           05  SMT-ACTION              PIC X(01).
               88  SMT-ACTION-STAGE                VALUE 'S'.
               88  SMT-ACTION-APPROVE              VALUE 'A'.
               88  SMT-ACTION-REJECT               VALUE 'R'.
           05  SMT-USERID              PIC X(08).
           05  SMT-PENDING-ID          PIC X(04).
           05  SMT-CHANGE-TYPE         PIC X(01).
           05  SMT-CUSTOMER-ID         PIC X(08).
           05  SMT-TRAN-TYPE           PIC X(01).
           05  SMT-FREQUENCY           PIC X(01).
           05  SMT-AMOUNT              PIC X(11).
           05  SMT-NEXT-RUN-DATE       PIC X(08).

       FD  STORD-IN-FILE.
       01  STORD-IN-RECORD             PIC X(38).

       FD  STORD-OUT-FILE.
       01  STORD-OUT-RECORD            PIC X(38).

       FD  PENDING-IN-FILE.
       01  PENDING-IN-RECORD           PIC X(104).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD          PIC X(104).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

      *    One journal line per stage, approval, or rejection: who,
      *    which event, which pending change, and the instruction
      *    as it stood before and after.
       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-LINE.
           05  SMJ-LOG-DATE            PIC 9(08).
           05  SMJ-LOG-TIME            PIC 9(06).
           05  SMJ-USERID              PIC X(08).
           05  SMJ-EVENT               PIC X(01).
           05  SMJ-PENDING-ID          PIC 9(04).
           05  SMJ-CHANGE-TYPE         PIC X(01).
           05  SMJ-BEFORE-IMAGE        PIC X(38).
           05  SMJ-AFTER-IMAGE         PIC X(38).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-SOMTRAN                       VALUE 'Y'.
       01  WS-TABLE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-TABLE                         VALUE 'Y'.
       01  WS-PEND-EOF                  PIC X       VALUE 'N'.
           88  END-OF-PENDING                       VALUE 'Y'.

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

      *    The instruction file held for the run. A cancelled
      *    instruction is only marked here and is left off STORDO.
       01  WS-STORD-TABLE.
           05  WS-STORD-COUNT           PIC 9(03)   VALUE ZERO.
           05  STORD-RECORD OCCURS 200 TIMES.
               COPY STORD REPLACING
                   ==01  STORD-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-STORD-CANCEL-FLAGS.
           05  WS-STO-CANCELLED OCCURS 200 TIMES
                                        PIC X(01).
       01  WS-STO-IDX                   PIC 9(03).
       01  WS-STO-FOUND-IDX             PIC 9(03).

      *    Staged changes, carried from run to run until a second
      *    user acts on them.
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT            PIC 9(03)   VALUE ZERO.
           05  STOPND-RECORD OCCURS 100 TIMES.
               COPY STOPND REPLACING
                   ==01  STOPND-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-PND-IDX                   PIC 9(03).
       01  WS-FOUND-IDX                 PIC 9(03).
       01  WS-NEXT-PENDING-ID           PIC 9(04)   VALUE ZERO.
       01  WS-PENDING-ID-N              PIC 9(04)   VALUE ZERO.

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

      *    The instruction the staged change is built on, and what
      *    it becomes.
       01  WS-BEFORE-IMAGE              PIC X(38)   VALUE SPACES.
           COPY STORD REPLACING LEADING ==STORD-== BY ==WS-AFT-==.
       01  WS-AFTER-IMAGE REDEFINES WS-AFT-RECORD
                                        PIC X(38).

       01  WS-NEW-AMOUNT-N              PIC 9(09)V99 VALUE ZERO.
       01  WS-NEW-AMOUNT-X REDEFINES WS-NEW-AMOUNT-N
                                        PIC X(11).
       01  WS-NEXT-SPLIT.
           05  WS-NXT-YEAR              PIC 9(04).
           05  WS-NXT-MONTH             PIC 9(02).
           05  WS-NXT-DAY               PIC 9(02).
       01  WS-NEXT-SPLIT-N REDEFINES WS-NEXT-SPLIT
                                        PIC 9(08).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY BUSDATE.
       COPY MNUSEC.
       COPY CUSTREC.
       COPY DATEAREA.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTION UNTIL END-OF-SOMTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'SOMN' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** STOMNT1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-INSTRUCTION-TABLE
           PERFORM 1200-LOAD-PENDING-TABLE
           OPEN INPUT MNUSEC-FILE
           IF WS-MNUSEC-STATUS NOT = '00'
               DISPLAY '*** STOMNT1 MNUSECF OPEN FAILED, STATUS '
                   WS-MNUSEC-STATUS ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN INPUT SOMTRAN-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 2900-READ-SOMTRAN.

       1100-LOAD-INSTRUCTION-TABLE.
           OPEN INPUT STORD-IN-FILE
           PERFORM 1110-READ-INSTRUCTION UNTIL END-OF-TABLE
           CLOSE STORD-IN-FILE.

       1110-READ-INSTRUCTION.
           READ STORD-IN-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-STORD-COUNT >= 200
                       DISPLAY '*** STOMNT1 INSTRUCTION FILE HAS'
                           ' MORE THAN 200 ENTRIES -- RUN ENDED'
                           ' BEFORE ANY CHANGE ***'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-STORD-COUNT
                       MOVE STORD-IN-RECORD
                           TO STORD-RECORD(WS-STORD-COUNT)
                       MOVE SPACE
                           TO WS-STO-CANCELLED(WS-STORD-COUNT)
                   END-IF
           END-READ.

       1200-LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-IN-FILE
           PERFORM 1210-READ-ONE-PENDING UNTIL END-OF-PENDING
           CLOSE PENDING-IN-FILE.

       1210-READ-ONE-PENDING.
           READ PENDING-IN-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
               NOT AT END
                   IF WS-PEND-COUNT >= 100
                       DISPLAY '*** STOMNT1 PENDING FILE HAS'
                           ' MORE THAN 100 ENTRIES -- REMAINDER'
                           ' NOT LOADED ***'
                       SET END-OF-PENDING TO TRUE
                   ELSE
                       ADD 1 TO WS-PEND-COUNT
                       MOVE PENDING-IN-RECORD
                           TO STOPND-RECORD(WS-PEND-COUNT)
                       IF STOPND-ID(WS-PEND-COUNT)
                               > WS-NEXT-PENDING-ID
                           MOVE STOPND-ID(WS-PEND-COUNT)
                               TO WS-NEXT-PENDING-ID
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS-ACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 2050-CHECK-ENTITLEMENT
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN SMT-ACTION-STAGE
                       PERFORM 2100-STAGE-A-CHANGE
                   WHEN SMT-ACTION-APPROVE
                       PERFORM 2400-APPROVE-A-CHANGE
                   WHEN SMT-ACTION-REJECT
                       PERFORM 2500-REJECT-A-CHANGE
                   WHEN OTHER
                       MOVE 'ACTION NOT S, A, OR R'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-TRANS-REFUSED
               DISPLAY '*** STOMNT1 REFUSED: ' SMT-ACTION
                   SMT-CHANGE-TYPE ' ' SMT-CUSTOMER-ID ' BY '
                   SMT-USERID ' -- ' WS-REFUSE-REASON ' ***'
           END-IF
           PERFORM 2900-READ-SOMTRAN.

       2050-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE SMT-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT RECORD'
                       TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'SO'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT USER-IS-ENTITLED
                       MOVE 'USER NOT ENTITLED TO SELECTION SO'
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

      *    The change is built in full at staging time -- the
      *    current instruction as the before image, the resulting
      *    instruction as the after image -- so the checker sees
      *    and approves the complete result, not a delta.
       2100-STAGE-A-CHANGE.
           PERFORM 2600-FIND-INSTRUCTION
           MOVE SPACES TO WS-BEFORE-IMAGE
           IF WS-STO-FOUND-IDX NOT = ZERO
               MOVE STORD-RECORD(WS-STO-FOUND-IDX) TO WS-BEFORE-IMAGE
           END-IF
           MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
           EVALUATE TRUE
               WHEN SMT-CHANGE-TYPE NOT = 'N'
                   AND SMT-CHANGE-TYPE NOT = 'A'
                   AND SMT-CHANGE-TYPE NOT = 'S'
                   AND SMT-CHANGE-TYPE NOT = 'R'
                   AND SMT-CHANGE-TYPE NOT = 'C'
                   MOVE 'CHANGE TYPE NOT N, A, S, R, OR C'
                       TO WS-REFUSE-REASON
               WHEN SMT-TRAN-TYPE NOT = 'D'
                   AND SMT-TRAN-TYPE NOT = 'C'
                   MOVE 'TRAN TYPE NOT D OR C' TO WS-REFUSE-REASON
               WHEN SMT-FREQUENCY NOT = 'D'
                   AND SMT-FREQUENCY NOT = 'W'
                   AND SMT-FREQUENCY NOT = 'M'
                   MOVE 'FREQUENCY NOT D, W, OR M'
                       TO WS-REFUSE-REASON
               WHEN SMT-CHANGE-TYPE = 'N'
                   AND WS-STO-FOUND-IDX NOT = ZERO
                   MOVE 'INSTRUCTION ALREADY ON FILE'
                       TO WS-REFUSE-REASON
               WHEN SMT-CHANGE-TYPE NOT = 'N'
                   AND WS-STO-FOUND-IDX = ZERO
                   MOVE 'NO SUCH INSTRUCTION ON FILE'
                       TO WS-REFUSE-REASON
               WHEN WS-PEND-COUNT >= 100
                   MOVE 'PENDING TABLE FULL' TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 2610-CHECK-NOTHING-PENDING
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               EVALUATE SMT-CHANGE-TYPE
                   WHEN 'N'
                       PERFORM 2110-BUILD-NEW-INSTRUCTION
                   WHEN 'A'
                       PERFORM 2120-BUILD-AMOUNT-CHANGE
                   WHEN 'S'
                       PERFORM 2130-BUILD-SUSPENSION
                   WHEN 'R'
                       PERFORM 2140-BUILD-RESUMPTION
                   WHEN OTHER
                       MOVE SPACES TO WS-AFTER-IMAGE
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2190-RECORD-STAGED-CHANGE
           END-IF.

       2110-BUILD-NEW-INSTRUCTION.
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SMT-CUSTOMER-ID TO WS-AFT-CUSTOMER-ID
           MOVE SMT-TRAN-TYPE   TO WS-AFT-TRAN-TYPE
           MOVE SMT-FREQUENCY   TO WS-AFT-FREQUENCY
           MOVE ZERO            TO WS-AFT-LAST-GEN-DATE
           MOVE 'Y'             TO WS-AFT-ACTIVE-FLAG
           PERFORM 2200-VALIDATE-CUSTOMER
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2210-VALIDATE-AMOUNT
           END-IF
           IF WS-REFUSE-REASON = SPACES
               IF SMT-NEXT-RUN-DATE = SPACES
                   MOVE 'NEXT-RUN DATE MISSING' TO WS-REFUSE-REASON
               ELSE
                   PERFORM 2220-VALIDATE-NEXT-RUN-DATE
               END-IF
           END-IF.

       2120-BUILD-AMOUNT-CHANGE.
           PERFORM 2200-VALIDATE-CUSTOMER
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2210-VALIDATE-AMOUNT
           END-IF
           IF WS-REFUSE-REASON = SPACES
               AND WS-AFT-AMOUNT = STORD-AMOUNT(WS-STO-FOUND-IDX)
               MOVE 'AMOUNT UNCHANGED' TO WS-REFUSE-REASON
           END-IF.

       2130-BUILD-SUSPENSION.
           IF STORD-IS-SUSPENDED(WS-STO-FOUND-IDX)
               MOVE 'INSTRUCTION ALREADY SUSPENDED'
                   TO WS-REFUSE-REASON
           ELSE
               MOVE 'N' TO WS-AFT-ACTIVE-FLAG
           END-IF.

      *    A resumed instruction whose next-run date has gone by
      *    would be caught up by STOGEN1 cycle by cycle; a fresh
      *    next-run date may be given to restart it cleanly.
       2140-BUILD-RESUMPTION.
           IF STORD-IS-ACTIVE(WS-STO-FOUND-IDX)
               MOVE 'INSTRUCTION IS NOT SUSPENDED'
                   TO WS-REFUSE-REASON
           ELSE
               MOVE 'Y' TO WS-AFT-ACTIVE-FLAG
               PERFORM 2200-VALIDATE-CUSTOMER
               IF WS-REFUSE-REASON = SPACES
                   AND SMT-NEXT-RUN-DATE NOT = SPACES
                   PERFORM 2220-VALIDATE-NEXT-RUN-DATE
               END-IF
           END-IF.

       2190-RECORD-STAGED-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           ADD 1 TO WS-PEND-COUNT
           ADD 1 TO WS-NEXT-PENDING-ID
           ADD 1 TO WS-CHANGES-STAGED
           MOVE WS-NEXT-PENDING-ID TO STOPND-ID(WS-PEND-COUNT)
           MOVE SMT-USERID   TO STOPND-STAGED-BY(WS-PEND-COUNT)
           MOVE WS-CURR-DATE TO STOPND-STAGED-DATE(WS-PEND-COUNT)
           MOVE WS-CURR-TIME TO STOPND-STAGED-TIME(WS-PEND-COUNT)
           MOVE SMT-CHANGE-TYPE
               TO STOPND-CHANGE-TYPE(WS-PEND-COUNT)
           MOVE 'P' TO STOPND-STATUS(WS-PEND-COUNT)
           MOVE WS-BEFORE-IMAGE
               TO STOPND-BEFORE-IMAGE(WS-PEND-COUNT)
           MOVE WS-AFTER-IMAGE
               TO STOPND-AFTER-IMAGE(WS-PEND-COUNT)
           MOVE WS-PEND-COUNT TO WS-FOUND-IDX
           MOVE 'S' TO SMJ-EVENT
           PERFORM 2800-WRITE-JOURNAL-RECORD
           DISPLAY 'STOMNT1 STAGED ' WS-NEXT-PENDING-ID ' '
               SMT-CHANGE-TYPE ' ' SMT-CUSTOMER-ID ' BY '
               SMT-USERID ' -- AWAITING A SECOND USER'.

      *    Money may only be set moving for a customer who is on
      *    the master and open -- not closed, not merged away.
       2200-VALIDATE-CUSTOMER.
           MOVE SMT-CUSTOMER-ID TO CUSTREC-FILE-KEY
           READ CUSTREC-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   IF CUSTREC-LEGACY-CLOSED
                       MOVE 'CUSTOMER FLAGGED CLOSED'
                           TO WS-REFUSE-REASON
                   END-IF
                   IF CUSTREC-LEGACY-MERGED
                       MOVE 'CUSTOMER MERGED AWAY'
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

       2210-VALIDATE-AMOUNT.
           IF SMT-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REFUSE-REASON
           ELSE
               MOVE SMT-AMOUNT TO WS-NEW-AMOUNT-X
               IF WS-NEW-AMOUNT-N = ZERO
                   MOVE 'AMOUNT IS ZERO' TO WS-REFUSE-REASON
               ELSE
                   MOVE WS-NEW-AMOUNT-N TO WS-AFT-AMOUNT
               END-IF
           END-IF.

      *    The next-run date must be a real date by the date
      *    service, still ahead of the business date (STOGEN1 would
      *    otherwise generate it tonight as a catch-up), and, for
      *    a monthly instruction, on a day every month has.
       2220-VALIDATE-NEXT-RUN-DATE.
           IF SMT-NEXT-RUN-DATE NOT NUMERIC
               MOVE 'NEXT-RUN DATE NOT NUMERIC' TO WS-REFUSE-REASON
           ELSE
               MOVE SMT-NEXT-RUN-DATE   TO W-DATE-1-8
               SET FORMAT-1-YYYYMMDD    TO TRUE
               SET FUNC-VERIFY-THE-DATE TO TRUE
               CALL 'DATECNV1' USING W-DATE-AREA
               MOVE SMT-NEXT-RUN-DATE TO WS-NEXT-SPLIT
               EVALUATE TRUE
                   WHEN NOT CONVERT-RET-GOOD
                       MOVE 'NEXT-RUN DATE FAILED DATE SERVICE'
                           TO WS-REFUSE-REASON
                   WHEN WS-NEXT-SPLIT-N NOT > BUSDATE-CURRENT-DATE
                       MOVE 'NEXT-RUN DATE NOT AFTER BUSINESS DATE'
                           TO WS-REFUSE-REASON
                   WHEN WS-AFT-FREQ-MONTHLY
                       AND WS-NXT-DAY > 28
                       MOVE 'MONTHLY NEXT-RUN DAY PAST 28'
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       MOVE WS-NEXT-SPLIT-N TO WS-AFT-NEXT-RUN-DATE
               END-EVALUATE
           END-IF.

      *    The checker must be a different user than the maker, and
      *    the instruction must still be exactly the before image
      *    the maker staged against -- otherwise a later change (or
      *    a STOGEN1 run advancing the dates) would be silently
      *    overwritten by a stale after image.
       2400-APPROVE-A-CHANGE.
           PERFORM 2620-FIND-PENDING-CHANGE
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO PENDING CHANGE WITH THAT ID'
                   TO WS-REFUSE-REASON
           ELSE
               MOVE STOPND-AFTER-IMAGE(WS-FOUND-IDX)
                   TO WS-AFTER-IMAGE
               IF STOPND-CHANGE-CANCEL(WS-FOUND-IDX)
                   MOVE STOPND-BEFORE-IMAGE(WS-FOUND-IDX)
                       TO WS-AFTER-IMAGE
               END-IF
               MOVE WS-AFT-CUSTOMER-ID TO SMT-CUSTOMER-ID
               MOVE WS-AFT-TRAN-TYPE   TO SMT-TRAN-TYPE
               MOVE WS-AFT-FREQUENCY   TO SMT-FREQUENCY
               PERFORM 2600-FIND-INSTRUCTION
               EVALUATE TRUE
                   WHEN STOPND-STAGED-BY(WS-FOUND-IDX) = SMT-USERID
                       MOVE 'MAKER MAY NOT APPROVE OWN CHANGE'
                           TO WS-REFUSE-REASON
                   WHEN STOPND-CHANGE-NEW(WS-FOUND-IDX)
                       AND WS-STO-FOUND-IDX NOT = ZERO
                       MOVE 'INSTRUCTION ADDED SINCE STAGED'
                           TO WS-REFUSE-REASON
                   WHEN STOPND-CHANGE-NEW(WS-FOUND-IDX)
                       AND WS-STORD-COUNT >= 200
                       MOVE 'INSTRUCTION TABLE FULL'
                           TO WS-REFUSE-REASON
                   WHEN NOT STOPND-CHANGE-NEW(WS-FOUND-IDX)
                       AND WS-STO-FOUND-IDX = ZERO
                       MOVE 'INSTRUCTION GONE SINCE STAGED'
                           TO WS-REFUSE-REASON
                   WHEN NOT STOPND-CHANGE-NEW(WS-FOUND-IDX)
                       AND STORD-RECORD(WS-STO-FOUND-IDX)
                           NOT = STOPND-BEFORE-IMAGE(WS-FOUND-IDX)
                       MOVE 'INSTRUCTION CHANGED SINCE STAGED'
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       PERFORM 2410-APPLY-APPROVED-CHANGE
               END-EVALUATE
           END-IF.

       2410-APPLY-APPROVED-CHANGE.
           EVALUATE TRUE
               WHEN STOPND-CHANGE-NEW(WS-FOUND-IDX)
                   ADD 1 TO WS-STORD-COUNT
                   MOVE STOPND-AFTER-IMAGE(WS-FOUND-IDX)
                       TO STORD-RECORD(WS-STORD-COUNT)
                   MOVE SPACE TO WS-STO-CANCELLED(WS-STORD-COUNT)
               WHEN STOPND-CHANGE-CANCEL(WS-FOUND-IDX)
                   MOVE 'C' TO WS-STO-CANCELLED(WS-STO-FOUND-IDX)
               WHEN OTHER
                   MOVE STOPND-AFTER-IMAGE(WS-FOUND-IDX)
                       TO STORD-RECORD(WS-STO-FOUND-IDX)
           END-EVALUATE
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE 'A' TO STOPND-STATUS(WS-FOUND-IDX)
           MOVE 'A' TO SMJ-EVENT
           PERFORM 2800-WRITE-JOURNAL-RECORD.

       2500-REJECT-A-CHANGE.
           PERFORM 2620-FIND-PENDING-CHANGE
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO PENDING CHANGE WITH THAT ID'
                   TO WS-REFUSE-REASON
           ELSE
               ADD 1 TO WS-CHANGES-REJECTED
               MOVE 'R' TO STOPND-STATUS(WS-FOUND-IDX)
               MOVE 'R' TO SMJ-EVENT
               PERFORM 2800-WRITE-JOURNAL-RECORD
           END-IF.

      *    An instruction is named by customer, type and frequency;
      *    a cancelled one is no longer there to find.
       2600-FIND-INSTRUCTION.
           MOVE ZERO TO WS-STO-FOUND-IDX
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
               UNTIL WS-STO-IDX > WS-STORD-COUNT
               IF WS-STO-CANCELLED(WS-STO-IDX) = SPACE
                   AND STORD-CUSTOMER-ID(WS-STO-IDX)
                       = SMT-CUSTOMER-ID
                   AND STORD-TRAN-TYPE(WS-STO-IDX) = SMT-TRAN-TYPE
                   AND STORD-FREQUENCY(WS-STO-IDX) = SMT-FREQUENCY
                   MOVE WS-STO-IDX TO WS-STO-FOUND-IDX
               END-IF
           END-PERFORM.

      *    One open change per instruction at a time: a second one
      *    staged on the same before image would be approved
      *    against a record the first had already moved.
       2610-CHECK-NOTHING-PENDING.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PEND-COUNT
               IF STOPND-STATUS-PENDING(WS-PND-IDX)
                   MOVE STOPND-AFTER-IMAGE(WS-PND-IDX)
                       TO WS-AFTER-IMAGE
                   IF STOPND-CHANGE-CANCEL(WS-PND-IDX)
                       MOVE STOPND-BEFORE-IMAGE(WS-PND-IDX)
                           TO WS-AFTER-IMAGE
                   END-IF
                   IF WS-AFT-CUSTOMER-ID = SMT-CUSTOMER-ID
                       AND WS-AFT-TRAN-TYPE = SMT-TRAN-TYPE
                       AND WS-AFT-FREQUENCY = SMT-FREQUENCY
                       MOVE 'CHANGE ALREADY PENDING FOR INSTRUCTION'
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE.

       2620-FIND-PENDING-CHANGE.
           MOVE ZERO TO WS-FOUND-IDX
           IF SMT-PENDING-ID NUMERIC
               MOVE SMT-PENDING-ID TO WS-PENDING-ID-N
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PEND-COUNT
                   IF STOPND-ID(WS-PND-IDX) = WS-PENDING-ID-N
                       AND STOPND-STATUS-PENDING(WS-PND-IDX)
                       MOVE WS-PND-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2800-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO SMJ-LOG-DATE
           MOVE WS-CURR-TIME TO SMJ-LOG-TIME
           MOVE SMT-USERID   TO SMJ-USERID
           MOVE STOPND-ID(WS-FOUND-IDX) TO SMJ-PENDING-ID
           MOVE STOPND-CHANGE-TYPE(WS-FOUND-IDX) TO SMJ-CHANGE-TYPE
           MOVE STOPND-BEFORE-IMAGE(WS-FOUND-IDX)
               TO SMJ-BEFORE-IMAGE
           MOVE STOPND-AFTER-IMAGE(WS-FOUND-IDX)
               TO SMJ-AFTER-IMAGE
           WRITE JOURNAL-OUT-LINE.

       2900-READ-SOMTRAN.
           READ SOMTRAN-FILE
               AT END
                   SET END-OF-SOMTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE SOMTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE CUSTREC-FILE
           CLOSE JOURNAL-FILE
           OPEN OUTPUT STORD-OUT-FILE
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
               UNTIL WS-STO-IDX > WS-STORD-COUNT
               IF WS-STO-CANCELLED(WS-STO-IDX) = SPACE
                   MOVE STORD-RECORD(WS-STO-IDX) TO STORD-OUT-RECORD
                   WRITE STORD-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE STORD-OUT-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PEND-COUNT
               MOVE STOPND-RECORD(WS-PND-IDX) TO PENDING-OUT-RECORD
               WRITE PENDING-OUT-RECORD
           END-PERFORM
           CLOSE PENDING-OUT-FILE
           DISPLAY 'STOMNT1 TRANSACTIONS READ:  ' WS-TRANS-READ
           DISPLAY 'STOMNT1 CHANGES STAGED:     '
               WS-CHANGES-STAGED
           DISPLAY 'STOMNT1 CHANGES APPLIED:    '
               WS-CHANGES-APPLIED
           DISPLAY 'STOMNT1 CHANGES REJECTED:   '
               WS-CHANGES-REJECTED
           DISPLAY 'STOMNT1 REFUSED:            '
               WS-TRANS-REFUSED.

       9000-CHECK-FILE-STATUS.
           MOVE 'STOMNT1 ' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** STOMNT1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
