      *    removals, every add validated before it touches the file
      *    -- the effective date must pass FUNC-VERIFY-THE-DATE on
      *    DATECNV1, the rate must be numeric and under the shop's
      *    20%-per-annum sanity ceiling, the sign must be C, D or
      *    space, the band floor may not exceed its ceiling, and a
      *    second record for the same date, segment, sign and floor
      *    is rejected -- and every applied change appended to
      *    the rate change-history file with the submitting user.
      *    A removal names the record by the same four fields.
      *    Once every transaction is in, each rate schedule (one
      *    segment on one effective date) is proved band by band
      *    for credit and for debit balances: the bands must run
      *    from zero to the open-ended top band with no overlap
      *    and no gap, and the standard schedule must price both
      *    signs. A schedule that fails is listed and the whole
      *    run is backed out -- INTRATEO is written as INTRATEI
      *    came in, no history is appended, and the run ends with
      *    return code 8 -- because half a schedule in force is
      *    worse than yesterday's. Blank floor and ceiling on an
      *    add mean zero and open-ended, so a one-rate schedule is
      *    keyed exactly as before. Each add names the schedule's
      *    day-count convention (F ACT/365, M ACT/360, A ACT/ACT,
      *    B 30/360, space for ACT/365 as before), and the proof
      *    also fails a schedule whose records disagree on it -- a
      *    schedule is contracted on one convention.
      *    The accrual job (INTACR1) never sees a rate that did not
      *    come through here.

       DATA DIVISION.
       FILE SECTION.
       FD  INTRATE-IN-FILE.
       01  INTRATE-IN-RECORD           PIC X(62).

       FD  INTRATE-OUT-FILE.
       01  INTRATE-OUT-RECORD          PIC X(62).

       FD  RATTRAN-FILE.
       01  RATTRAN-RECORD.
           05  RTR-ANNUAL-RATE         PIC X(06).
           05  RTR-DESCRIPTION         PIC X(20).
           05  RTR-USERID              PIC X(08).
           05  RTR-SEGMENT             PIC X(02).
           05  RTR-BALANCE-SIGN        PIC X(01).
           05  RTR-TIER                PIC X(02).
           05  RTR-BAND-FLOOR          PIC X(11).
           05  RTR-BAND-CEILING        PIC X(11).
           05  RTR-DAY-COUNT-BASIS     PIC X(01).

       FD  RATHIST-FILE.
       01  RATHIST-OUT-LINE.
           05  RTH-EFFECTIVE-DATE      PIC 9(08).
           05  RTH-ANNUAL-RATE         PIC 9(02)V9(04).
           05  RTH-DESCRIPTION         PIC X(20).
           05  RTH-SEGMENT             PIC X(02).
           05  RTH-BALANCE-SIGN        PIC X(01).
           05  RTH-TIER                PIC X(02).
           05  RTH-BAND-FLOOR          PIC 9(09)V99.
           05  RTH-BAND-CEILING        PIC 9(09)V99.
           05  RTH-DAY-COUNT-BASIS     PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-RATTRAN                       VALUE 'Y'.

      *    In-memory copy of the rate file, same COPY REPLACING
      *    table pattern HOLMNT01 uses for the calendar. 300
      *    records is years of banded, segmented schedules with
      *    room.
       01  WS-INTRATE-TABLE.
           05  WS-INTRATE-COUNT         PIC 9(03)   VALUE ZERO.
           05  INTRATE-RECORD OCCURS 300 TIMES.
               COPY INTRATE REPLACING
                   ==01  INTRATE-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-RAT-IDX                   PIC 9(03).
       01  WS-FOUND-IDX                 PIC 9(03).

      *    Change-history lines held back until the schedules have
      *    been proved, so a backed-out run leaves no history.
       01  WS-PENDING-HISTORY.
           05  WS-PENDING-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-PENDING-LINE OCCURS 300 TIMES
                                        PIC X(85).
       01  WS-PND-IDX                   PIC 9(03).

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-APPLIED         PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(05)   VALUE ZERO.
           05  WS-SCHEDULES-CHECKED     PIC 9(05)   VALUE ZERO.
           05  WS-SCHEDULE-ERRORS       PIC 9(05)   VALUE ZERO.

       01  WS-REJECT-REASON             PIC X(40)   VALUE SPACES.
       01  WS-TRAN-DATE                 PIC 9(08)   VALUE ZERO.
                                                    VALUE ZERO.
       01  WS-TRAN-RATE-X REDEFINES WS-TRAN-RATE
                                        PIC X(06).
       01  WS-TRAN-FLOOR                PIC 9(09)V99 VALUE ZERO.
       01  WS-TRAN-FLOOR-X REDEFINES WS-TRAN-FLOOR
                                        PIC X(11).
       01  WS-TRAN-CEILING              PIC 9(09)V99 VALUE ZERO.
       01  WS-TRAN-CEILING-X REDEFINES WS-TRAN-CEILING
                                        PIC X(11).
       01  WS-BAND-TOP                  PIC 9(09)V99
                                        VALUE 999999999.99.

      *    Band proof for one schedule and one sign.
       01  WS-CHK-DATE                  PIC 9(08).
       01  WS-CHK-SEGMENT               PIC X(02).
       01  WS-CHK-SIGN                  PIC X(01).
       01  WS-CHK-BASIS                 PIC X(01).
       01  WS-BASIS-MIXED-SW            PIC X       VALUE 'N'.
           88  BASIS-MIXED                          VALUE 'Y'.
       01  WS-CHK-IDX                   PIC 9(03).
       01  WS-BAND-ROWS                 PIC 9(03).
       01  WS-BAND-VISITED              PIC 9(03).
       01  WS-BAND-MATCHES              PIC 9(03).
       01  WS-BAND-MATCH-IDX            PIC 9(03).
       01  WS-BAND-OVERLAP-SW           PIC X       VALUE 'N'.
           88  BAND-OVERLAP-FOUND                   VALUE 'Y'.
       01  WS-NEXT-FLOOR                PIC 9(10)V99.
       01  WS-BAND-DONE-SW              PIC X       VALUE 'N'.
           88  BAND-WALK-DONE                       VALUE 'Y'.
       01  WS-BAND-ERROR                PIC X(30)   VALUE SPACES.
       01  WS-EDIT-FLOOR                PIC Z(8)9.99.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
       1000-INITIALIZE.
           PERFORM 1100-LOAD-INTRATE-TABLE
           OPEN INPUT  RATTRAN-FILE
           PERFORM 2900-READ-RATTRAN.

       1100-LOAD-INTRATE-TABLE.
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-INTRATE-COUNT >= 300
                       DISPLAY '*** INTRATE-IN-FILE HAS MORE THAN'
                           ' 300 ENTRIES -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-TABLE TO TRUE
                   ELSE
                       ADD 1 TO WS-INTRATE-COUNT
                       MOVE INTRATE-IN-RECORD
                           TO INTRATE-RECORD(WS-INTRATE-COUNT)
                       PERFORM 1120-DEFAULT-UNBANDED
                   END-IF
           END-READ.

      *    A record from before the bands existed is one standard
      *    rate for every balance.
       1120-DEFAULT-UNBANDED.
           IF INTRATE-BAND-FLOOR(WS-INTRATE-COUNT) NOT NUMERIC
               MOVE ZERO TO INTRATE-BAND-FLOOR(WS-INTRATE-COUNT)
           END-IF
           IF INTRATE-BAND-CEILING(WS-INTRATE-COUNT) NOT NUMERIC
               MOVE WS-BAND-TOP
                   TO INTRATE-BAND-CEILING(WS-INTRATE-COUNT)
           END-IF.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON
       2100-APPLY-ADD.
           PERFORM 2110-VALIDATE-ADD
           IF WS-REJECT-REASON = SPACES
               IF WS-INTRATE-COUNT >= 300
                   MOVE 'RATE TABLE FULL' TO WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-INTRATE-COUNT
                                             (WS-INTRATE-COUNT)
                   MOVE RTR-DESCRIPTION   TO INTRATE-DESCRIPTION
                                             (WS-INTRATE-COUNT)
                   MOVE RTR-SEGMENT       TO INTRATE-SEGMENT
                                             (WS-INTRATE-COUNT)
                   MOVE RTR-BALANCE-SIGN  TO INTRATE-BALANCE-SIGN
                                             (WS-INTRATE-COUNT)
                   MOVE RTR-TIER          TO INTRATE-TIER
                                             (WS-INTRATE-COUNT)
                   MOVE WS-TRAN-FLOOR     TO INTRATE-BAND-FLOOR
                                             (WS-INTRATE-COUNT)
                   MOVE WS-TRAN-CEILING   TO INTRATE-BAND-CEILING
                                             (WS-INTRATE-COUNT)
                   MOVE RTR-DAY-COUNT-BASIS
                                          TO INTRATE-DAY-COUNT-BASIS
                                             (WS-INTRATE-COUNT)
                   ADD 1 TO WS-TRANS-APPLIED
                   MOVE 'A' TO RTH-ACTION
                   PERFORM 2800-WRITE-HISTORY-RECORD
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF RTR-BALANCE-SIGN NOT = SPACE
                   AND RTR-BALANCE-SIGN NOT = 'C'
                   AND RTR-BALANCE-SIGN NOT = 'D'
                   MOVE 'BALANCE SIGN NOT C, D OR SPACE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE RTR-DAY-COUNT-BASIS TO W-DAY-COUNT-BASIS
               IF NOT BASIS-VALID
                   MOVE 'DAY-COUNT BASIS NOT F, M, A, B OR SPACE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2120-EDIT-BAND
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 2700-FIND-RATE-ENTRY
               IF WS-FOUND-IDX > ZERO
                   MOVE 'DUPLICATE OF A BAND ALREADY ON FILE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *    Band limits are whole currency with two decimals and no
      *    sign, the form the balance is compared in.
       2120-EDIT-BAND.
           IF RTR-BAND-FLOOR = SPACES
               MOVE ZERO TO WS-TRAN-FLOOR
           ELSE
               IF RTR-BAND-FLOOR NOT NUMERIC
                   MOVE 'BAND FLOOR NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   MOVE RTR-BAND-FLOOR TO WS-TRAN-FLOOR-X
               END-IF
           END-IF
           IF RTR-BAND-CEILING = SPACES
               MOVE WS-BAND-TOP TO WS-TRAN-CEILING
           ELSE
               IF RTR-BAND-CEILING NOT NUMERIC
                   MOVE 'BAND CEILING NOT NUMERIC'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE RTR-BAND-CEILING TO WS-TRAN-CEILING-X
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-TRAN-FLOOR > WS-TRAN-CEILING
                   MOVE 'BAND FLOOR ABOVE BAND CEILING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           ELSE
               MOVE ZERO TO WS-TRAN-DATE
           END-IF
           IF RTR-BAND-FLOOR NUMERIC
               MOVE RTR-BAND-FLOOR TO WS-TRAN-FLOOR-X
           ELSE
               MOVE ZERO TO WS-TRAN-FLOOR
           END-IF
           PERFORM 2700-FIND-RATE-ENTRY
           IF WS-FOUND-IDX = ZERO
               MOVE 'BAND NOT ON THE RATE FILE' TO WS-REJECT-REASON
           ELSE
               MOVE 'R' TO RTH-ACTION
               MOVE INTRATE-ANNUAL-RATE(WS-FOUND-IDX)
                   TO WS-TRAN-RATE
               MOVE INTRATE-DESCRIPTION(WS-FOUND-IDX)
                   TO RTR-DESCRIPTION
               MOVE INTRATE-TIER(WS-FOUND-IDX) TO RTR-TIER
               MOVE INTRATE-BAND-CEILING(WS-FOUND-IDX)
                   TO WS-TRAN-CEILING
               MOVE INTRATE-DAY-COUNT-BASIS(WS-FOUND-IDX)
                   TO RTR-DAY-COUNT-BASIS
               PERFORM 2800-WRITE-HISTORY-RECORD
               MOVE ZEROES TO INTRATE-EFFECTIVE-DATE(WS-FOUND-IDX)
               MOVE ZEROES TO INTRATE-ANNUAL-RATE(WS-FOUND-IDX)
       2500-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY '*** INTMNT01 TRANSACTION REJECTED: ' RTR-ACTION
               ' ' RTR-EFFECTIVE-DATE ' ' RTR-SEGMENT
               ' ' RTR-BALANCE-SIGN ' ' RTR-BAND-FLOOR
               ' -- ' WS-REJECT-REASON ' ***'.

      *    A rate record is identified by its effective date,
      *    segment, sign and band floor.
       2700-FIND-RATE-ENTRY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               IF INTRATE-EFFECTIVE-DATE(WS-RAT-IDX) NOT = ZERO
                   AND INTRATE-EFFECTIVE-DATE(WS-RAT-IDX)
                       = WS-TRAN-DATE
                   AND INTRATE-SEGMENT(WS-RAT-IDX) = RTR-SEGMENT
                   AND INTRATE-BALANCE-SIGN(WS-RAT-IDX)
                       = RTR-BALANCE-SIGN
                   AND INTRATE-BAND-FLOOR(WS-RAT-IDX)
                       = WS-TRAN-FLOOR
                   MOVE WS-RAT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE WS-TRAN-DATE        TO RTH-EFFECTIVE-DATE
           MOVE WS-TRAN-RATE        TO RTH-ANNUAL-RATE
           MOVE RTR-DESCRIPTION     TO RTH-DESCRIPTION
           MOVE RTR-SEGMENT         TO RTH-SEGMENT
           MOVE RTR-BALANCE-SIGN    TO RTH-BALANCE-SIGN
           MOVE RTR-TIER            TO RTH-TIER
           MOVE WS-TRAN-FLOOR       TO RTH-BAND-FLOOR
           MOVE WS-TRAN-CEILING     TO RTH-BAND-CEILING
           MOVE RTR-DAY-COUNT-BASIS TO RTH-DAY-COUNT-BASIS
           IF WS-PENDING-COUNT < 300
               ADD 1 TO WS-PENDING-COUNT
               MOVE RATHIST-OUT-LINE
                   TO WS-PENDING-LINE(WS-PENDING-COUNT)
           END-IF.

       2900-READ-RATTRAN.
           READ RATTRAN-FILE

       3000-TERMINATE.
           CLOSE RATTRAN-FILE
           PERFORM 3100-PROVE-SCHEDULES
           IF WS-SCHEDULE-ERRORS > ZERO
               PERFORM 3700-BACK-OUT-RUN
           ELSE
               PERFORM 3600-WRITE-RATE-FILE
           END-IF
           DISPLAY 'INTMNT01 TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'INTMNT01 TRANSACTIONS APPLIED:  '
               WS-TRANS-APPLIED
           DISPLAY 'INTMNT01 TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED
           DISPLAY 'INTMNT01 SCHEDULES PROVED:      '
               WS-SCHEDULES-CHECKED
           DISPLAY 'INTMNT01 SCHEDULE ERRORS:       '
               WS-SCHEDULE-ERRORS.

      *    Each schedule is proved once, from the first record of
      *    it in the table, for credit and then debit balances.
       3100-PROVE-SCHEDULES.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-INTRATE-COUNT
               IF INTRATE-EFFECTIVE-DATE(WS-RAT-IDX) NOT = ZERO
                   MOVE INTRATE-EFFECTIVE-DATE(WS-RAT-IDX)
                       TO WS-CHK-DATE
                   MOVE INTRATE-SEGMENT(WS-RAT-IDX)
                       TO WS-CHK-SEGMENT
                   PERFORM 3110-FIND-FIRST-OF-SCHEDULE
                   IF WS-FOUND-IDX = WS-RAT-IDX
                       ADD 1 TO WS-SCHEDULES-CHECKED
                       PERFORM 3150-PROVE-ONE-BASIS
                       MOVE 'C' TO WS-CHK-SIGN
                       PERFORM 3200-PROVE-BANDS
                       MOVE 'D' TO WS-CHK-SIGN
                       PERFORM 3200-PROVE-BANDS
                   END-IF
               END-IF
           END-PERFORM.

       3110-FIND-FIRST-OF-SCHEDULE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-RAT-IDX
                  OR WS-FOUND-IDX > ZERO
               IF INTRATE-EFFECTIVE-DATE(WS-CHK-IDX) = WS-CHK-DATE
                   AND INTRATE-SEGMENT(WS-CHK-IDX) = WS-CHK-SEGMENT
                   MOVE WS-CHK-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Space and F are both ACT/365, so they agree.
       3150-PROVE-ONE-BASIS.
           MOVE INTRATE-DAY-COUNT-BASIS(WS-RAT-IDX) TO WS-CHK-BASIS
           IF WS-CHK-BASIS = SPACE
               MOVE 'F' TO WS-CHK-BASIS
           END-IF
           MOVE 'N' TO WS-BASIS-MIXED-SW
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-INTRATE-COUNT
               IF INTRATE-EFFECTIVE-DATE(WS-CHK-IDX) = WS-CHK-DATE
                   AND INTRATE-SEGMENT(WS-CHK-IDX) = WS-CHK-SEGMENT
                   AND INTRATE-DAY-COUNT-BASIS(WS-CHK-IDX)
                       NOT = WS-CHK-BASIS
                   AND NOT (INTRATE-DAY-COUNT-BASIS(WS-CHK-IDX)
                       = SPACE AND WS-CHK-BASIS = 'F')
                   SET BASIS-MIXED TO TRUE
               END-IF
           END-PERFORM
           IF BASIS-MIXED
               ADD 1 TO WS-SCHEDULE-ERRORS
               DISPLAY '*** INTMNT01 SCHEDULE ' WS-CHK-DATE
                   ' SEGMENT ' WS-CHK-SEGMENT
                   ' -- RECORDS DISAGREE ON DAY-COUNT BASIS ***'
           END-IF.

      *    Walks the bands that price this sign upward from zero:
      *    each step must find exactly one band starting where the
      *    last one ended, until the open-ended top band. A band
      *    never reached lies inside another -- an overlap. A
      *    segment with no band for the sign falls back to the
      *    standard schedule; the standard schedule itself must
      *    price every balance.
       3200-PROVE-BANDS.
           MOVE ZERO TO WS-BAND-ROWS
           MOVE ZERO TO WS-BAND-VISITED
           MOVE SPACES TO WS-BAND-ERROR
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-INTRATE-COUNT
               PERFORM 3210-CHECK-BAND-APPLIES
               IF WS-BAND-MATCH-IDX > ZERO
                   ADD 1 TO WS-BAND-ROWS
               END-IF
           END-PERFORM
           IF WS-BAND-ROWS = ZERO
               IF WS-CHK-SEGMENT = SPACES
                   MOVE 'NO BAND PRICES THIS SIGN' TO WS-BAND-ERROR
                   MOVE ZERO TO WS-NEXT-FLOOR
               END-IF
           ELSE
               MOVE ZERO TO WS-NEXT-FLOOR
               MOVE 'N' TO WS-BAND-DONE-SW
               PERFORM 3220-STEP-TO-NEXT-BAND UNTIL BAND-WALK-DONE
               IF WS-BAND-ERROR = SPACES
                   AND WS-BAND-VISITED < WS-BAND-ROWS
                   MOVE 'BANDS OVERLAP' TO WS-BAND-ERROR
               END-IF
           END-IF
           IF WS-BAND-ERROR NOT = SPACES
               ADD 1 TO WS-SCHEDULE-ERRORS
               MOVE WS-NEXT-FLOOR TO WS-EDIT-FLOOR
               DISPLAY '*** INTMNT01 SCHEDULE ' WS-CHK-DATE
                   ' SEGMENT ' WS-CHK-SEGMENT ' SIGN ' WS-CHK-SIGN
                   ' -- ' WS-BAND-ERROR ' AT ' WS-EDIT-FLOOR ' ***'
           END-IF.

      *    Sets WS-BAND-MATCH-IDX when the record at WS-CHK-IDX is
      *    a live band of the schedule being proved that prices
      *    the sign being proved.
       3210-CHECK-BAND-APPLIES.
           MOVE ZERO TO WS-BAND-MATCH-IDX
           IF INTRATE-EFFECTIVE-DATE(WS-CHK-IDX) = WS-CHK-DATE
               AND INTRATE-SEGMENT(WS-CHK-IDX) = WS-CHK-SEGMENT
               AND (INTRATE-BALANCE-SIGN(WS-CHK-IDX) = WS-CHK-SIGN
                 OR INTRATE-SIGN-ANY(WS-CHK-IDX))
               MOVE WS-CHK-IDX TO WS-BAND-MATCH-IDX
           END-IF.

       3220-STEP-TO-NEXT-BAND.
           MOVE ZERO TO WS-BAND-MATCHES
           MOVE ZERO TO WS-FOUND-IDX
           MOVE 'N' TO WS-BAND-OVERLAP-SW
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-INTRATE-COUNT
               PERFORM 3210-CHECK-BAND-APPLIES
               IF WS-BAND-MATCH-IDX > ZERO
                   IF INTRATE-BAND-FLOOR(WS-CHK-IDX) = WS-NEXT-FLOOR
                       ADD 1 TO WS-BAND-MATCHES
                       MOVE WS-CHK-IDX TO WS-FOUND-IDX
                   END-IF
                   IF INTRATE-BAND-FLOOR(WS-CHK-IDX) < WS-NEXT-FLOOR
                       AND INTRATE-BAND-CEILING(WS-CHK-IDX)
                           NOT < WS-NEXT-FLOOR
                       SET BAND-OVERLAP-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BAND-MATCHES > 1
                 OR BAND-OVERLAP-FOUND
                   MOVE 'BANDS OVERLAP' TO WS-BAND-ERROR
                   SET BAND-WALK-DONE TO TRUE
               WHEN WS-BAND-MATCHES = ZERO
                   MOVE 'GAP BETWEEN BANDS' TO WS-BAND-ERROR
                   SET BAND-WALK-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-BAND-VISITED
                   IF INTRATE-BAND-OPEN-ENDED(WS-FOUND-IDX)
                       SET BAND-WALK-DONE TO TRUE
                   ELSE
                       COMPUTE WS-NEXT-FLOOR =
                           INTRATE-BAND-CEILING(WS-FOUND-IDX) + 0.01
                   END-IF
           END-EVALUATE.

       3600-WRITE-RATE-FILE.
           OPEN OUTPUT INTRATE-OUT-FILE
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-INTRATE-COUNT
               END-IF
           END-PERFORM
           CLOSE INTRATE-OUT-FILE
           OPEN EXTEND RATHIST-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PENDING-COUNT
               MOVE WS-PENDING-LINE(WS-PND-IDX) TO RATHIST-OUT-LINE
               WRITE RATHIST-OUT-LINE
           END-PERFORM
           CLOSE RATHIST-FILE.

      *    The rate file goes forward exactly as it came in.
       3700-BACK-OUT-RUN.
           DISPLAY '*** INTMNT01 RATE SCHEDULES DO NOT PROVE --'
               ' NO CHANGES APPLIED ***'
           MOVE 8 TO RETURN-CODE
           OPEN INPUT  INTRATE-IN-FILE
           OPEN OUTPUT INTRATE-OUT-FILE
           MOVE 'N' TO WS-TABLE-EOF
           PERFORM 3710-COPY-INTRATE UNTIL END-OF-TABLE
           CLOSE INTRATE-IN-FILE
           CLOSE INTRATE-OUT-FILE.

       3710-COPY-INTRATE.
           READ INTRATE-IN-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   MOVE INTRATE-IN-RECORD TO INTRATE-OUT-RECORD
                   WRITE INTRATE-OUT-RECORD
           END-READ.
