      *    now nothing in the system accrued interest -- it was
      *    computed off-system and keyed back in as manual CUSTTRAN
      *    records, which is where the posting errors came from.
      *    Browses the keyed CUSTRECF cluster in customer order,
      *    computes one day's interest
      *    on each balance at the effective-dated rate from the
      *    INTRATE reference file, and rolls the
      *    result into the CUSTACR accumulator file at four
      *    decimals -- itself keyed on the customer id, so each
      *    accumulator is read and rewritten (or added) by key and
      *    neither file is copied or held in a table. On a
      *    FISCALCL-IS-PERIOD-END date the whole-cent
      *    portion of each accumulator is capitalized by generating
      *    a CUSTTRAN input file -- credit for positive accrual,
      *    debit for negative, wrapped in FILEHDTR header/trailer so
      *    FHDRVAL1 accepts it -- for the next CUSTPST1 run. The
      *    balance only ever moves through the posting path, so the
      *    CUSTBFW balance-forward proof holds untouched; the
      *    sub-cent residue stays in the accumulator. Each period
      *    end's item count and net capitalized total is appended
      *    to the INTCAPLG log (INTCAPL.CPY) for the year-end
      *    interest tax reconciliation.
      *    The rate is picked per customer: the schedule of the
      *    customer's CUSTSEG segment in force on BUSDATE (the
      *    greatest effective date on or before it), else the
      *    standard schedule, then the band of that schedule the
      *    balance falls in for its sign -- credit or debit. A
      *    segment schedule with no band for the sign falls back to
      *    the standard one. Every customer accrued gets a line on
      *    the INTACRPT audit report naming the segment, schedule
      *    date, sign, tier, band and rate that produced the
      *    accrual, so Finance can re-perform any of them. A
      *    customer no band prices is listed, left unaccrued, and
      *    ends the run with return code 8.
      *    The day's share of the annual rate follows the day-count
      *    convention the schedule is contracted on (ACT/365,
      *    ACT/360, ACT/ACT or 30/360), taken from DATECNV1's
      *    FUNC-CALC-DAY-COUNT-FRACTION rather than a fixed 365.
      *    The business date's share is the fraction from the first
      *    of its month to the next day less the fraction to the
      *    business date itself, so a 30/360 month accrues thirty
      *    days however long it runs -- nothing on the 31st, and
      *    the missing days on the last day of February -- and an
      *    ACT/ACT day in a leap year is a 366th.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT INTRATE-FILE      ASSIGN TO "INTRATEF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTSEG-FILE      ASSIGN TO "CUSTSEGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTSEG-STATUS.
           SELECT ACCRPT-FILE       ASSIGN TO "INTACRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTACR-FILE      ASSIGN TO "CUSTACRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTACR-FILE-KEY
               FILE STATUS IS WS-CUSTACR-STATUS.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPTRAN-FILE      ASSIGN TO "INTCAPTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPLOG-FILE       ASSIGN TO "INTCAPLG"
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

       FD  INTRATE-FILE.
       01  INTRATE-IN-RECORD           PIC X(62).

       FD  CUSTSEG-FILE.
       01  CUSTSEG-IN-RECORD           PIC X(26).

       FD  ACCRPT-FILE.
       01  ACCRPT-OUT-LINE             PIC X(108).

       FD  CUSTACR-FILE.
       01  CUSTACR-FILE-RECORD.
           05  CUSTACR-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(22).

       FD  FISCALCL-FILE.
       01  FISCALCL-FILE-RECORD        PIC X(17).
       FD  CAPTRAN-FILE.
       01  CAPTRAN-OUT-LINE            PIC X(80).

       FD  CAPLOG-FILE.
       01  CAPLOG-OUT-RECORD           PIC X(37).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

           88  END-OF-RATES                         VALUE 'Y'.
       01  WS-ACCR-EOF                  PIC X       VALUE 'N'.
           88  END-OF-ACCRUALS                      VALUE 'Y'.
       01  WS-ACCR-FOUND-SW             PIC X       VALUE 'N'.
           88  ACCRUAL-ENTRY-FOUND                  VALUE 'Y'.
       01  WS-FISCAL-EOF                PIC X       VALUE 'N'.
           88  END-OF-FISCAL                        VALUE 'Y'.
       01  WS-SEG-EOF                   PIC X       VALUE 'N'.
           88  END-OF-SEGMENTS                      VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CUSTACR-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CUSTSEG-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

      *    Run-level unit-of-work correlation id, carried onto any
      *    ERR020W message the file-status handler escalates.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT            PIC 9(03)   VALUE ZERO.
           05  INTRATE-RECORD OCCURS 300 TIMES.
               COPY INTRATE REPLACING
                   ==01  INTRATE-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-RAT-IDX                   PIC 9(03).

      *    Segment assignments in force on the business date, one
      *    entry per customer.
       01  WS-SEGMENT-TABLE.
           05  WS-SEGMENT-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-SEGMENT-ENTRY OCCURS 5000 TIMES.
               10  WS-SEG-CUSTOMER-ID   PIC X(08).
               10  WS-SEG-SEGMENT       PIC X(02).
               10  WS-SEG-EFFECTIVE     PIC 9(08).
       01  WS-SEG-IDX                   PIC 9(04).
       01  WS-SEG-FOUND-IDX             PIC 9(04).
       01  WS-SEG-SEARCH-ID             PIC X(08).


       01  WS-CONTROL-TOTALS.
           05  WS-CUSTOMERS-ACCRUED     PIC 9(05)   VALUE ZERO.
           05  WS-CUSTOMERS-UNRATED     PIC 9(05)   VALUE ZERO.
           05  WS-SEGMENT-FALLBACKS     PIC 9(05)   VALUE ZERO.
           05  WS-CAPS-GENERATED        PIC 9(05)   VALUE ZERO.
           05  WS-ACCRUED-TODAY         PIC S9(11)V9(04) COMP-3
                                                    VALUE ZERO.
       01  WS-RATE-FOUND-SW             PIC X       VALUE 'N'.
           88  RATE-IN-FORCE-FOUND                  VALUE 'Y'.
       01  WS-BEST-EFFECTIVE            PIC 9(08)   VALUE ZERO.

      *    The business date's share of a year under each
      *    convention, settled once at the start of the run.
       01  WS-DAY-FRACTIONS.
           05  WS-FRACTION-ACT-365      PIC S9(03)V9(12) COMP-3
                                                    VALUE ZERO.
           05  WS-FRACTION-ACT-360      PIC S9(03)V9(12) COMP-3
                                                    VALUE ZERO.
           05  WS-FRACTION-ACT-ACT      PIC S9(03)V9(12) COMP-3
                                                    VALUE ZERO.
           05  WS-FRACTION-30-360       PIC S9(03)V9(12) COMP-3
                                                    VALUE ZERO.
       01  WS-DAY-FRACTION              PIC S9(03)V9(12) COMP-3
                                                    VALUE ZERO.
       01  WS-FRACTION-TO-TODAY         PIC S9(03)V9(12) COMP-3
                                                    VALUE ZERO.
       01  WS-CALC-BASIS                PIC X(01)   VALUE SPACE.
       01  WS-MONTH-START               PIC 9(08)   VALUE ZERO.
       01  WS-NEXT-DAY                  PIC 9(08)   VALUE ZERO.
       01  WS-BASIS-LABEL               PIC X(07)   VALUE SPACES.

      *    Rate selection for the customer in hand.
       01  WS-CUST-SEGMENT              PIC X(02)   VALUE SPACES.
       01  WS-CUST-SIGN                 PIC X(01)   VALUE SPACE.
       01  WS-CUST-ABS-BALANCE          PIC 9(09)V99 VALUE ZERO.
       01  WS-SEARCH-SEGMENT            PIC X(02)   VALUE SPACES.
       01  WS-BAND-IDX                  PIC 9(03)   VALUE ZERO.
       01  WS-FALLBACK-SW               PIC X       VALUE 'N'.
           88  RATE-FROM-FALLBACK                   VALUE 'Y'.

       01  WS-ACCRPT-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'INTACR1 DAILY ACCRUAL AUDIT  BUSINESS DA'.
           05  FILLER                   PIC X(03)   VALUE 'TE '.
           05  WS-AH1-DATE              PIC 9(08).
           05  FILLER                   PIC X(49)   VALUE SPACES.
       01  WS-ACCRPT-HEADING-2.
           05  FILLER                   PIC X(40)   VALUE
               'CUSTOMER SG SCHEDULE S TR     BAND FLOOR'.
           05  FILLER                   PIC X(40)   VALUE
               '    RATE BASIS           BALANCE   DAILY'.
           05  FILLER                   PIC X(08)   VALUE
               ' ACCRUAL'.
           05  FILLER                   PIC X(20)   VALUE
               '  NOTE              '.
       01  WS-ACCRPT-DETAIL.
           05  WS-AD-CUSTOMER-ID        PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-SEGMENT            PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-SCHEDULE-DATE      PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-SIGN               PIC X(01).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-TIER               PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-BAND-FLOOR         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-RATE               PIC Z9.9999.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-BASIS              PIC X(07).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-AD-ACCRUAL            PIC -ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-AD-NOTE               PIC X(20).
       01  WS-DAILY-ACCRUAL             PIC S9(09)V9(04) COMP-3
                                                    VALUE ZERO.
       01  WS-CAP-CENTS                 PIC S9(09)V99 COMP-3

       01  WS-PERIOD-END-SW             PIC X       VALUE 'N'.
           88  TODAY-IS-PERIOD-END                  VALUE 'Y'.
       01  WS-TODAY-FISCAL-YEAR         PIC 9(04)   VALUE ZERO.
       01  WS-TODAY-FISCAL-PERIOD       PIC 9(02)   VALUE ZERO.

      *    Generated capitalization transaction in the CUSTTRAN
      *    input layout CUSTPST1 reads, marked 'I' so the posted
      *    history shows it as the shop's own posting rather than
      *    customer activity.
       01  WS-CAPTRAN-DETAIL.
           05  WS-CAP-CUSTOMER-ID       PIC X(08).
           05  WS-CAP-TRAN-TYPE         PIC X(01).
           05  WS-CAP-AMOUNT            PIC 9(09)V99.
           05  FILLER                   PIC X(17)   VALUE SPACES.
           05  WS-CAP-MARKER            PIC X(01)   VALUE 'I'.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       COPY CUSTREC.
       COPY CUSTACR.
       COPY INTCAPL.
       COPY CUSTSEG.
       COPY BUSDATE.
       COPY FILEHDTR.
       COPY FSTATCOM.
       COPY JOBGATE.
       COPY DATEAREA.

       PROCEDURE DIVISION.

           END-IF
           PERFORM 1100-LOAD-RATE-TABLE
           PERFORM 1200-RESOLVE-RATE-IN-FORCE
           PERFORM 1300-LOAD-SEGMENTS
           PERFORM 1400-CHECK-PERIOD-END
           PERFORM 1500-SET-DAY-FRACTIONS
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN I-O CUSTACR-FILE
           MOVE WS-CUSTACR-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTACRF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS.

       1100-LOAD-RATE-TABLE.
               AT END
                   SET END-OF-RATES TO TRUE
               NOT AT END
                   IF WS-RATE-COUNT >= 300
                       DISPLAY '*** INTACR1 RATE FILE HAS MORE THAN'
                           ' 300 ENTRIES -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-RATES TO TRUE
                   ELSE
                       ADD 1 TO WS-RATE-COUNT
                       MOVE INTRATE-IN-RECORD
                           TO INTRATE-RECORD(WS-RATE-COUNT)
                       PERFORM 1120-DEFAULT-UNBANDED
                   END-IF
           END-READ.

      *    A record from before the bands existed is one standard
      *    rate for every balance.
       1120-DEFAULT-UNBANDED.
           IF INTRATE-BAND-FLOOR(WS-RATE-COUNT) NOT NUMERIC
               MOVE ZERO TO INTRATE-BAND-FLOOR(WS-RATE-COUNT)
           END-IF
           IF INTRATE-BAND-CEILING(WS-RATE-COUNT) NOT NUMERIC
               MOVE 999999999.99
                   TO INTRATE-BAND-CEILING(WS-RATE-COUNT)
           END-IF.

      *    Effective-dated selection: the schedule in force is the
      *    one with the greatest effective date on or before the
      *    business date. No standard schedule in force is a hard
      *    stop -- an unrated night must not silently accrue zero.
       1200-RESOLVE-RATE-IN-FORCE.
           MOVE SPACES TO WS-SEARCH-SEGMENT
           PERFORM 2160-FIND-SCHEDULE-DATE
           IF WS-BEST-EFFECTIVE = ZERO
               DISPLAY '*** INTACR1 NO RATE IN FORCE FOR '
                   BUSDATE-CURRENT-DATE ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'INTACR1 STANDARD SCHEDULE EFFECTIVE '
               WS-BEST-EFFECTIVE.

      *    The segment file is optional -- without it every
      *    customer is on the standard schedule. Only assignments
      *    effective by the business date are kept, the latest
      *    per customer.
       1300-LOAD-SEGMENTS.
           OPEN INPUT CUSTSEG-FILE
           IF WS-CUSTSEG-STATUS = '00'
               PERFORM 1310-READ-SEGMENT UNTIL END-OF-SEGMENTS
               CLOSE CUSTSEG-FILE
           END-IF.

       1310-READ-SEGMENT.
           READ CUSTSEG-FILE
               AT END
                   SET END-OF-SEGMENTS TO TRUE
               NOT AT END
                   MOVE CUSTSEG-IN-RECORD TO CUSTSEG-RECORD
                   IF CUSTSEG-EFFECTIVE-DATE NUMERIC
                       AND CUSTSEG-EFFECTIVE-DATE
                           <= BUSDATE-CURRENT-DATE
                       PERFORM 1320-KEEP-SEGMENT
                   END-IF
           END-READ.

       1320-KEEP-SEGMENT.
           MOVE CUSTSEG-CUSTOMER-ID TO WS-SEG-SEARCH-ID
           PERFORM 2170-FIND-CUSTOMER-SEGMENT
           IF WS-SEG-FOUND-IDX = ZERO
               IF WS-SEGMENT-COUNT >= 5000
                   DISPLAY '*** INTACR1 MORE THAN 5000 SEGMENT'
                       ' ASSIGNMENTS -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEGMENT-COUNT
               MOVE WS-SEGMENT-COUNT TO WS-SEG-FOUND-IDX
               MOVE CUSTSEG-CUSTOMER-ID
                   TO WS-SEG-CUSTOMER-ID(WS-SEG-FOUND-IDX)
               MOVE ZERO TO WS-SEG-EFFECTIVE(WS-SEG-FOUND-IDX)
           END-IF
           IF CUSTSEG-EFFECTIVE-DATE
                   NOT < WS-SEG-EFFECTIVE(WS-SEG-FOUND-IDX)
               MOVE CUSTSEG-SEGMENT
                   TO WS-SEG-SEGMENT(WS-SEG-FOUND-IDX)
               MOVE CUSTSEG-EFFECTIVE-DATE
                   TO WS-SEG-EFFECTIVE(WS-SEG-FOUND-IDX)
           END-IF.

       1400-CHECK-PERIOD-END.
           OPEN INPUT FISCALCL-FILE
           PERFORM 1410-READ-FISCAL UNTIL END-OF-FISCAL
                           = BUSDATE-CURRENT-DATE(1:8)
                       AND FISCALCL-FILE-RECORD(17:1) = 'Y'
                       SET TODAY-IS-PERIOD-END TO TRUE
                       MOVE FISCALCL-FILE-RECORD(9:4)
                           TO WS-TODAY-FISCAL-YEAR
                       MOVE FISCALCL-FILE-RECORD(13:2)
                           TO WS-TODAY-FISCAL-PERIOD
                   END-IF
           END-READ.

      *    Every convention's share of the business date is settled
      *    here, once -- it depends only on the date, not on the
      *    customer. A date service that cannot answer is a hard
      *    stop, the same as a night with no rate.
       1500-SET-DAY-FRACTIONS.
           MOVE BUSDATE-CURRENT-DATE TO WS-MONTH-START
           MOVE 01 TO WS-MONTH-START(7:2)
           INITIALIZE W-DATE-AREA
           MOVE BUSDATE-CURRENT-DATE TO W-DATE-1-8N
           SET FORMAT-1-YYYYMMDD     TO TRUE
           SET FORMAT-2-YYYYMMDD     TO TRUE
           MOVE 1                    TO W-NUMBER-FIELD
           SET FUNC-ADJUST-THE-DATE  TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF NOT CONVERT-RET-GOOD
               DISPLAY '*** INTACR1 DATE SERVICE COULD NOT STEP '
                   BUSDATE-CURRENT-DATE ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE W-DATE-2-8N TO WS-NEXT-DAY
           MOVE 'F' TO WS-CALC-BASIS
           PERFORM 1510-ONE-DAY-FRACTION
           MOVE WS-DAY-FRACTION TO WS-FRACTION-ACT-365
           MOVE 'M' TO WS-CALC-BASIS
           PERFORM 1510-ONE-DAY-FRACTION
           MOVE WS-DAY-FRACTION TO WS-FRACTION-ACT-360
           MOVE 'A' TO WS-CALC-BASIS
           PERFORM 1510-ONE-DAY-FRACTION
           MOVE WS-DAY-FRACTION TO WS-FRACTION-ACT-ACT
           MOVE 'B' TO WS-CALC-BASIS
           PERFORM 1510-ONE-DAY-FRACTION
           MOVE WS-DAY-FRACTION TO WS-FRACTION-30-360
           DISPLAY 'INTACR1 DAY FRACTIONS ACT/365 '
               WS-FRACTION-ACT-365 ' ACT/360 ' WS-FRACTION-ACT-360
           DISPLAY 'INTACR1 DAY FRACTIONS ACT/ACT '
               WS-FRACTION-ACT-ACT ' 30/360  ' WS-FRACTION-30-360.

      *    Month start to the next day, less month start to the
      *    business date (nothing on the first of the month).
       1510-ONE-DAY-FRACTION.
           MOVE ZERO TO WS-FRACTION-TO-TODAY
           IF WS-MONTH-START < BUSDATE-CURRENT-DATE
               MOVE BUSDATE-CURRENT-DATE TO W-DATE-2-8N
               PERFORM 1520-CALL-DAY-COUNT
               MOVE W-YEAR-FRACTION TO WS-FRACTION-TO-TODAY
           END-IF
           MOVE WS-NEXT-DAY TO W-DATE-2-8N
           PERFORM 1520-CALL-DAY-COUNT
           COMPUTE WS-DAY-FRACTION =
               W-YEAR-FRACTION - WS-FRACTION-TO-TODAY.

       1520-CALL-DAY-COUNT.
           MOVE WS-MONTH-START             TO W-DATE-1-8N
           SET FORMAT-1-YYYYMMDD           TO TRUE
           SET FORMAT-2-YYYYMMDD           TO TRUE
           MOVE WS-CALC-BASIS              TO W-DAY-COUNT-BASIS
           SET FUNC-CALC-DAY-COUNT-FRACTION TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF NOT CONVERT-RET-GOOD
               DISPLAY '*** INTACR1 DATE SERVICE DAY COUNT FAILED,'
                   ' BASIS ' WS-CALC-BASIS ' RC ' W-RETURN-CODE
                   ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-ACCRUE-THE-MASTER.
           OPEN OUTPUT ACCRPT-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-AH1-DATE
           MOVE WS-ACCRPT-HEADING-1 TO ACCRPT-OUT-LINE
           WRITE ACCRPT-OUT-LINE
           MOVE WS-ACCRPT-HEADING-2 TO ACCRPT-OUT-LINE
           WRITE ACCRPT-OUT-LINE
           MOVE 'N' TO WS-MASTER-EOF
           PERFORM 2100-ACCRUE-ONE-CUSTOMER UNTIL END-OF-MASTER
           CLOSE CUSTREC-FILE
           CLOSE ACCRPT-FILE.

       2100-ACCRUE-ONE-CUSTOMER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   PERFORM 2150-SELECT-RATE
                   IF RATE-IN-FORCE-FOUND
                       PERFORM 2200-APPLY-DAILY-ACCRUAL
                   ELSE
                       PERFORM 2190-REPORT-UNRATED
                   END-IF
           END-READ.

      *    The customer's segment schedule first, then the
      *    standard one; within the schedule the band for the
      *    balance's sign that holds the balance without its sign.
      *    A zero balance prices as a credit.
       2150-SELECT-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 'N' TO WS-FALLBACK-SW
           MOVE CUSTREC-CUSTOMER-ID TO WS-SEG-SEARCH-ID
           PERFORM 2170-FIND-CUSTOMER-SEGMENT
           IF WS-SEG-FOUND-IDX > ZERO
               MOVE WS-SEG-SEGMENT(WS-SEG-FOUND-IDX)
                   TO WS-CUST-SEGMENT
           ELSE
               MOVE SPACES TO WS-CUST-SEGMENT
           END-IF
           IF CUSTREC-LEGACY-BALANCE < ZERO
               MOVE 'D' TO WS-CUST-SIGN
               COMPUTE WS-CUST-ABS-BALANCE =
                   ZERO - CUSTREC-LEGACY-BALANCE
           ELSE
               MOVE 'C' TO WS-CUST-SIGN
               MOVE CUSTREC-LEGACY-BALANCE TO WS-CUST-ABS-BALANCE
           END-IF
           MOVE WS-CUST-SEGMENT TO WS-SEARCH-SEGMENT
           PERFORM 2160-FIND-SCHEDULE-DATE
           IF WS-BEST-EFFECTIVE > ZERO
               PERFORM 2180-FIND-BAND
           END-IF
           IF NOT RATE-IN-FORCE-FOUND
               AND WS-CUST-SEGMENT NOT = SPACES
               SET RATE-FROM-FALLBACK TO TRUE
               MOVE SPACES TO WS-SEARCH-SEGMENT
               PERFORM 2160-FIND-SCHEDULE-DATE
               IF WS-BEST-EFFECTIVE > ZERO
                   PERFORM 2180-FIND-BAND
               END-IF
           END-IF.

       2160-FIND-SCHEDULE-DATE.
           MOVE ZERO TO WS-BEST-EFFECTIVE
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RATE-COUNT
               IF INTRATE-SEGMENT(WS-RAT-IDX) = WS-SEARCH-SEGMENT
                   AND INTRATE-EFFECTIVE-DATE(WS-RAT-IDX)
                       <= BUSDATE-CURRENT-DATE
                   AND INTRATE-EFFECTIVE-DATE(WS-RAT-IDX)
                       > WS-BEST-EFFECTIVE
                   MOVE INTRATE-EFFECTIVE-DATE(WS-RAT-IDX)
                       TO WS-BEST-EFFECTIVE
               END-IF
           END-PERFORM.

       2170-FIND-CUSTOMER-SEGMENT.
           MOVE ZERO TO WS-SEG-FOUND-IDX
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEGMENT-COUNT
                  OR WS-SEG-FOUND-IDX > ZERO
               IF WS-SEG-CUSTOMER-ID(WS-SEG-IDX)
                       = WS-SEG-SEARCH-ID
                   MOVE WS-SEG-IDX TO WS-SEG-FOUND-IDX
               END-IF
           END-PERFORM.

       2180-FIND-BAND.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RATE-COUNT
                  OR RATE-IN-FORCE-FOUND
               IF INTRATE-SEGMENT(WS-RAT-IDX) = WS-SEARCH-SEGMENT
                   AND INTRATE-EFFECTIVE-DATE(WS-RAT-IDX)
                       = WS-BEST-EFFECTIVE
                   AND (INTRATE-BALANCE-SIGN(WS-RAT-IDX)
                           = WS-CUST-SIGN
                     OR INTRATE-SIGN-ANY(WS-RAT-IDX))
                   AND INTRATE-BAND-FLOOR(WS-RAT-IDX)
                       <= WS-CUST-ABS-BALANCE
                   AND INTRATE-BAND-CEILING(WS-RAT-IDX)
                       >= WS-CUST-ABS-BALANCE
                   MOVE WS-RAT-IDX TO WS-BAND-IDX
                   MOVE INTRATE-ANNUAL-RATE(WS-RAT-IDX)
                       TO WS-RATE-IN-FORCE
                   SET RATE-IN-FORCE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2190-REPORT-UNRATED.
           DISPLAY '*** INTACR1 NO RATE BAND FOR CUSTOMER '
               CUSTREC-CUSTOMER-ID ' SEGMENT ' WS-CUST-SEGMENT
               ' SIGN ' WS-CUST-SIGN ' -- NOT ACCRUED ***'
           MOVE 8 TO WS-RUN-RETURN-CODE
           ADD 1 TO WS-CUSTOMERS-UNRATED
           MOVE SPACES TO WS-AD-SEGMENT
           MOVE ZERO TO WS-AD-SCHEDULE-DATE
           MOVE WS-CUST-SIGN TO WS-AD-SIGN
           MOVE SPACES TO WS-AD-TIER
           MOVE ZERO TO WS-AD-BAND-FLOOR
           MOVE ZERO TO WS-AD-RATE
           MOVE SPACES TO WS-AD-BASIS
           MOVE ZERO TO WS-AD-ACCRUAL
           MOVE 'NO RATE -- UNACCRUED' TO WS-AD-NOTE
           PERFORM 2250-WRITE-AUDIT-LINE.

      *    One day's interest at the annual rate under the
      *    schedule's day-count convention, kept at four decimals
      *    so no fraction is ever dropped. The accrual follows the
      *    sign of the balance -- an overdrawn balance accrues a
      *    charge, not a credit.
       2200-APPLY-DAILY-ACCRUAL.
           EVALUATE TRUE
               WHEN INTRATE-BASIS-ACT-360(WS-BAND-IDX)
                   MOVE WS-FRACTION-ACT-360 TO WS-DAY-FRACTION
                   MOVE 'ACT/360' TO WS-BASIS-LABEL
               WHEN INTRATE-BASIS-ACT-ACT(WS-BAND-IDX)
                   MOVE WS-FRACTION-ACT-ACT TO WS-DAY-FRACTION
                   MOVE 'ACT/ACT' TO WS-BASIS-LABEL
               WHEN INTRATE-BASIS-30-360(WS-BAND-IDX)
                   MOVE WS-FRACTION-30-360 TO WS-DAY-FRACTION
                   MOVE '30/360 ' TO WS-BASIS-LABEL
               WHEN OTHER
                   MOVE WS-FRACTION-ACT-365 TO WS-DAY-FRACTION
                   MOVE 'ACT/365' TO WS-BASIS-LABEL
           END-EVALUATE
           COMPUTE WS-DAILY-ACCRUAL ROUNDED =
               CUSTREC-LEGACY-BALANCE * WS-RATE-IN-FORCE
                   * WS-DAY-FRACTION / 100
           PERFORM 2300-FIND-ACCRUAL-ENTRY
           ADD WS-DAILY-ACCRUAL TO CUSTACR-ACCRUED-AMOUNT
           MOVE BUSDATE-CURRENT-DATE TO CUSTACR-LAST-ACCRUAL-DATE
           MOVE CUSTACR-RECORD TO CUSTACR-FILE-RECORD
           IF ACCRUAL-ENTRY-FOUND
               REWRITE CUSTACR-FILE-RECORD
           ELSE
               WRITE CUSTACR-FILE-RECORD
           END-IF
           MOVE WS-CUSTACR-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTACRF' TO FSTAT-DD-NAME
           MOVE 'WRITE' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           ADD WS-DAILY-ACCRUAL TO WS-ACCRUED-TODAY
           ADD 1 TO WS-CUSTOMERS-ACCRUED
           MOVE WS-SEARCH-SEGMENT TO WS-AD-SEGMENT
           MOVE WS-BEST-EFFECTIVE TO WS-AD-SCHEDULE-DATE
           MOVE WS-CUST-SIGN TO WS-AD-SIGN
           MOVE INTRATE-TIER(WS-BAND-IDX) TO WS-AD-TIER
           MOVE INTRATE-BAND-FLOOR(WS-BAND-IDX) TO WS-AD-BAND-FLOOR
           MOVE WS-RATE-IN-FORCE TO WS-AD-RATE
           MOVE WS-BASIS-LABEL TO WS-AD-BASIS
           MOVE WS-DAILY-ACCRUAL TO WS-AD-ACCRUAL
           IF RATE-FROM-FALLBACK
               MOVE SPACES TO WS-AD-NOTE
               STRING 'SEGMENT ' WS-CUST-SEGMENT ' ON STANDARD'
                   DELIMITED BY SIZE INTO WS-AD-NOTE
               ADD 1 TO WS-SEGMENT-FALLBACKS
           ELSE
               MOVE SPACES TO WS-AD-NOTE
           END-IF
           PERFORM 2250-WRITE-AUDIT-LINE.

       2250-WRITE-AUDIT-LINE.
           MOVE CUSTREC-CUSTOMER-ID TO WS-AD-CUSTOMER-ID
           MOVE CUSTREC-LEGACY-BALANCE TO WS-AD-BALANCE
           MOVE WS-ACCRPT-DETAIL TO ACCRPT-OUT-LINE
           WRITE ACCRPT-OUT-LINE.

      *    A customer's first accrual night finds no accumulator;
      *    a zero one is started and added by the caller.
       2300-FIND-ACCRUAL-ENTRY.
           MOVE 'N' TO WS-ACCR-FOUND-SW
           MOVE CUSTREC-CUSTOMER-ID TO CUSTACR-FILE-KEY
           READ CUSTACR-FILE
               INVALID KEY
                   MOVE CUSTREC-CUSTOMER-ID TO CUSTACR-CUSTOMER-ID
                   MOVE ZERO TO CUSTACR-ACCRUED-AMOUNT
               NOT INVALID KEY
                   MOVE CUSTACR-FILE-RECORD TO CUSTACR-RECORD
                   SET ACCRUAL-ENTRY-FOUND TO TRUE
           END-READ.

      *    Period end: the whole-cent portion of each accumulator
      *    becomes a generated posting transaction and the sub-cent
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO CAPTRAN-OUT-LINE
           WRITE CAPTRAN-OUT-LINE
           MOVE LOW-VALUES TO CUSTACR-FILE-KEY
           START CUSTACR-FILE KEY NOT LESS THAN CUSTACR-FILE-KEY
               INVALID KEY
                   SET END-OF-ACCRUALS TO TRUE
           END-START
           PERFORM 2550-READ-NEXT-ACCRUAL
           PERFORM 2600-CAPITALIZE-ONE-CUSTOMER
               UNTIL END-OF-ACCRUALS
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE WS-CAPS-GENERATED TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO CAPTRAN-OUT-LINE
           WRITE CAPTRAN-OUT-LINE
           CLOSE CAPTRAN-FILE
           PERFORM 2700-LOG-CAPITALIZATION.

      *    The period's capitalization total goes on the running
      *    log the year-end interest tax run ties back to.
       2700-LOG-CAPITALIZATION.
           MOVE BUSDATE-CURRENT-DATE   TO INTCAPL-CAPITALIZED-DATE
           MOVE WS-TODAY-FISCAL-YEAR   TO INTCAPL-FISCAL-YEAR
           MOVE WS-TODAY-FISCAL-PERIOD TO INTCAPL-FISCAL-PERIOD
           MOVE WS-CAPS-GENERATED      TO INTCAPL-ITEM-COUNT
           MOVE WS-CAPITALIZED-TOTAL   TO INTCAPL-NET-TOTAL
           OPEN EXTEND CAPLOG-FILE
           MOVE INTCAPL-RECORD TO CAPLOG-OUT-RECORD
           WRITE CAPLOG-OUT-RECORD
           CLOSE CAPLOG-FILE.

       2550-READ-NEXT-ACCRUAL.
           IF NOT END-OF-ACCRUALS
               READ CUSTACR-FILE NEXT
                   AT END
                       SET END-OF-ACCRUALS TO TRUE
                   NOT AT END
                       MOVE CUSTACR-FILE-RECORD TO CUSTACR-RECORD
               END-READ
           END-IF.

       2600-CAPITALIZE-ONE-CUSTOMER.
           MOVE ZERO TO WS-CAP-CENTS
           MOVE CUSTACR-ACCRUED-AMOUNT TO WS-CAP-CENTS
           IF WS-CAP-CENTS NOT = ZERO
               MOVE CUSTACR-CUSTOMER-ID TO WS-CAP-CUSTOMER-ID
               IF WS-CAP-CENTS > ZERO
                   MOVE 'C' TO WS-CAP-TRAN-TYPE
                   MOVE WS-CAP-CENTS TO WS-CAP-ABS
               WRITE CAPTRAN-OUT-LINE
               ADD 1 TO WS-CAPS-GENERATED
               ADD WS-CAP-CENTS TO WS-CAPITALIZED-TOTAL
               SUBTRACT WS-CAP-CENTS FROM CUSTACR-ACCRUED-AMOUNT
               MOVE CUSTACR-RECORD TO CUSTACR-FILE-RECORD
               REWRITE CUSTACR-FILE-RECORD
               MOVE WS-CUSTACR-STATUS TO FSTAT-FILE-STATUS
               MOVE 'CUSTACRF' TO FSTAT-DD-NAME
               MOVE 'WRITE' TO FSTAT-OPERATION
               PERFORM 9000-CHECK-FILE-STATUS
           END-IF
           PERFORM 2550-READ-NEXT-ACCRUAL.

       3000-TERMINATE.
           CLOSE CUSTACR-FILE
           DISPLAY 'INTACR1 CUSTOMERS ACCRUED:  '
               WS-CUSTOMERS-ACCRUED
           DISPLAY 'INTACR1 ACCRUED TODAY:      ' WS-ACCRUED-TODAY
           DISPLAY 'INTACR1 SEGMENT FALLBACKS:  '
               WS-SEGMENT-FALLBACKS
           DISPLAY 'INTACR1 CUSTOMERS UNRATED:  '
               WS-CUSTOMERS-UNRATED
           IF TODAY-IS-PERIOD-END
               DISPLAY 'INTACR1 CAPITALIZATIONS:    '
                   WS-CAPS-GENERATED
                   WS-CAPITALIZED-TOTAL
           END-IF
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.

       9000-CHECK-FILE-STATUS.
           MOVE 'INTACR1 ' TO FSTAT-CALLER
