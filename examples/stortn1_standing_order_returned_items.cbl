       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORTN1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Returned-item processing for the debits STOGEN1
      *    generates from standing orders. A debit the customer's
      *    bank returns unpaid arrives on the bank's STORTNB return
      *    file (STORTN.CPY); until now each one was looked up and
      *    reversed by hand. Each return is matched to its original
      *    posting on the rolling CUSTHSTC posted history --
      *    customer, business date and amount, a debit that is not
      *    itself a reversal, not already reversed, and the shop's
      *    own generated postings excluded -- and to the standing-
      *    order instruction on STORD that debits that customer
      *    that amount. A matched return generates a type-V
      *    reversal of the original on the STORTTR CUSTTRAN slice,
      *    inside the FILEHDTR header/trailer, for the adjustments
      *    channel the way STOGEN1's debits ride it, so the money
      *    goes back through CUSTPST1's ordinary reversal path.
      *    Every return, matched or not, is appended to the STORTRG
      *    returned-item register with the outcome; FEEASM1 charges
      *    the returned-item fee from the matched entries. Each
      *    matched return counts against its instruction on the
      *    return-count file (STORTC.CPY, STORTCI in, STORTCO out):
      *    when the run of consecutive returns reaches the
      *    STO-RETURN-LIMIT knob on the central RUNPARM store (3
      *    when none is in force) an active instruction is
      *    suspended on STORD, and the suspension is journaled on
      *    SOMJRN exactly as an approved STOMNT1 suspension is, so
      *    CORGEN1 sends the customer the suspension notice. A
      *    return that matches no posting or no instruction goes to
      *    the STORTEXC exception report and ends the run RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE       ASSIGN TO "STORTNB"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE      ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORD-IN-FILE     ASSIGN TO "STORDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORD-OUT-FILE    ASSIGN TO "STORDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-IN-FILE     ASSIGN TO "STORTCI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT COUNT-OUT-FILE    ASSIGN TO "STORTCO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVTRAN-FILE      ASSIGN TO "STORTTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE     ASSIGN TO "STORTRG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE    ASSIGN TO "STORTEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE      ASSIGN TO "SOMJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNPARM-FILE      ASSIGN TO "RUNPARMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-IN-RECORD            PIC X(86).

       FD  HISTORY-FILE.
       01  HISTORY-IN-LINE             PIC X(80).

       FD  STORD-IN-FILE.
       01  STORD-IN-RECORD             PIC X(38).

       FD  STORD-OUT-FILE.
       01  STORD-OUT-RECORD            PIC X(38).

       FD  COUNT-IN-FILE.
       01  COUNT-IN-RECORD             PIC X(42).

       FD  COUNT-OUT-FILE.
       01  COUNT-OUT-RECORD            PIC X(42).

       FD  REVTRAN-FILE.
       01  REVTRAN-OUT-LINE            PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-OUT-RECORD         PIC X(86).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-OUT-LINE          PIC X(100).

      *    The STOMNT1 journal layout; a suspension made here is
      *    an approved suspend with no pending id.
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

       FD  RUNPARM-FILE.
       01  RUNPARM-IN-RECORD           PIC X(55).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-TABLE                         VALUE 'Y'.
       01  WS-RETURN-EOF                PIC X       VALUE 'N'.
           88  END-OF-RETURNS                       VALUE 'Y'.
       01  WS-RUNPARM-EOF-SWITCH        PIC X       VALUE 'N'.
           88  END-OF-RUNPARMS                      VALUE 'Y'.

       01  WS-COUNT-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RUNPARM-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

      *    Consecutive returns that suspend an instruction: the
      *    STO-RETURN-LIMIT entry on the central RUNPARM store when
      *    one is in force.
       01  WS-RETURN-LIMIT              PIC 9(03)   VALUE 3.
       01  WS-PARM-BEST-EFFECTIVE       PIC 9(08)   VALUE ZERO.

       01  WS-STORD-TABLE.
           05  WS-STORD-COUNT           PIC 9(03)   VALUE ZERO.
           05  STORD-RECORD OCCURS 200 TIMES.
               COPY STORD REPLACING
                   ==01  STORD-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-STO-IDX                   PIC 9(03).
       01  WS-STO-FOUND-IDX             PIC 9(03).

       01  WS-COUNT-TABLE.
           05  WS-COUNT-COUNT           PIC 9(03)   VALUE ZERO.
           05  STORTC-RECORD OCCURS 200 TIMES.
               COPY STORTC REPLACING
                   ==01  STORTC-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-CNT-IDX                   PIC 9(03).
       01  WS-CNT-FOUND-IDX             PIC 9(03).

      *    The posted history held for matching. A posting a
      *    return matches this run is marked returned here too, so
      *    the same debit cannot be matched twice and is not taken
      *    for a successful collection by a later return.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-HISTORY-IMAGE OCCURS 2000 TIMES
                                        PIC X(80).
       01  WS-HST-IDX                   PIC 9(04).
       01  WS-HST-FOUND-IDX             PIC 9(04).

       01  WS-CONTROL-TOTALS.
           05  WS-RETURNS-READ          PIC 9(05)   VALUE ZERO.
           05  WS-RETURNS-MATCHED       PIC 9(05)   VALUE ZERO.
           05  WS-RETURNS-UNMATCHED     PIC 9(05)   VALUE ZERO.
           05  WS-INSTRUCTIONS-SUSPENDED
                                        PIC 9(05)   VALUE ZERO.
           05  WS-REVERSED-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01  WS-EXCEPTION-REASON          PIC X(30)   VALUE SPACES.
       01  WS-COLLECTED-SINCE-SW        PIC X       VALUE 'N'.
           88  COLLECTED-SINCE-LAST-RETURN          VALUE 'Y'.
       01  WS-SUSPENDED-SW              PIC X       VALUE 'N'.
           88  INSTRUCTION-SUSPENDED-NOW            VALUE 'Y'.
       01  WS-BEFORE-IMAGE              PIC X(38)   VALUE SPACES.

      *    Generated reversal in the CUSTTRAN input layout CUSTPST1
      *    reads: type V, the amount, and the original's business
      *    date.
       01  WS-REVTRAN-DETAIL.
           05  WS-REV-CUSTOMER-ID       PIC X(08).
           05  WS-REV-TRAN-TYPE         PIC X(01)   VALUE 'V'.
           05  WS-REV-AMOUNT            PIC 9(09)V99.
           05  WS-REV-ORIGINAL-DATE     PIC 9(08).
           05  FILLER                   PIC X(52)   VALUE SPACES.

       01  WS-EXC-HEADING.
           05  FILLER                   PIC X(40)   VALUE
               'STORTN1 RETURNED-ITEM EXCEPTIONS  BUSINE'.
           05  FILLER                   PIC X(08)   VALUE
               'SS DATE '.
           05  WS-EXH-DATE              PIC 9(08).
           05  FILLER                   PIC X(44)   VALUE SPACES.
       01  WS-EXC-DETAIL.
           05  WS-EXD-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXD-ORIGINAL-DATE     PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXD-RETURN-REASON     PIC X(04).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXD-BANK-REFERENCE    PIC X(16).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXD-REASON            PIC X(30).
           05  FILLER                   PIC X(15)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(07).

       COPY STORTN.
       COPY CUSTHST.
       COPY RUNPARM.
       COPY BUSDATE.
       COPY FILEHDTR.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURN UNTIL END-OF-RETURNS
           PERFORM 3000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** STORTN1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE 'STORTN1 ' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** STORTN1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE RETURNS WERE WORKED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-LOAD-RUNTIME-PARAMETERS
           PERFORM 1100-LOAD-INSTRUCTION-TABLE
           PERFORM 1200-LOAD-RETURN-COUNTS
           PERFORM 1300-LOAD-POSTED-HISTORY
           OPEN INPUT  RETURN-FILE
           OPEN OUTPUT REVTRAN-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN EXTEND REGISTER-FILE
           OPEN EXTEND JOURNAL-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO REVTRAN-OUT-LINE
           WRITE REVTRAN-OUT-LINE
           MOVE BUSDATE-CURRENT-DATE TO WS-EXH-DATE
           MOVE WS-EXC-HEADING TO EXCEPTION-OUT-LINE
           WRITE EXCEPTION-OUT-LINE
           PERFORM 2900-READ-RETURN.

      *    No entry in force, or no file, and the coded default
      *    stands.
       1050-LOAD-RUNTIME-PARAMETERS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = '00'
               PERFORM 1055-READ-ONE-RUNPARM UNTIL END-OF-RUNPARMS
               CLOSE RUNPARM-FILE
           END-IF
           DISPLAY 'STORTN1 CONSECUTIVE RETURN LIMIT: '
               WS-RETURN-LIMIT.

       1055-READ-ONE-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET END-OF-RUNPARMS TO TRUE
               NOT AT END
                   MOVE RUNPARM-IN-RECORD TO RUNPARM-RECORD
                   IF RUNPARM-NAME = 'STO-RETURN-LIMIT'
                       AND RUNPARM-EFFECTIVE-DATE
                           <= BUSDATE-CURRENT-DATE
                       AND RUNPARM-EFFECTIVE-DATE
                           > WS-PARM-BEST-EFFECTIVE
                       AND RUNPARM-VALUE > ZERO
                       MOVE RUNPARM-EFFECTIVE-DATE
                           TO WS-PARM-BEST-EFFECTIVE
                       IF RUNPARM-VALUE > 999
                           MOVE 999 TO WS-RETURN-LIMIT
                       ELSE
                           MOVE RUNPARM-VALUE TO WS-RETURN-LIMIT
                       END-IF
                   END-IF
           END-READ.

       1100-LOAD-INSTRUCTION-TABLE.
           MOVE 'N' TO WS-TABLE-EOF
           OPEN INPUT STORD-IN-FILE
           PERFORM 1110-READ-INSTRUCTION UNTIL END-OF-TABLE
           CLOSE STORD-IN-FILE.

       1110-READ-INSTRUCTION.
           READ STORD-IN-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-STORD-COUNT >= 200
                       DISPLAY '*** STORTN1 INSTRUCTION FILE HAS'
                           ' MORE THAN 200 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STORD-COUNT
                   MOVE STORD-IN-RECORD
                       TO STORD-RECORD(WS-STORD-COUNT)
           END-READ.

      *    The first night there is no count file yet.
       1200-LOAD-RETURN-COUNTS.
           MOVE 'N' TO WS-TABLE-EOF
           OPEN INPUT COUNT-IN-FILE
           IF WS-COUNT-STATUS = '00'
               PERFORM 1210-READ-RETURN-COUNT UNTIL END-OF-TABLE
               CLOSE COUNT-IN-FILE
           END-IF.

       1210-READ-RETURN-COUNT.
           READ COUNT-IN-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-COUNT-COUNT >= 200
                       DISPLAY '*** STORTN1 RETURN-COUNT FILE HAS'
                           ' MORE THAN 200 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-COUNT-COUNT
                   MOVE COUNT-IN-RECORD
                       TO STORTC-RECORD(WS-COUNT-COUNT)
           END-READ.

       1300-LOAD-POSTED-HISTORY.
           MOVE 'N' TO WS-TABLE-EOF
           OPEN INPUT HISTORY-FILE
           PERFORM 1310-READ-HISTORY UNTIL END-OF-TABLE
           CLOSE HISTORY-FILE.

       1310-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF HISTORY-IN-LINE(1:4) = 'HDR*'
                       OR HISTORY-IN-LINE(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       IF WS-HISTORY-COUNT >= 2000
                           DISPLAY '*** STORTN1 POSTED HISTORY HAS'
                               ' MORE THAN 2000 POSTINGS -- RUN'
                               ' ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE HISTORY-IN-LINE
                           TO WS-HISTORY-IMAGE(WS-HISTORY-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-RETURN.
           ADD 1 TO WS-RETURNS-READ
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE 'N' TO WS-SUSPENDED-SW
           PERFORM 2100-VALIDATE-RETURN
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 2200-FIND-ORIGINAL-POSTING
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 2300-FIND-INSTRUCTION
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 2400-REVERSE-THE-DEBIT
               PERFORM 2500-COUNT-AGAINST-INSTRUCTION
               SET STORTN-MATCHED TO TRUE
               ADD 1 TO WS-RETURNS-MATCHED
           ELSE
               PERFORM 2700-REPORT-EXCEPTION
               SET STORTN-UNMATCHED TO TRUE
               ADD 1 TO WS-RETURNS-UNMATCHED
           END-IF
           MOVE BUSDATE-CURRENT-DATE TO STORTN-RETURN-DATE
           MOVE WS-EXCEPTION-REASON TO STORTN-EXCEPTION-REASON
           MOVE STORTN-RECORD TO REGISTER-OUT-RECORD
           WRITE REGISTER-OUT-RECORD
           PERFORM 2900-READ-RETURN.

       2100-VALIDATE-RETURN.
           EVALUATE TRUE
               WHEN STORTN-CUSTOMER-ID = SPACES
                   MOVE 'CUSTOMER ID MISSING' TO WS-EXCEPTION-REASON
               WHEN STORTN-ORIGINAL-DATE NOT NUMERIC
                   MOVE 'ORIGINAL DATE NOT NUMERIC'
                       TO WS-EXCEPTION-REASON
               WHEN STORTN-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCEPTION-REASON
               WHEN STORTN-AMOUNT = ZERO
                   MOVE 'AMOUNT IS ZERO' TO WS-EXCEPTION-REASON
           END-EVALUATE.

      *    The original is the customer's own debit posted on the
      *    named date for the named amount -- not a reversal, not
      *    one of the shop's generated postings. One already
      *    reversed is reported apart from a plain no-match.
       2200-FIND-ORIGINAL-POSTING.
           MOVE ZERO TO WS-HST-FOUND-IDX
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HISTORY-COUNT
               MOVE WS-HISTORY-IMAGE(WS-HST-IDX) TO CUSTHST-RECORD
               IF CUSTHST-CUSTOMER-ID = STORTN-CUSTOMER-ID
                   AND CUSTHST-BUSINESS-DATE = STORTN-ORIGINAL-DATE
                   AND CUSTHST-AMOUNT = STORTN-AMOUNT
                   AND CUSTHST-TRAN-TYPE = 'D'
                   AND CUSTHST-CUSTOMER-POSTING
                   AND NOT CUSTHST-IS-REVERSAL
                   IF CUSTHST-IS-REVERSED
                       IF WS-HST-FOUND-IDX = ZERO
                           MOVE 'ORIGINAL ALREADY REVERSED'
                               TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       MOVE WS-HST-IDX TO WS-HST-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HST-FOUND-IDX > ZERO
               MOVE SPACES TO WS-EXCEPTION-REASON
           ELSE
               IF WS-EXCEPTION-REASON = SPACES
                   MOVE 'NO MATCHING POSTING ON HISTORY'
                       TO WS-EXCEPTION-REASON
               END-IF
           END-IF.

      *    The debit must come from a standing order: a debit
      *    instruction for the customer and amount, an active one
      *    before a suspended one.
       2300-FIND-INSTRUCTION.
           MOVE ZERO TO WS-STO-FOUND-IDX
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
               UNTIL WS-STO-IDX > WS-STORD-COUNT
               IF STORD-CUSTOMER-ID(WS-STO-IDX) = STORTN-CUSTOMER-ID
                   AND STORD-TYPE-DEBIT(WS-STO-IDX)
                   AND STORD-AMOUNT(WS-STO-IDX) = STORTN-AMOUNT
                   IF WS-STO-FOUND-IDX = ZERO
                       MOVE WS-STO-IDX TO WS-STO-FOUND-IDX
                   ELSE
                       IF STORD-IS-ACTIVE(WS-STO-IDX)
                           AND NOT STORD-IS-ACTIVE(WS-STO-FOUND-IDX)
                           MOVE WS-STO-IDX TO WS-STO-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STO-FOUND-IDX = ZERO
               MOVE 'NO STANDING ORDER FOR DEBIT'
                   TO WS-EXCEPTION-REASON
           END-IF.

      *    The reversal goes through the posting run like any
      *    other; the history copy is marked here so a second
      *    return of the same debit is an exception.
       2400-REVERSE-THE-DEBIT.
           MOVE STORTN-CUSTOMER-ID   TO WS-REV-CUSTOMER-ID
           MOVE STORTN-AMOUNT        TO WS-REV-AMOUNT
           MOVE STORTN-ORIGINAL-DATE TO WS-REV-ORIGINAL-DATE
           MOVE WS-REVTRAN-DETAIL TO REVTRAN-OUT-LINE
           WRITE REVTRAN-OUT-LINE
           ADD STORTN-AMOUNT TO WS-REVERSED-TOTAL
           MOVE WS-HISTORY-IMAGE(WS-HST-FOUND-IDX) TO CUSTHST-RECORD
           SET CUSTHST-IS-REVERSED TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO CUSTHST-CROSS-REF-DATE
           MOVE CUSTHST-RECORD TO WS-HISTORY-IMAGE(WS-HST-FOUND-IDX).

       2500-COUNT-AGAINST-INSTRUCTION.
           PERFORM 2510-FIND-RETURN-COUNT
           PERFORM 2520-CHECK-COLLECTED-SINCE
           IF COLLECTED-SINCE-LAST-RETURN
               MOVE 1 TO STORTC-CONSECUTIVE(WS-CNT-FOUND-IDX)
           ELSE
               ADD 1 TO STORTC-CONSECUTIVE(WS-CNT-FOUND-IDX)
           END-IF
           ADD 1 TO STORTC-TOTAL-RETURNS(WS-CNT-FOUND-IDX)
           MOVE STORTN-ORIGINAL-DATE
               TO STORTC-LAST-ORIGINAL-DATE(WS-CNT-FOUND-IDX)
           MOVE BUSDATE-CURRENT-DATE
               TO STORTC-LAST-RETURN-DATE(WS-CNT-FOUND-IDX)
           IF STORTC-CONSECUTIVE(WS-CNT-FOUND-IDX)
                   NOT < WS-RETURN-LIMIT
               AND STORD-IS-ACTIVE(WS-STO-FOUND-IDX)
               PERFORM 2600-SUSPEND-INSTRUCTION
           END-IF.

      *    An instruction's first return starts its count.
       2510-FIND-RETURN-COUNT.
           MOVE ZERO TO WS-CNT-FOUND-IDX
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-COUNT-COUNT
                  OR WS-CNT-FOUND-IDX > ZERO
               IF STORTC-CUSTOMER-ID(WS-CNT-IDX)
                       = STORD-CUSTOMER-ID(WS-STO-FOUND-IDX)
                   AND STORTC-TRAN-TYPE(WS-CNT-IDX)
                       = STORD-TRAN-TYPE(WS-STO-FOUND-IDX)
                   AND STORTC-FREQUENCY(WS-CNT-IDX)
                       = STORD-FREQUENCY(WS-STO-FOUND-IDX)
                   MOVE WS-CNT-IDX TO WS-CNT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CNT-FOUND-IDX = ZERO
               IF WS-COUNT-COUNT >= 200
                   DISPLAY '*** STORTN1 RETURN-COUNT TABLE FULL --'
                       ' RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COUNT-COUNT
               MOVE WS-COUNT-COUNT TO WS-CNT-FOUND-IDX
               MOVE STORD-CUSTOMER-ID(WS-STO-FOUND-IDX)
                   TO STORTC-CUSTOMER-ID(WS-CNT-FOUND-IDX)
               MOVE STORD-TRAN-TYPE(WS-STO-FOUND-IDX)
                   TO STORTC-TRAN-TYPE(WS-CNT-FOUND-IDX)
               MOVE STORD-FREQUENCY(WS-STO-FOUND-IDX)
                   TO STORTC-FREQUENCY(WS-CNT-FOUND-IDX)
               MOVE ZERO TO STORTC-CONSECUTIVE(WS-CNT-FOUND-IDX)
               MOVE ZERO TO STORTC-TOTAL-RETURNS(WS-CNT-FOUND-IDX)
               MOVE ZERO
                   TO STORTC-LAST-ORIGINAL-DATE(WS-CNT-FOUND-IDX)
               MOVE ZERO TO STORTC-LAST-RETURN-DATE(WS-CNT-FOUND-IDX)
               MOVE ZERO TO STORTC-SUSPENDED-DATE(WS-CNT-FOUND-IDX)
           END-IF.

      *    The run is broken by a debit of the instruction that was
      *    collected -- posted and never reversed -- between the
      *    last returned one and this one.
       2520-CHECK-COLLECTED-SINCE.
           MOVE 'N' TO WS-COLLECTED-SINCE-SW
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HISTORY-COUNT
               MOVE WS-HISTORY-IMAGE(WS-HST-IDX) TO CUSTHST-RECORD
               IF CUSTHST-CUSTOMER-ID = STORTN-CUSTOMER-ID
                   AND CUSTHST-AMOUNT = STORTN-AMOUNT
                   AND CUSTHST-TRAN-TYPE = 'D'
                   AND CUSTHST-CUSTOMER-POSTING
                   AND CUSTHST-NOT-REVERSED
                   AND CUSTHST-BUSINESS-DATE
                       > STORTC-LAST-ORIGINAL-DATE(WS-CNT-FOUND-IDX)
                   AND CUSTHST-BUSINESS-DATE < STORTN-ORIGINAL-DATE
                   SET COLLECTED-SINCE-LAST-RETURN TO TRUE
               END-IF
           END-PERFORM.

      *    Suspended on the instruction file and journaled as an
      *    approved suspend, which is what CORGEN1 notifies from.
       2600-SUSPEND-INSTRUCTION.
           MOVE STORD-RECORD(WS-STO-FOUND-IDX) TO WS-BEFORE-IMAGE
           SET STORD-IS-SUSPENDED(WS-STO-FOUND-IDX) TO TRUE
           MOVE BUSDATE-CURRENT-DATE
               TO STORTC-SUSPENDED-DATE(WS-CNT-FOUND-IDX)
           SET INSTRUCTION-SUSPENDED-NOW TO TRUE
           ADD 1 TO WS-INSTRUCTIONS-SUSPENDED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO SMJ-LOG-DATE
           MOVE WS-CURR-TIME TO SMJ-LOG-TIME
           MOVE 'STORTN1 ' TO SMJ-USERID
           MOVE 'A' TO SMJ-EVENT
           MOVE ZERO TO SMJ-PENDING-ID
           MOVE 'S' TO SMJ-CHANGE-TYPE
           MOVE WS-BEFORE-IMAGE TO SMJ-BEFORE-IMAGE
           MOVE STORD-RECORD(WS-STO-FOUND-IDX) TO SMJ-AFTER-IMAGE
           WRITE JOURNAL-OUT-LINE
           DISPLAY 'STORTN1 INSTRUCTION SUSPENDED AFTER '
               STORTC-CONSECUTIVE(WS-CNT-FOUND-IDX)
               ' CONSECUTIVE RETURNS: '
               STORD-CUSTOMER-ID(WS-STO-FOUND-IDX) ' '
               STORD-TRAN-TYPE(WS-STO-FOUND-IDX)
               STORD-FREQUENCY(WS-STO-FOUND-IDX).

       2700-REPORT-EXCEPTION.
           MOVE STORTN-CUSTOMER-ID    TO WS-EXD-CUSTOMER-ID
           MOVE RETURN-IN-RECORD(9:8) TO WS-EXD-ORIGINAL-DATE
           IF STORTN-AMOUNT NUMERIC
               MOVE STORTN-AMOUNT     TO WS-EXD-AMOUNT
           ELSE
               MOVE ZERO              TO WS-EXD-AMOUNT
           END-IF
           MOVE STORTN-RETURN-REASON  TO WS-EXD-RETURN-REASON
           MOVE STORTN-BANK-REFERENCE TO WS-EXD-BANK-REFERENCE
           MOVE WS-EXCEPTION-REASON   TO WS-EXD-REASON
           MOVE WS-EXC-DETAIL TO EXCEPTION-OUT-LINE
           WRITE EXCEPTION-OUT-LINE
           MOVE 4 TO WS-RUN-RETURN-CODE.

      *    A header or trailer the bank wraps its file in is
      *    passed over.
       2900-READ-RETURN.
           MOVE 'N' TO WS-TABLE-EOF
           PERFORM 2910-READ-ONE-RETURN UNTIL END-OF-TABLE.

       2910-READ-ONE-RETURN.
           READ RETURN-FILE
               AT END
                   SET END-OF-RETURNS TO TRUE
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF RETURN-IN-RECORD(1:4) NOT = 'HDR*'
                       AND RETURN-IN-RECORD(1:4) NOT = 'TRL*'
                       MOVE RETURN-IN-RECORD TO STORTN-RECORD
                       SET END-OF-TABLE TO TRUE
                   END-IF
           END-READ.

       3000-TERMINATE.
           CLOSE RETURN-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-RETURNS-MATCHED TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO REVTRAN-OUT-LINE
           WRITE REVTRAN-OUT-LINE
           CLOSE REVTRAN-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REGISTER-FILE
           CLOSE JOURNAL-FILE
           OPEN OUTPUT STORD-OUT-FILE
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
               UNTIL WS-STO-IDX > WS-STORD-COUNT
               MOVE STORD-RECORD(WS-STO-IDX) TO STORD-OUT-RECORD
               WRITE STORD-OUT-RECORD
           END-PERFORM
           CLOSE STORD-OUT-FILE
           OPEN OUTPUT COUNT-OUT-FILE
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > WS-COUNT-COUNT
               MOVE STORTC-RECORD(WS-CNT-IDX) TO COUNT-OUT-RECORD
               WRITE COUNT-OUT-RECORD
           END-PERFORM
           CLOSE COUNT-OUT-FILE
           DISPLAY 'STORTN1 RETURNS READ:        ' WS-RETURNS-READ
           DISPLAY 'STORTN1 RETURNS MATCHED:     '
               WS-RETURNS-MATCHED
           DISPLAY 'STORTN1 RETURNS UNMATCHED:   '
               WS-RETURNS-UNMATCHED
           DISPLAY 'STORTN1 AMOUNT REVERSED:     ' WS-REVERSED-TOTAL
           DISPLAY 'STORTN1 INSTRUCTIONS SUSPENDED: '
               WS-INSTRUCTIONS-SUSPENDED
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA.
