       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLREC1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly GL booking reconciliation. CUSTPST1 writes the
      *    CUSTPGLI interface extract and XMITCTL1 confirms the
      *    ledger received it, but nothing confirmed the ledger
      *    booked what was sent -- a whole GLMAP account pair can be
      *    rejected on the GL side and stay unnoticed for weeks.
      *    This job reads the GL system's return file (GLBOOKF,
      *    GLBOOK.CPY): the journals it booked under our source code
      *    and its trial-balance movement for our accounts. The
      *    day's extract is paired back into its DR/CR aggregates
      *    and summed by account pair; each pair is matched against
      *    the ledger's bookings for the business date, and each
      *    account's net movement against the trial balance. A pair
      *    not booked, booked for a different amount, a booking for
      *    a pair or date we never sent, and a movement that does
      *    not agree are each a break (GLBRK.CPY). Every new break
      *    raises an ERRH0100 WARNING. Breaks carry on GLBRKI/GLBRKO
      *    until a later return file books them in full (a late
      *    booking, a reversal, or a restated trial balance), and
      *    the GLRCRPT report lists the new, still-open and cleared
      *    breaks. An extract that is not trailered or not for the
      *    business date was never transmittable: nothing is
      *    expected from it, and anything the ledger booked for the
      *    day reports as unexpected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE      ASSIGN TO "CUSTPGLI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-RETURN-FILE    ASSIGN TO "GLBOOKF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BREAK-IN-FILE     ASSIGN TO "GLBRKI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BREAK-OUT-FILE    ASSIGN TO "GLBRKO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "GLRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-IN-LINE             PIC X(80).

       FD  GL-RETURN-FILE.
       01  GL-RETURN-IN-LINE           PIC X(73).

       FD  BREAK-IN-FILE.
       01  BREAK-IN-RECORD             PIC X(74).

       FD  BREAK-OUT-FILE.
       01  BREAK-OUT-RECORD            PIC X(74).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-EOF               PIC X       VALUE 'N'.
           88  END-OF-EXTRACT                       VALUE 'Y'.
       01  WS-RETURN-EOF                PIC X       VALUE 'N'.
           88  END-OF-RETURN                        VALUE 'Y'.
       01  WS-BREAK-EOF                 PIC X       VALUE 'N'.
           88  END-OF-BREAKS                        VALUE 'Y'.

       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.
      *    Held apart from RETURN-CODE, which each ERRH0100 call
      *    resets.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

      *    State of the day's extract: whether its header was for
      *    the business date and whether it was trailered.
       01  WS-EXTRACT-STATE.
           05  WS-EXTRACT-HEADER-OK     PIC X(01)   VALUE 'N'.
               88  EXTRACT-HEADER-OK                VALUE 'Y'.
           05  WS-EXTRACT-TRAILERED     PIC X(01)   VALUE 'N'.
               88  EXTRACT-TRAILERED                VALUE 'Y'.
           05  WS-PENDING-DR-FLAG       PIC X(01)   VALUE 'N'.
               88  PENDING-DR-HELD                  VALUE 'Y'.
           05  WS-PENDING-DR-ACCOUNT    PIC X(08)   VALUE SPACES.
           05  WS-PENDING-DR-AMOUNT     PIC 9(13)V99 VALUE ZERO.

      *    One extract detail line -- the CUSTPST1 layout.
       01  WS-EXTRACT-DETAIL.
           05  WS-EXD-ACCOUNT           PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-EXD-DR-CR             PIC X(02).
           05  FILLER                   PIC X(01).
           05  WS-EXD-AMOUNT            PIC 9(13)V99.
           05  FILLER                   PIC X(01).
           05  WS-EXD-BUSINESS-DATE     PIC 9(08).
           05  FILLER                   PIC X(01).
           05  WS-EXD-SOURCE            PIC X(04).
           05  FILLER                   PIC X(39).

      *    The day's aggregates by account pair, as the extract
      *    sent them.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES.
               10  WS-PAIR-DEBIT-ACCOUNT
                                        PIC X(08).
               10  WS-PAIR-CREDIT-ACCOUNT
                                        PIC X(08).
               10  WS-PAIR-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-PAIR-IDX                  PIC 9(04).
       01  WS-PAIR-FOUND-IDX            PIC 9(04).

      *    The day's net movement per account implied by the
      *    extract, debits less credits.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-ACCOUNT-ENTRY OCCURS 200 TIMES.
               10  WS-ACCT-ACCOUNT      PIC X(08).
               10  WS-ACCT-NET          PIC S9(13)V99 COMP-3.
       01  WS-ACCT-IDX                  PIC 9(04).
       01  WS-ACCT-FOUND-IDX            PIC 9(04).

      *    The ledger's bookings under our source code, summed by
      *    business date and account pair, with a flag for the ones
      *    a break or an expected pair has accounted for.
       01  WS-BOOKED-TABLE.
           05  WS-BOOKED-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-BOOKED-ENTRY OCCURS 2000 TIMES.
               10  WS-BKD-BUSINESS-DATE PIC 9(08).
               10  WS-BKD-DEBIT-ACCOUNT PIC X(08).
               10  WS-BKD-CREDIT-ACCOUNT
                                        PIC X(08).
               10  WS-BKD-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-BKD-USED          PIC X(01).
       01  WS-BKD-IDX                   PIC 9(04).
       01  WS-BKD-FOUND-IDX             PIC 9(04).

      *    The ledger's trial-balance net movement by business date
      *    and account; a restated date replaces the earlier figure.
       01  WS-MOVEMENT-TABLE.
           05  WS-MOVEMENT-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-MOVEMENT-ENTRY OCCURS 2000 TIMES.
               10  WS-MOV-BUSINESS-DATE PIC 9(08).
               10  WS-MOV-ACCOUNT       PIC X(08).
               10  WS-MOV-NET           PIC S9(13)V99 COMP-3.
               10  WS-MOV-USED          PIC X(01).
       01  WS-MOV-IDX                   PIC 9(04).
       01  WS-MOV-FOUND-IDX             PIC 9(04).

      *    Breaks carried open from the last run.
       01  WS-BREAK-TABLE.
           05  WS-BREAK-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-BREAK-ENTRY OCCURS 2000 TIMES.
               10  WS-BRK-IMAGE         PIC X(74).
       01  WS-BRK-IDX                   PIC 9(04).

       01  WS-SEEK-KEY.
           05  WS-SEEK-DATE             PIC 9(08).
           05  WS-SEEK-DEBIT-ACCOUNT    PIC X(08).
           05  WS-SEEK-CREDIT-ACCOUNT   PIC X(08).

       01  WS-CONTROL-TOTALS.
           05  WS-EXTRACT-LINES         PIC 9(07)   VALUE ZERO.
           05  WS-RETURN-RECORDS        PIC 9(07)   VALUE ZERO.
           05  WS-OTHER-SOURCE          PIC 9(07)   VALUE ZERO.
           05  WS-PAIRS-MATCHED         PIC 9(07)   VALUE ZERO.
           05  WS-ACCOUNTS-MATCHED      PIC 9(07)   VALUE ZERO.
           05  WS-BREAKS-OPENED         PIC 9(07)   VALUE ZERO.
           05  WS-BREAKS-CARRIED        PIC 9(07)   VALUE ZERO.
           05  WS-BREAKS-CLEARED        PIC 9(07)   VALUE ZERO.

       01  WS-REPORT-DETAIL-LINE.
           05  WS-RPT-STATUS            PIC X(07).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-KIND              PIC X(09).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-BUSINESS-DATE     PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-DEBIT-ACCOUNT     PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-CREDIT-ACCOUNT    PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-EXPECTED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-BOOKED            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY GLBOOK.
       COPY GLBRK.
       COPY FILEHDTR.
       COPY BUSDATE.
       COPY ERR020W.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CARRY-ONE-BREAK
               VARYING WS-BRK-IDX FROM 1 BY 1
               UNTIL WS-BRK-IDX > WS-BREAK-COUNT
           PERFORM 2200-MATCH-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
           PERFORM 2400-CHECK-ONE-BOOKING
               VARYING WS-BKD-IDX FROM 1 BY 1
               UNTIL WS-BKD-IDX > WS-BOOKED-COUNT
           PERFORM 2600-MATCH-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
           PERFORM 2650-CHECK-ONE-MOVEMENT
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOVEMENT-COUNT
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'GLRC' TO WS-CORRELATION-ID(1:4)
           MOVE WS-CURR-TIME TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** GLREC1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-EXTRACT
           PERFORM 1200-LOAD-GL-RETURN
           PERFORM 1300-LOAD-CARRIED-BREAKS
           OPEN OUTPUT BREAK-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'GLREC1 - GL BOOKING RECONCILIATION FOR '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF NOT EXTRACT-HEADER-OK OR NOT EXTRACT-TRAILERED
               MOVE 'CUSTPGLI NOT TRAILERED FOR THE BUSINESS DATE'
                   TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'STATUS  BREAK      DATE     DEBIT    CREDIT  '
               '          EXPECTED           BOOKED'
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    The extract writes each aggregate as a DR line followed
      *    by its CR line; the two together are the account pair.
       1100-LOAD-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           PERFORM 1110-READ-EXTRACT UNTIL END-OF-EXTRACT
           CLOSE EXTRACT-FILE
           IF NOT EXTRACT-HEADER-OK OR NOT EXTRACT-TRAILERED
               DISPLAY '*** GLREC1 CUSTPGLI NOT TRAILERED FOR '
                   BUSDATE-CURRENT-DATE ' -- NOTHING EXPECTED'
                   ' FROM IT ***'
               MOVE ZERO TO WS-PAIR-COUNT
                            WS-ACCOUNT-COUNT
               MOVE 8 TO WS-RUN-RETURN-CODE
           END-IF.

       1110-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
               NOT AT END
                   EVALUATE EXTRACT-IN-LINE(1:4)
                       WHEN 'HDR*'
                           MOVE EXTRACT-IN-LINE TO FILEHDTR-RECORD
                           IF FILEHDTR-BUSINESS-DATE
                                   = BUSDATE-CURRENT-DATE
                               SET EXTRACT-HEADER-OK TO TRUE
                           END-IF
                       WHEN 'TRL*'
                           SET EXTRACT-TRAILERED TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-EXTRACT-LINES
                           MOVE EXTRACT-IN-LINE TO WS-EXTRACT-DETAIL
                           PERFORM 1120-PAIR-EXTRACT-LINE
                   END-EVALUATE
           END-READ.

       1120-PAIR-EXTRACT-LINE.
           IF WS-EXD-DR-CR = 'DR'
               MOVE WS-EXD-ACCOUNT TO WS-PENDING-DR-ACCOUNT
               MOVE WS-EXD-AMOUNT  TO WS-PENDING-DR-AMOUNT
               SET PENDING-DR-HELD TO TRUE
           ELSE
               IF PENDING-DR-HELD
                   AND WS-EXD-AMOUNT = WS-PENDING-DR-AMOUNT
                   MOVE WS-PENDING-DR-ACCOUNT TO WS-SEEK-DEBIT-ACCOUNT
                   MOVE WS-EXD-ACCOUNT TO WS-SEEK-CREDIT-ACCOUNT
                   PERFORM 1150-ADD-EXPECTED-PAIR
                   MOVE WS-PENDING-DR-ACCOUNT TO WS-SEEK-DEBIT-ACCOUNT
                   PERFORM 1160-FIND-ACCOUNT
                   ADD WS-EXD-AMOUNT TO WS-ACCT-NET(WS-ACCT-FOUND-IDX)
                   MOVE WS-EXD-ACCOUNT TO WS-SEEK-DEBIT-ACCOUNT
                   PERFORM 1160-FIND-ACCOUNT
                   SUBTRACT WS-EXD-AMOUNT
                       FROM WS-ACCT-NET(WS-ACCT-FOUND-IDX)
               ELSE
                   DISPLAY '*** GLREC1 CUSTPGLI CR LINE FOR '
                       WS-EXD-ACCOUNT ' HAS NO MATCHING DR LINE'
                       ' -- IGNORED ***'
               END-IF
               MOVE 'N' TO WS-PENDING-DR-FLAG
           END-IF.

       1150-ADD-EXPECTED-PAIR.
           MOVE ZERO TO WS-PAIR-FOUND-IDX
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               OR WS-PAIR-FOUND-IDX > ZERO
               IF WS-PAIR-DEBIT-ACCOUNT(WS-PAIR-IDX)
                       = WS-SEEK-DEBIT-ACCOUNT
                   AND WS-PAIR-CREDIT-ACCOUNT(WS-PAIR-IDX)
                       = WS-SEEK-CREDIT-ACCOUNT
                   MOVE WS-PAIR-IDX TO WS-PAIR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND-IDX = ZERO
               IF WS-PAIR-COUNT >= 200
                   DISPLAY '*** GLREC1 MORE THAN 200 ACCOUNT PAIRS'
                       ' ON CUSTPGLI -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-IDX
               MOVE WS-SEEK-DEBIT-ACCOUNT
                   TO WS-PAIR-DEBIT-ACCOUNT(WS-PAIR-FOUND-IDX)
               MOVE WS-SEEK-CREDIT-ACCOUNT
                   TO WS-PAIR-CREDIT-ACCOUNT(WS-PAIR-FOUND-IDX)
               MOVE ZERO TO WS-PAIR-AMOUNT(WS-PAIR-FOUND-IDX)
           END-IF
           ADD WS-EXD-AMOUNT TO WS-PAIR-AMOUNT(WS-PAIR-FOUND-IDX).

       1160-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-FOUND-IDX
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCOUNT-COUNT
               OR WS-ACCT-FOUND-IDX > ZERO
               IF WS-ACCT-ACCOUNT(WS-ACCT-IDX)
                       = WS-SEEK-DEBIT-ACCOUNT
                   MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND-IDX = ZERO
               IF WS-ACCOUNT-COUNT >= 200
                   DISPLAY '*** GLREC1 MORE THAN 200 ACCOUNTS ON'
                       ' CUSTPGLI -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCT-FOUND-IDX
               MOVE WS-SEEK-DEBIT-ACCOUNT
                   TO WS-ACCT-ACCOUNT(WS-ACCT-FOUND-IDX)
               MOVE ZERO TO WS-ACCT-NET(WS-ACCT-FOUND-IDX)
           END-IF.

      *    Journals booked by other feeding systems are not ours to
      *    reconcile; the trial balance is only sent for our
      *    accounts.
       1200-LOAD-GL-RETURN.
           OPEN INPUT GL-RETURN-FILE
           PERFORM 1210-READ-GL-RETURN UNTIL END-OF-RETURN
           CLOSE GL-RETURN-FILE.

       1210-READ-GL-RETURN.
           READ GL-RETURN-FILE
               AT END
                   SET END-OF-RETURN TO TRUE
               NOT AT END
                   MOVE GL-RETURN-IN-LINE TO GLBOOK-RECORD
                   EVALUATE TRUE
                       WHEN GL-RETURN-IN-LINE(1:4) = 'HDR*'
                           OR GL-RETURN-IN-LINE(1:4) = 'TRL*'
                           CONTINUE
                       WHEN GLBOOK-BOOKED-ENTRY
                           AND GLBOOK-SOURCE NOT = 'CPST'
                           ADD 1 TO WS-OTHER-SOURCE
                       WHEN GLBOOK-BOOKED-ENTRY
                           ADD 1 TO WS-RETURN-RECORDS
                           PERFORM 1220-ADD-BOOKING
                       WHEN GLBOOK-TB-MOVEMENT
                           ADD 1 TO WS-RETURN-RECORDS
                           PERFORM 1230-ADD-MOVEMENT
                       WHEN OTHER
                           DISPLAY '*** GLREC1 GLBOOKF RECORD TYPE '
                               GLBOOK-RECORD-TYPE ' NOT KNOWN --'
                               ' IGNORED ***'
                   END-EVALUATE
           END-READ.

       1220-ADD-BOOKING.
           MOVE GLBOOK-BUSINESS-DATE  TO WS-SEEK-DATE
           MOVE GLBOOK-DEBIT-ACCOUNT  TO WS-SEEK-DEBIT-ACCOUNT
           MOVE GLBOOK-CREDIT-ACCOUNT TO WS-SEEK-CREDIT-ACCOUNT
           PERFORM 2900-FIND-BOOKING
           IF WS-BKD-FOUND-IDX = ZERO
               IF WS-BOOKED-COUNT >= 2000
                   DISPLAY '*** GLREC1 MORE THAN 2000 BOOKED PAIRS'
                       ' ON GLBOOKF -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BOOKED-COUNT
               MOVE WS-BOOKED-COUNT TO WS-BKD-FOUND-IDX
               MOVE WS-SEEK-DATE
                   TO WS-BKD-BUSINESS-DATE(WS-BKD-FOUND-IDX)
               MOVE WS-SEEK-DEBIT-ACCOUNT
                   TO WS-BKD-DEBIT-ACCOUNT(WS-BKD-FOUND-IDX)
               MOVE WS-SEEK-CREDIT-ACCOUNT
                   TO WS-BKD-CREDIT-ACCOUNT(WS-BKD-FOUND-IDX)
               MOVE ZERO TO WS-BKD-AMOUNT(WS-BKD-FOUND-IDX)
               MOVE 'N' TO WS-BKD-USED(WS-BKD-FOUND-IDX)
           END-IF
           ADD GLBOOK-AMOUNT TO WS-BKD-AMOUNT(WS-BKD-FOUND-IDX).

       1230-ADD-MOVEMENT.
           MOVE GLBOOK-BUSINESS-DATE TO WS-SEEK-DATE
           MOVE GLBOOK-TB-ACCOUNT    TO WS-SEEK-DEBIT-ACCOUNT
           PERFORM 2950-FIND-MOVEMENT
           IF WS-MOV-FOUND-IDX = ZERO
               IF WS-MOVEMENT-COUNT >= 2000
                   DISPLAY '*** GLREC1 MORE THAN 2000 TRIAL-BALANCE'
                       ' MOVEMENTS ON GLBOOKF -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MOVEMENT-COUNT
               MOVE WS-MOVEMENT-COUNT TO WS-MOV-FOUND-IDX
               MOVE WS-SEEK-DATE
                   TO WS-MOV-BUSINESS-DATE(WS-MOV-FOUND-IDX)
               MOVE WS-SEEK-DEBIT-ACCOUNT
                   TO WS-MOV-ACCOUNT(WS-MOV-FOUND-IDX)
               MOVE 'N' TO WS-MOV-USED(WS-MOV-FOUND-IDX)
           END-IF
           COMPUTE WS-MOV-NET(WS-MOV-FOUND-IDX)
               = GLBOOK-TB-DEBIT-MOVEMENT
               - GLBOOK-TB-CREDIT-MOVEMENT.

      *    Only open breaks carry; a break cleared last night was
      *    written that once and is finished.
       1300-LOAD-CARRIED-BREAKS.
           OPEN INPUT BREAK-IN-FILE
           PERFORM 1310-READ-BREAK UNTIL END-OF-BREAKS
           CLOSE BREAK-IN-FILE.

       1310-READ-BREAK.
           READ BREAK-IN-FILE
               AT END
                   SET END-OF-BREAKS TO TRUE
               NOT AT END
                   MOVE BREAK-IN-RECORD TO GLBRK-RECORD
                   IF GLBRK-STATUS-OPEN
                       IF WS-BREAK-COUNT >= 2000
                           DISPLAY '*** GLREC1 BREAK FILE HAS MORE'
                               ' THAN 2000 OPEN BREAKS -- RUN'
                               ' ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BREAK-COUNT
                       MOVE BREAK-IN-RECORD
                           TO WS-BRK-IMAGE(WS-BREAK-COUNT)
                   END-IF
           END-READ.

      *    A carried break takes today's late bookings or reversals
      *    for its pair and date, or the restated trial balance for
      *    its account and date, and clears once booked equals
      *    expected.
       2000-CARRY-ONE-BREAK.
           MOVE WS-BRK-IMAGE(WS-BRK-IDX) TO GLBRK-RECORD
           MOVE GLBRK-BUSINESS-DATE  TO WS-SEEK-DATE
           MOVE GLBRK-DEBIT-ACCOUNT  TO WS-SEEK-DEBIT-ACCOUNT
           MOVE GLBRK-CREDIT-ACCOUNT TO WS-SEEK-CREDIT-ACCOUNT
           IF GLBRK-KIND-MOVEMENT
               PERFORM 2950-FIND-MOVEMENT
               IF WS-MOV-FOUND-IDX > ZERO
                   MOVE WS-MOV-NET(WS-MOV-FOUND-IDX)
                       TO GLBRK-BOOKED-AMOUNT
                   MOVE 'Y' TO WS-MOV-USED(WS-MOV-FOUND-IDX)
               END-IF
           ELSE
               PERFORM 2900-FIND-BOOKING
               IF WS-BKD-FOUND-IDX > ZERO
                   ADD WS-BKD-AMOUNT(WS-BKD-FOUND-IDX)
                       TO GLBRK-BOOKED-AMOUNT
                   MOVE 'Y' TO WS-BKD-USED(WS-BKD-FOUND-IDX)
               END-IF
           END-IF
           IF GLBRK-BOOKED-AMOUNT = GLBRK-EXPECTED-AMOUNT
               ADD 1 TO WS-BREAKS-CLEARED
               SET GLBRK-STATUS-CLEARED TO TRUE
               MOVE BUSDATE-CURRENT-DATE TO GLBRK-CLEARED-DATE
               MOVE 'CLEARED' TO WS-RPT-STATUS
           ELSE
               ADD 1 TO WS-BREAKS-CARRIED
               PERFORM 2850-SET-PAIR-KIND
               MOVE 'OPEN   ' TO WS-RPT-STATUS
           END-IF
           PERFORM 2800-WRITE-BREAK.

       2200-MATCH-ONE-PAIR.
           MOVE BUSDATE-CURRENT-DATE TO WS-SEEK-DATE
           MOVE WS-PAIR-DEBIT-ACCOUNT(WS-PAIR-IDX)
               TO WS-SEEK-DEBIT-ACCOUNT
           MOVE WS-PAIR-CREDIT-ACCOUNT(WS-PAIR-IDX)
               TO WS-SEEK-CREDIT-ACCOUNT
           MOVE SPACES TO GLBRK-RECORD
           MOVE WS-PAIR-AMOUNT(WS-PAIR-IDX) TO GLBRK-EXPECTED-AMOUNT
           MOVE ZERO TO GLBRK-BOOKED-AMOUNT
           PERFORM 2900-FIND-BOOKING
           IF WS-BKD-FOUND-IDX > ZERO
               MOVE WS-BKD-AMOUNT(WS-BKD-FOUND-IDX)
                   TO GLBRK-BOOKED-AMOUNT
               MOVE 'Y' TO WS-BKD-USED(WS-BKD-FOUND-IDX)
           END-IF
           IF GLBRK-BOOKED-AMOUNT = GLBRK-EXPECTED-AMOUNT
               ADD 1 TO WS-PAIRS-MATCHED
           ELSE
               PERFORM 2850-SET-PAIR-KIND
               PERFORM 2700-OPEN-BREAK
           END-IF.

      *    Whatever the ledger booked under our source code that no
      *    expected pair or carried break accounted for.
       2400-CHECK-ONE-BOOKING.
           IF WS-BKD-USED(WS-BKD-IDX) = 'N'
               AND WS-BKD-AMOUNT(WS-BKD-IDX) NOT = ZERO
               MOVE WS-BKD-BUSINESS-DATE(WS-BKD-IDX) TO WS-SEEK-DATE
               MOVE WS-BKD-DEBIT-ACCOUNT(WS-BKD-IDX)
                   TO WS-SEEK-DEBIT-ACCOUNT
               MOVE WS-BKD-CREDIT-ACCOUNT(WS-BKD-IDX)
                   TO WS-SEEK-CREDIT-ACCOUNT
               MOVE SPACES TO GLBRK-RECORD
               MOVE ZERO TO GLBRK-EXPECTED-AMOUNT
               MOVE WS-BKD-AMOUNT(WS-BKD-IDX) TO GLBRK-BOOKED-AMOUNT
               SET GLBRK-KIND-UNEXPECTED TO TRUE
               PERFORM 2700-OPEN-BREAK
           END-IF.

       2600-MATCH-ONE-ACCOUNT.
           MOVE BUSDATE-CURRENT-DATE TO WS-SEEK-DATE
           MOVE WS-ACCT-ACCOUNT(WS-ACCT-IDX) TO WS-SEEK-DEBIT-ACCOUNT
           MOVE SPACES TO WS-SEEK-CREDIT-ACCOUNT
           MOVE SPACES TO GLBRK-RECORD
           MOVE WS-ACCT-NET(WS-ACCT-IDX) TO GLBRK-EXPECTED-AMOUNT
           MOVE ZERO TO GLBRK-BOOKED-AMOUNT
           PERFORM 2950-FIND-MOVEMENT
           IF WS-MOV-FOUND-IDX > ZERO
               MOVE WS-MOV-NET(WS-MOV-FOUND-IDX)
                   TO GLBRK-BOOKED-AMOUNT
               MOVE 'Y' TO WS-MOV-USED(WS-MOV-FOUND-IDX)
           END-IF
           IF GLBRK-BOOKED-AMOUNT = GLBRK-EXPECTED-AMOUNT
               ADD 1 TO WS-ACCOUNTS-MATCHED
           ELSE
               SET GLBRK-KIND-MOVEMENT TO TRUE
               PERFORM 2700-OPEN-BREAK
           END-IF.

      *    Movement for the business date on an account the extract
      *    did not touch today. Earlier dates only matter to a
      *    carried break.
       2650-CHECK-ONE-MOVEMENT.
           IF WS-MOV-USED(WS-MOV-IDX) = 'N'
               AND WS-MOV-BUSINESS-DATE(WS-MOV-IDX)
                   = BUSDATE-CURRENT-DATE
               AND WS-MOV-NET(WS-MOV-IDX) NOT = ZERO
               MOVE BUSDATE-CURRENT-DATE TO WS-SEEK-DATE
               MOVE WS-MOV-ACCOUNT(WS-MOV-IDX)
                   TO WS-SEEK-DEBIT-ACCOUNT
               MOVE SPACES TO WS-SEEK-CREDIT-ACCOUNT
               MOVE SPACES TO GLBRK-RECORD
               MOVE ZERO TO GLBRK-EXPECTED-AMOUNT
               MOVE WS-MOV-NET(WS-MOV-IDX) TO GLBRK-BOOKED-AMOUNT
               SET GLBRK-KIND-MOVEMENT TO TRUE
               PERFORM 2700-OPEN-BREAK
           END-IF.

       2700-OPEN-BREAK.
           ADD 1 TO WS-BREAKS-OPENED
           MOVE WS-SEEK-DATE           TO GLBRK-BUSINESS-DATE
           MOVE WS-SEEK-DEBIT-ACCOUNT  TO GLBRK-DEBIT-ACCOUNT
           MOVE WS-SEEK-CREDIT-ACCOUNT TO GLBRK-CREDIT-ACCOUNT
           MOVE BUSDATE-CURRENT-DATE   TO GLBRK-OPENED-DATE
           SET GLBRK-STATUS-OPEN       TO TRUE
           MOVE ZERO                   TO GLBRK-CLEARED-DATE
           MOVE 'NEW    ' TO WS-RPT-STATUS
           PERFORM 2800-WRITE-BREAK
           PERFORM 2750-WARN-BREAK.

       2750-WARN-BREAK.
           EVALUATE TRUE
               WHEN GLBRK-KIND-UNBOOKED
                   MOVE 'GLUNBOOKED' TO ERR020W-ERROR
               WHEN GLBRK-KIND-PARTIAL
                   MOVE 'GLPARTIAL'  TO ERR020W-ERROR
               WHEN GLBRK-KIND-UNEXPECTED
                   MOVE 'GLUNEXPECTED' TO ERR020W-ERROR
               WHEN OTHER
                   MOVE 'GLMOVEMENT' TO ERR020W-ERROR
           END-EVALUATE
           DISPLAY '*** GLREC1 ' ERR020W-ERROR ' BREAK '
               GLBRK-DEBIT-ACCOUNT ' ' GLBRK-CREDIT-ACCOUNT
               ' FOR ' GLBRK-BUSINESS-DATE ' ***'
           MOVE ZEROES            TO ERR020W-RESPONSE-CODE
           MOVE 'GLREC1'          TO ERR020W-ERROR-PROGRAM
           MOVE '2750  '          TO ERR020W-ERROR-PARA
           MOVE 'W'               TO ERR020W-SEVERITY
           MOVE 'GLACCTS'         TO ERR020W-ERROR-LITERAL
           MOVE SPACES            TO ERR020W-ERROR-VALUE
           STRING GLBRK-DEBIT-ACCOUNT ' ' GLBRK-CREDIT-ACCOUNT
               ' ' GLBRK-BUSINESS-DATE
               DELIMITED BY SIZE INTO ERR020W-ERROR-VALUE
           MOVE ZERO              TO ERR020W-RETRY-COUNT
           MOVE WS-CORRELATION-ID TO ERR020W-CORRELATION-ID
           CALL 'ERRH0100' USING ERR020W.

       2800-WRITE-BREAK.
           MOVE GLBRK-RECORD TO BREAK-OUT-RECORD
           WRITE BREAK-OUT-RECORD
           EVALUATE TRUE
               WHEN GLBRK-KIND-UNBOOKED
                   MOVE 'UNBOOKED ' TO WS-RPT-KIND
               WHEN GLBRK-KIND-PARTIAL
                   MOVE 'PARTIAL  ' TO WS-RPT-KIND
               WHEN GLBRK-KIND-UNEXPECTED
                   MOVE 'NOT SENT ' TO WS-RPT-KIND
               WHEN OTHER
                   MOVE 'MOVEMENT ' TO WS-RPT-KIND
           END-EVALUATE
           MOVE GLBRK-BUSINESS-DATE   TO WS-RPT-BUSINESS-DATE
           MOVE GLBRK-DEBIT-ACCOUNT   TO WS-RPT-DEBIT-ACCOUNT
           MOVE GLBRK-CREDIT-ACCOUNT  TO WS-RPT-CREDIT-ACCOUNT
           MOVE GLBRK-EXPECTED-AMOUNT TO WS-RPT-EXPECTED
           MOVE GLBRK-BOOKED-AMOUNT   TO WS-RPT-BOOKED
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    A pair or booking break is unexpected when nothing was
      *    sent, unbooked when nothing has been booked, and partial
      *    otherwise. A movement break stays a movement break.
       2850-SET-PAIR-KIND.
           EVALUATE TRUE
               WHEN GLBRK-KIND-MOVEMENT
                   CONTINUE
               WHEN GLBRK-EXPECTED-AMOUNT = ZERO
                   SET GLBRK-KIND-UNEXPECTED TO TRUE
               WHEN GLBRK-BOOKED-AMOUNT = ZERO
                   SET GLBRK-KIND-UNBOOKED TO TRUE
               WHEN OTHER
                   SET GLBRK-KIND-PARTIAL TO TRUE
           END-EVALUATE.

       2900-FIND-BOOKING.
           MOVE ZERO TO WS-BKD-FOUND-IDX
           PERFORM VARYING WS-BKD-IDX FROM 1 BY 1
               UNTIL WS-BKD-IDX > WS-BOOKED-COUNT
               OR WS-BKD-FOUND-IDX > ZERO
               IF WS-BKD-BUSINESS-DATE(WS-BKD-IDX) = WS-SEEK-DATE
                   AND WS-BKD-DEBIT-ACCOUNT(WS-BKD-IDX)
                       = WS-SEEK-DEBIT-ACCOUNT
                   AND WS-BKD-CREDIT-ACCOUNT(WS-BKD-IDX)
                       = WS-SEEK-CREDIT-ACCOUNT
                   MOVE WS-BKD-IDX TO WS-BKD-FOUND-IDX
               END-IF
           END-PERFORM.

       2950-FIND-MOVEMENT.
           MOVE ZERO TO WS-MOV-FOUND-IDX
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOVEMENT-COUNT
               OR WS-MOV-FOUND-IDX > ZERO
               IF WS-MOV-BUSINESS-DATE(WS-MOV-IDX) = WS-SEEK-DATE
                   AND WS-MOV-ACCOUNT(WS-MOV-IDX)
                       = WS-SEEK-DEBIT-ACCOUNT
                   MOVE WS-MOV-IDX TO WS-MOV-FOUND-IDX
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           CLOSE BREAK-OUT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'PAIRS SENT: ' WS-PAIR-COUNT
               '  MATCHED: ' WS-PAIRS-MATCHED
               '  ACCOUNTS MATCHED: ' WS-ACCOUNTS-MATCHED
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'NEW BREAKS: ' WS-BREAKS-OPENED
               '  STILL OPEN: ' WS-BREAKS-CARRIED
               '  CLEARED: ' WS-BREAKS-CLEARED
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           IF WS-RUN-RETURN-CODE = ZERO
               AND WS-BREAKS-OPENED + WS-BREAKS-CARRIED > ZERO
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           DISPLAY 'GLREC1 EXTRACT LINES:     ' WS-EXTRACT-LINES
           DISPLAY 'GLREC1 RETURN RECORDS:    ' WS-RETURN-RECORDS
           DISPLAY 'GLREC1 OTHER SOURCES:     ' WS-OTHER-SOURCE
           DISPLAY 'GLREC1 PAIRS MATCHED:     ' WS-PAIRS-MATCHED
           DISPLAY 'GLREC1 ACCOUNTS MATCHED:  ' WS-ACCOUNTS-MATCHED
           DISPLAY 'GLREC1 BREAKS OPENED:     ' WS-BREAKS-OPENED
           DISPLAY 'GLREC1 BREAKS STILL OPEN: ' WS-BREAKS-CARRIED
           DISPLAY 'GLREC1 BREAKS CLEARED:    ' WS-BREAKS-CLEARED.
