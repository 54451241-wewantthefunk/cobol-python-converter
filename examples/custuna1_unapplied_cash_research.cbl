       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTUNA1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Research path for the unapplied-cash suspense items the
      *    posting run booked from lockbox credits it could not put
      *    on a customer (CUSTUNA.CPY) -- the suspense counterpart of
      *    CUSTSUS1. Reads the carried suspense inventory (yesterday's
      *    research output together with the posting run's new
      *    receipts) and a file of research decisions, each naming an
      *    item by its id with an apply or return action. An applied
      *    item is re-presented to the posting run as a credit to the
      *    customer research found, a returned one as a debit under
      *    the id the remitter wrote; both carry the 'U' marker, so
      *    the posting run journals them out of suspense -- the
      *    return never touches the master. Decided items leave the
      *    carried inventory: the decision, the customer it went to,
      *    who made it, and when are appended to the research audit
      *    file. A decision naming no open item, an apply naming no
      *    customer, or an unknown action is refused loudly. The
      *    run's report lists every open item received more than
      *    30 days before the business date, with the aged total,
      *    so old cash does not sit in suspense unnoticed. Decisions
      *    are taken for the business date and post in that night's
      *    run; the balance-forward proof counts on it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-IN-FILE  ASSIGN TO "CUSTUNAI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO "CUSTUNAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-FILE     ASSIGN TO "CUSTUDEC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-TRAN-FILE ASSIGN TO "CUSTUNAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-AUDIT-FILE
                                    ASSIGN TO "CUSTUNAD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "CUSTUNAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-IN-FILE.
       01  SUSPENSE-IN-RECORD          PIC X(70).

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD         PIC X(70).

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  UDC-ITEM-ID             PIC X(13).
           05  UDC-ACTION              PIC X(01).
               88  UDC-ACTION-APPLY                VALUE 'A'.
               88  UDC-ACTION-RETURN               VALUE 'R'.
           05  UDC-CUSTOMER-ID         PIC X(08).
           05  UDC-OPERATOR-ID         PIC X(08).

       FD  RELEASE-TRAN-FILE.
       01  RELEASE-TRAN-LINE           PIC X(80).

       FD  DECISION-AUDIT-FILE.
       01  DECISION-AUDIT-LINE         PIC X(70).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-EOF              PIC X       VALUE 'N'.
           88  END-OF-SUSPENSE                      VALUE 'Y'.
       01  WS-DEC-EOF                   PIC X       VALUE 'N'.
           88  END-OF-DECISIONS                     VALUE 'Y'.

      *    Suspense inventory for the run, with a decided flag so
      *    undecided items carry forward untouched.
       01  WS-SUSPENSE-TABLE.
           05  WS-SUSPENSE-COUNT        PIC 9(03)   VALUE ZERO.
           05  WS-SUSPENSE-ENTRY OCCURS 500 TIMES.
               10  WS-SUSPENSE-IMAGE    PIC X(70).
               10  WS-SUSPENSE-DECIDED  PIC X(01).

       01  WS-UNA-IDX                   PIC 9(03).
       01  WS-FOUND-IDX                 PIC 9(03).

      *    Items received before this date are over the 30-day
      *    research target and go on the aging report.
       01  WS-AGING-DAYS                PIC 9(03)   VALUE 030.
       01  WS-AGING-CUTOFF-DATE         PIC 9(08)   VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-DECISIONS-READ        PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-APPLIED         PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-RETURNED        PIC 9(05)   VALUE ZERO.
           05  WS-DECISIONS-REFUSED     PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-CARRIED         PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-AGED            PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-WRITTEN         PIC 9(05)   VALUE ZERO.
           05  WS-CARRIED-AMOUNT        PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-AGED-AMOUNT           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

      *    Decided item re-presented in the CUSTTRAN input layout
      *    CUSTPST1 reads, the 'U' marker in the release-marker byte.
       01  WS-RELEASE-DETAIL.
           05  WS-REL-CUSTOMER-ID       PIC X(08).
           05  WS-REL-TRAN-TYPE         PIC X(01).
           05  WS-REL-AMOUNT            PIC 9(09)V99.
           05  WS-REL-ORIGINAL-DATE     PIC X(08)   VALUE SPACES.
           05  WS-REL-EFFECTIVE-DATE    PIC X(08)   VALUE SPACES.
           05  WS-REL-CHANNEL-CODE      PIC X(01)   VALUE SPACE.
           05  WS-REL-RELEASE-MARKER    PIC X(01)   VALUE 'U'.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RPT-RECEIVED-DATE     PIC 9(08).
           05  WS-RPT-ITEM-SEQ          PIC 9(05).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPT-ARRIVAL-ID        PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPT-CHANNEL           PIC X(01).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPT-CORRELATION-ID    PIC X(12).
           05  FILLER                   PIC X(20)   VALUE SPACES.
       01  WS-RPT-TOTAL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY CUSTUNA.
       COPY BUSDATE.
       COPY FILEHDTR.
       COPY DATEAREA.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DECISION UNTIL END-OF-DECISIONS
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTUNA1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1050-SET-AGING-CUTOFF
           PERFORM 1100-LOAD-SUSPENSE-INVENTORY
           OPEN INPUT  DECISION-FILE
           OPEN EXTEND DECISION-AUDIT-FILE
           OPEN OUTPUT RELEASE-TRAN-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO RELEASE-TRAN-LINE
           WRITE RELEASE-TRAN-LINE
           PERFORM 2900-READ-DECISION.

      *    The target is stepped back from the business date through
      *    the date service, so month ends and leap days are counted
      *    the way every other job counts them.
       1050-SET-AGING-CUTOFF.
           MOVE BUSDATE-CURRENT-DATE TO W-DATE-1-8N
           SET FORMAT-1-YYYYMMDD    TO TRUE
           SET FORMAT-2-YYYYMMDD    TO TRUE
           COMPUTE W-NUMBER-FIELD = ZERO - WS-AGING-DAYS
           SET FUNC-ADJUST-THE-DATE TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF NOT CONVERT-RET-GOOD
               DISPLAY '*** CUSTUNA1 DATE SERVICE COULD NOT STEP'
                   ' BACK ' WS-AGING-DAYS ' DAYS FROM '
                   BUSDATE-CURRENT-DATE ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE W-DATE-2-8N TO WS-AGING-CUTOFF-DATE.

      *    The inventory is rewritten whole at the end of the run,
      *    so an inventory too big to hold would lose cash -- the
      *    run is stopped instead of truncating it.
       1100-LOAD-SUSPENSE-INVENTORY.
           OPEN INPUT SUSPENSE-IN-FILE
           PERFORM 1110-READ-SUSPENSE UNTIL END-OF-SUSPENSE
           CLOSE SUSPENSE-IN-FILE.

       1110-READ-SUSPENSE.
           READ SUSPENSE-IN-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   IF WS-SUSPENSE-COUNT >= 500
                       DISPLAY '*** CUSTUNA1 SUSPENSE INVENTORY HAS'
                           ' MORE THAN 500 ITEMS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-SUSPENSE-COUNT
                       MOVE SUSPENSE-IN-RECORD
                           TO WS-SUSPENSE-IMAGE(WS-SUSPENSE-COUNT)
                       MOVE 'N'
                           TO WS-SUSPENSE-DECIDED(WS-SUSPENSE-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-DECISION.
           ADD 1 TO WS-DECISIONS-READ
           PERFORM 2100-FIND-SUSPENSE-ITEM
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTUNA1 DECISION FOR ITEM '
                       UDC-ITEM-ID ' MATCHES NO OPEN SUSPENSE ITEM'
                       ' -- REFUSED ***'
               WHEN UDC-ACTION-APPLY AND UDC-CUSTOMER-ID = SPACES
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTUNA1 APPLY OF ITEM '
                       UDC-ITEM-ID ' NAMES NO CUSTOMER -- REFUSED ***'
               WHEN UDC-ACTION-APPLY
                   PERFORM 2200-APPLY-ONE-ITEM
               WHEN UDC-ACTION-RETURN
                   PERFORM 2300-RETURN-ONE-ITEM
               WHEN OTHER
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTUNA1 ACTION NOT A OR R FOR ITEM '
                       UDC-ITEM-ID ' -- REFUSED ***'
           END-EVALUATE
           PERFORM 2900-READ-DECISION.

       2100-FIND-SUSPENSE-ITEM.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-UNA-IDX FROM 1 BY 1
               UNTIL WS-UNA-IDX > WS-SUSPENSE-COUNT
               OR WS-FOUND-IDX > ZERO
               MOVE WS-SUSPENSE-IMAGE(WS-UNA-IDX) TO CUSTUNA-RECORD
               IF WS-SUSPENSE-DECIDED(WS-UNA-IDX) = 'N'
                   AND CUSTUNA-STATUS-UNAPPLIED
                   AND CUSTUNA-ITEM-ID = UDC-ITEM-ID
                   MOVE WS-UNA-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
               MOVE WS-SUSPENSE-IMAGE(WS-FOUND-IDX) TO CUSTUNA-RECORD
           END-IF.

       2200-APPLY-ONE-ITEM.
           ADD 1 TO WS-ITEMS-APPLIED
           SET CUSTUNA-STATUS-APPLIED TO TRUE
           MOVE UDC-CUSTOMER-ID     TO CUSTUNA-APPLIED-TO-ID
           PERFORM 2400-STAMP-AND-AUDIT
           MOVE UDC-CUSTOMER-ID     TO WS-REL-CUSTOMER-ID
           MOVE 'C'                 TO WS-REL-TRAN-TYPE
           PERFORM 2500-WRITE-RELEASE-DETAIL.

       2300-RETURN-ONE-ITEM.
           ADD 1 TO WS-ITEMS-RETURNED
           SET CUSTUNA-STATUS-RETURNED TO TRUE
           MOVE SPACES              TO CUSTUNA-APPLIED-TO-ID
           PERFORM 2400-STAMP-AND-AUDIT
           MOVE CUSTUNA-ARRIVAL-ID  TO WS-REL-CUSTOMER-ID
           MOVE 'D'                 TO WS-REL-TRAN-TYPE
           PERFORM 2500-WRITE-RELEASE-DETAIL.

       2400-STAMP-AND-AUDIT.
           MOVE UDC-OPERATOR-ID      TO CUSTUNA-DECISION-USERID
           MOVE BUSDATE-CURRENT-DATE TO CUSTUNA-DECISION-DATE
           MOVE 'Y' TO WS-SUSPENSE-DECIDED(WS-FOUND-IDX)
           MOVE CUSTUNA-RECORD TO WS-SUSPENSE-IMAGE(WS-FOUND-IDX)
           MOVE CUSTUNA-RECORD TO DECISION-AUDIT-LINE
           WRITE DECISION-AUDIT-LINE.

       2500-WRITE-RELEASE-DETAIL.
           ADD 1 TO WS-TRANS-WRITTEN
           MOVE CUSTUNA-AMOUNT      TO WS-REL-AMOUNT
           MOVE WS-RELEASE-DETAIL   TO RELEASE-TRAN-LINE
           WRITE RELEASE-TRAN-LINE.

       2900-READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET END-OF-DECISIONS TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE DECISION-FILE
           CLOSE DECISION-AUDIT-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-TRANS-WRITTEN TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO RELEASE-TRAN-LINE
           WRITE RELEASE-TRAN-LINE
           CLOSE RELEASE-TRAN-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'CUSTUNA1 - UNAPPLIED CASH OVER ' WS-AGING-DAYS
               ' DAYS AS OF ' BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'ITEM ID        REMITTER  C'
               '             AMOUNT   RUN ID'
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           OPEN OUTPUT SUSPENSE-OUT-FILE
           PERFORM VARYING WS-UNA-IDX FROM 1 BY 1
               UNTIL WS-UNA-IDX > WS-SUSPENSE-COUNT
               IF WS-SUSPENSE-DECIDED(WS-UNA-IDX) = 'N'
                   PERFORM 3100-CARRY-ONE-ITEM
               END-IF
           END-PERFORM
           CLOSE SUSPENSE-OUT-FILE
           MOVE WS-AGED-AMOUNT TO WS-RPT-TOTAL-AMOUNT
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'ITEMS AGED: ' WS-ITEMS-AGED
               '  AGED AMOUNT: ' WS-RPT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'CUSTUNA1 DECISIONS READ:    ' WS-DECISIONS-READ
           DISPLAY 'CUSTUNA1 ITEMS APPLIED:     ' WS-ITEMS-APPLIED
           DISPLAY 'CUSTUNA1 ITEMS RETURNED:    ' WS-ITEMS-RETURNED
           DISPLAY 'CUSTUNA1 DECISIONS REFUSED: '
               WS-DECISIONS-REFUSED
           DISPLAY 'CUSTUNA1 ITEMS CARRIED:     ' WS-ITEMS-CARRIED
           DISPLAY 'CUSTUNA1 AMOUNT CARRIED:    ' WS-CARRIED-AMOUNT
           DISPLAY 'CUSTUNA1 ITEMS OVER ' WS-AGING-DAYS ' DAYS: '
               WS-ITEMS-AGED.

       3100-CARRY-ONE-ITEM.
           ADD 1 TO WS-ITEMS-CARRIED
           MOVE WS-SUSPENSE-IMAGE(WS-UNA-IDX) TO SUSPENSE-OUT-RECORD
           WRITE SUSPENSE-OUT-RECORD
           MOVE WS-SUSPENSE-IMAGE(WS-UNA-IDX) TO CUSTUNA-RECORD
           ADD CUSTUNA-AMOUNT TO WS-CARRIED-AMOUNT
           IF CUSTUNA-RECEIVED-DATE < WS-AGING-CUTOFF-DATE
               ADD 1 TO WS-ITEMS-AGED
               ADD CUSTUNA-AMOUNT TO WS-AGED-AMOUNT
               MOVE CUSTUNA-RECEIVED-DATE  TO WS-RPT-RECEIVED-DATE
               MOVE CUSTUNA-ITEM-SEQ       TO WS-RPT-ITEM-SEQ
               MOVE CUSTUNA-ARRIVAL-ID     TO WS-RPT-ARRIVAL-ID
               MOVE CUSTUNA-CHANNEL-CODE   TO WS-RPT-CHANNEL
               MOVE CUSTUNA-AMOUNT         TO WS-RPT-AMOUNT
               MOVE CUSTUNA-CORRELATION-ID TO WS-RPT-CORRELATION-ID
               MOVE WS-REPORT-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF.
