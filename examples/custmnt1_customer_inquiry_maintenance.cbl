      *    the archive job used to mean the unlogged raw-file edit
      *    this transaction exists to eliminate -- and every stored
      *    change is journaled MNUJRN-style with who keyed it and
      *    the full after-image. The master is the keyed CUSTRECF
      *    cluster: each submission reads its one customer by
      *    CUSTREC-CUSTOMER-ID and a stored change is rewritten in
      *    place, so nothing is copied and the master's size no
      *    longer limits what the transaction can service.
      *    Every customer id a submission asks for -- found or not
      *    -- is logged to the customer-data access log (CUSTACC.CPY)
      *    with the user, the terminal and the correlation id the
      *    menu handed over, for the weekly access review.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMNTTRAN-FILE     ASSIGN TO "CMNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE      ASSIGN TO "CMNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-LOG-FILE   ASSIGN TO "CUSTACCF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  CMT-RISK-SCORE          PIC X(03).
           05  CMT-CYCLE               PIC X(02).
           05  CMT-STATUS-FLAG         PIC X(01).
           05  CMT-TERMID              PIC X(04).
           05  CMT-CORRELATION-ID      PIC X(12).

       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-OUT-LINE         PIC X(57).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).
       01  JOURNAL-OUT-LINE            PIC X(84).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-CMNTTRAN                      VALUE 'Y'.

      *    Set by the keyed read of the submission's customer.
       01  WS-CUSTOMER-FOUND-SW         PIC X       VALUE 'N'.
           88  CUSTOMER-FOUND                       VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
      *    ERR020W message the file-status handler escalates.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      *    Stands in for the menu's correlation id on a submission
      *    staged without one.
       01  WS-ACCESS-SEQUENCE           PIC 9(02)   VALUE ZERO.

       COPY CUSTACC.

       COPY CUSTREC.
       COPY CUSTCKS.
       COPY BUSDATE.
       COPY FSTATCOM.

       PROCEDURE DIVISION.
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-OPEN-CUSTOMER-MASTER
           OPEN INPUT  CMNTTRAN-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND ACCESS-LOG-FILE
           PERFORM 2900-READ-CMNTTRAN.

       1100-OPEN-CUSTOMER-MASTER.
           MOVE 'CMNT' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN I-O CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           PERFORM 2600-FIND-CUSTOMER
           PERFORM 2050-LOG-CUSTOMER-ACCESS
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY '*** CUSTMNT1 CUSTOMER '
                       CMT-CUSTOMER-ID ' NOT ON FILE ***'
           END-EVALUATE
           PERFORM 2900-READ-CMNTTRAN.

       2050-LOG-CUSTOMER-ACCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES             TO CUSTACC-RECORD
           MOVE WS-CURR-DATE       TO CUSTACC-LOG-DATE
           MOVE WS-CURR-TIME       TO CUSTACC-LOG-TIME
           MOVE CMT-USERID         TO CUSTACC-USERID
           MOVE CMT-TERMID         TO CUSTACC-TERMID
           MOVE CMT-CUSTOMER-ID    TO CUSTACC-CUSTOMER-ID
           MOVE 'CUSTMNT1'         TO CUSTACC-PROGRAM
           MOVE CMT-ACTION         TO CUSTACC-ACTION
           SET CUSTACC-SINGLE-LOOKUP TO TRUE
           IF CUSTOMER-FOUND
               SET CUSTACC-FOUND TO TRUE
           ELSE
               SET CUSTACC-NOT-ON-FILE TO TRUE
           END-IF
           IF CMT-CORRELATION-ID NOT = SPACES
               MOVE CMT-CORRELATION-ID TO CUSTACC-CORRELATION-ID
           ELSE
               ADD 1 TO WS-ACCESS-SEQUENCE
               IF WS-ACCESS-SEQUENCE > 98
                   MOVE 1 TO WS-ACCESS-SEQUENCE
               END-IF
               MOVE 'CMNT'       TO CUSTACC-CORRELATION-ID(1:4)
               MOVE WS-CURR-TIME TO CUSTACC-CORRELATION-ID(5:6)
               MOVE WS-ACCESS-SEQUENCE
                   TO CUSTACC-CORRELATION-ID(11:2)
           END-IF
           MOVE CUSTACC-RECORD TO ACCESS-LOG-OUT-LINE
           WRITE ACCESS-LOG-OUT-LINE.

      *    The inquiry shows whichever view CUSTREC-TYPE says is
      *    live, which is the whole point -- a human reading the
      *    wrong view is how the drift incidents started.
       2100-DISPLAY-CUSTOMER.
           ADD 1 TO WS-INQUIRIES-SERVED
           IF CUSTREC-TYPE-FINANCE
               DISPLAY 'CUSTMNT1 ' CUSTREC-CUSTOMER-ID
                   ' FINANCE VIEW: LAST=' CUSTREC-FIN-LAST-NAME
      *    Name and (finance) risk-score repairs are, and both roads
      *    lead through the central write routine.
       2200-UPDATE-CUSTOMER.
           IF CMT-NAME-AREA NOT = SPACES
               MOVE CMT-NAME-AREA TO CUSTREC-LEGACY-NAME
           END-IF
      *    under both views, so one move serves whichever view is
      *    live. '00' (or spaces) cuts on the period-end date.
       2300-ASSIGN-CYCLE.
           IF CMT-CYCLE = '00' OR '01' OR '02' OR '03' OR '04'
               OR '05'
               MOVE CMT-CYCLE TO CUSTREC-LEGACY-CYCLE
      *    belongs to CUSTMRG1's cross-reference and is refused --
      *    clearing its 'M' would orphan the redirect.
       2400-SERVICE-CLOSURE-FLAG.
           EVALUATE TRUE
               WHEN CUSTREC-LEGACY-MERGED
                   ADD 1 TO WS-TRANS-REJECTED
           END-EVALUATE.

       2600-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW
           MOVE CMT-CUSTOMER-ID TO CUSTREC-FILE-KEY
           READ CUSTREC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.

      *    THE central write routine: nothing stores a changed
      *    customer record except this paragraph, and this paragraph
           MOVE CUSTREC-LEGACY-NAME TO CUSTCKS-NAME-AREA
           CALL 'CUSTCKS1' USING CUSTCKS-COMM-AREA
           MOVE CUSTCKS-CHECKSUM TO CUSTREC-CHECKSUM
           MOVE CUSTREC-RECORD TO CUSTREC-FILE-RECORD
           REWRITE CUSTREC-FILE-RECORD
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'WRITE' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           MOVE BUSDATE-CURRENT-DATE TO WS-JRN-LOG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JRN-LOG-TIME
           MOVE CMT-ACTION     TO WS-JRN-ACTION
       3000-TERMINATE.
           CLOSE CMNTTRAN-FILE
           CLOSE JOURNAL-FILE
           CLOSE ACCESS-LOG-FILE
           CLOSE CUSTREC-FILE
           DISPLAY 'CUSTMNT1 TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY 'CUSTMNT1 INQUIRIES SERVED:  '
               WS-INQUIRIES-SERVED
