       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Customer 360 inquiry, read-only, reachable from the menu
      *    as its own MNUTRN dispatch entry (selection CI, transid
      *    CINQ) and driven here off a file of simulated inquiries
      *    like the other menu transactions. Answering one customer
      *    call used to mean CUSTMNT1 for the record, CUSTADM1 for
      *    the address, the raw limit, accrual, standing-order and
      *    held files, and a hand scan of the CUSTHIST slices to
      *    work out a disputed balance. One inquiry now shows it
      *    all for one customer id: the master record (or, when the
      *    account has left the master, its CUSTARC archive entry),
      *    the merge cross-reference both ways, the address and
      *    contact details, the credit limit in force and any
      *    future-dated one, the interest accrual, the standing
      *    orders, and the held items with their decisions. An
      *    inquiry naming an as-of date also rebuilds the balance
      *    on that date from the posted history -- the balance now
      *    less every posting booked after the date, each posting's
      *    movement taken as its balance-after less balance-before
      *    so every transaction type nets the way it was applied --
      *    and lists those postings. The postings are read by key
      *    from the CUSTHSTK history store; when the oldest run the
      *    CUSTHSKL load log shows in the store is more than a
      *    business day after the as-of date, the rebuilt balance
      *    is flagged as unproven. The requesting user's MNUSEC
      *    entitlement for CI is verified before anything is
      *    shown, and nothing is written to any file but the
      *    customer-data access log (CUSTACC.CPY): every customer
      *    an entitled user calls up -- on the master, the archive,
      *    or neither -- is logged there with the terminal and
      *    correlation id the menu handed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CINQTRAN-FILE     ASSIGN TO "CINQTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTACR-FILE      ASSIGN TO "CUSTACRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTACR-FILE-KEY
               FILE STATUS IS WS-CUSTACR-STATUS.
           SELECT ARCHIVE-FILE      ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-XREF-FILE   ASSIGN TO "CUSTMRGF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTADR-FILE      ASSIGN TO "CUSTADRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTLIM-FILE      ASSIGN TO "CUSTLIMF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORD-FILE        ASSIGN TO "STORDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-FILE         ASSIGN TO "CUSTHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HSTKEY-FILE       ASSIGN TO "CUSTHSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSTKEY-FILE-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-RUN-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-POSTED-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LOADLOG-FILE      ASSIGN TO "CUSTHSKL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADLOG-STATUS.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-LOG-FILE   ASSIGN TO "CUSTACCF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CINQTRAN-FILE.
       01  CINQTRAN-RECORD.
           05  CIQ-USERID              PIC X(08).
           05  CIQ-CUSTOMER-ID         PIC X(08).
           05  CIQ-AS-OF-DATE          PIC X(08).
           05  CIQ-TERMID              PIC X(04).
           05  CIQ-CORRELATION-ID      PIC X(12).

       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  CUSTACR-FILE.
       01  CUSTACR-FILE-RECORD.
           05  CUSTACR-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(22).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-IN-RECORD           PIC X(89).

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-IN-RECORD        PIC X(32).

       FD  CUSTADR-FILE.
       01  CUSTADR-IN-RECORD           PIC X(88).

       FD  CUSTLIM-FILE.
       01  CUSTLIM-IN-RECORD           PIC X(43).

       FD  STORD-FILE.
       01  STORD-IN-RECORD             PIC X(38).

       FD  HELD-FILE.
       01  HELD-IN-RECORD              PIC X(83).

       FD  HSTKEY-FILE.
       01  HSTKEY-FILE-RECORD.
           05  HSTKEY-FILE-KEY.
               10  FILLER              PIC X(08).
               10  HSTKEY-FILE-RUN-KEY PIC X(15).
           05  HSTKEY-FILE-POSTED-KEY  PIC X(16).
           05  FILLER                  PIC X(75).

       FD  LOADLOG-FILE.
       01  LOADLOG-LINE                PIC X(80).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-OUT-LINE         PIC X(57).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-CINQTRAN                      VALUE 'Y'.
       01  WS-SCAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-SCAN                          VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CUSTACR-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-LOADLOG-STATUS            PIC X(02)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-REQUESTS-READ         PIC 9(05)   VALUE ZERO.
           05  WS-REQUESTS-SERVED       PIC 9(05)   VALUE ZERO.
           05  WS-REQUESTS-REFUSED      PIC 9(05)   VALUE ZERO.

       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-ENTITLED-SWITCH           PIC X       VALUE 'N'.
           88  USER-IS-ENTITLED                     VALUE 'Y'.

      *    Where the customer was found and the balance the as-of
      *    rebuild starts from.
       01  WS-CUSTOMER-WORK.
           05  WS-FOUND-WHERE           PIC X(01)   VALUE SPACE.
               88  FOUND-ON-MASTER                  VALUE 'M'.
               88  FOUND-ON-ARCHIVE                 VALUE 'A'.
               88  FOUND-NOWHERE                    VALUE SPACE.
           05  WS-CURRENT-BALANCE       PIC S9(09)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-ITEM-COUNT            PIC 9(05)   VALUE ZERO.

      *    Credit limit in force on the business date, and the
      *    nearest one effective after it.
       01  WS-LIMIT-WORK.
           05  WS-IN-FORCE-SW           PIC X(01)   VALUE 'N'.
               88  LIMIT-IN-FORCE                   VALUE 'Y'.
           05  WS-IN-FORCE-LIMIT        PIC 9(09)V99 VALUE ZERO.
           05  WS-IN-FORCE-DATE         PIC 9(08)   VALUE ZERO.
           05  WS-IN-FORCE-BY           PIC X(08)   VALUE SPACES.
           05  WS-FUTURE-SW             PIC X(01)   VALUE 'N'.
               88  LIMIT-FUTURE-DATED               VALUE 'Y'.
           05  WS-FUTURE-LIMIT          PIC 9(09)V99 VALUE ZERO.
           05  WS-FUTURE-DATE           PIC 9(08)   VALUE ZERO.

       01  WS-AS-OF-WORK.
           05  WS-AS-OF-DATE            PIC 9(08)   VALUE ZERO.
           05  WS-AS-OF-SW              PIC X(01)   VALUE 'N'.
               88  AS-OF-REQUESTED                  VALUE 'Y'.
           05  WS-HISTORY-FROM-DATE     PIC 9(08)   VALUE ZERO.
           05  WS-HST-FROM-KEY.
               10  WS-HST-FROM-CUSTOMER PIC X(08).
               10  WS-HST-FROM-DATE     PIC 9(08).
               10  WS-HST-FROM-SEQ      PIC 9(07).
           05  WS-MOVEMENT-SINCE        PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-POSTING-MOVEMENT      PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-AS-OF-BALANCE         PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-POSTINGS-SINCE        PIC 9(05)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      *    Stands in for the menu's correlation id on an inquiry
      *    staged without one.
       01  WS-ACCESS-SEQUENCE           PIC 9(02)   VALUE ZERO.

       01  WS-DISPLAY-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DISPLAY-AMOUNT-2          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DISPLAY-ACCRUAL           PIC ZZZ,ZZZ,ZZ9.9999-.

       COPY CUSTREC.
       COPY CUSTACC.
       COPY CUSTACR.
       COPY CUSTARC.
       COPY CUSTMRG.
       COPY CUSTADR.
       COPY CUSTLIM.
       COPY STORD.
       COPY CUSTHELD.
       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTHSL.
       COPY BUSDATE.
       COPY DATEAREA.
       COPY MNUSEC.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL END-OF-CINQTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTINQ1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT MNUSEC-FILE
           OPEN INPUT CUSTREC-FILE
           OPEN INPUT CUSTACR-FILE
           OPEN INPUT CINQTRAN-FILE
           OPEN EXTEND ACCESS-LOG-FILE
           PERFORM 2900-READ-CINQTRAN.

       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           PERFORM 2100-CHECK-ENTITLEMENT
           IF USER-IS-ENTITLED
               ADD 1 TO WS-REQUESTS-SERVED
               DISPLAY 'CUSTINQ1 CUSTOMER ' CIQ-CUSTOMER-ID
                   ' FOR ' CIQ-USERID ' ON ' BUSDATE-CURRENT-DATE
               PERFORM 2200-SHOW-MASTER
               IF FOUND-NOWHERE
                   PERFORM 2250-SHOW-ARCHIVE
               END-IF
               IF FOUND-NOWHERE
                   DISPLAY '  NOT ON THE MASTER OR THE ARCHIVE'
               END-IF
               PERFORM 2050-LOG-CUSTOMER-ACCESS
               PERFORM 2300-SHOW-MERGE-XREF
               PERFORM 2350-SHOW-ADDRESS
               PERFORM 2400-SHOW-CREDIT-LIMIT
               PERFORM 2450-SHOW-ACCRUAL
               PERFORM 2500-SHOW-STANDING-ORDERS
               PERFORM 2550-SHOW-HELD-ITEMS
               IF CIQ-AS-OF-DATE NOT = SPACES
                   PERFORM 2600-REBUILD-AS-OF-BALANCE
               END-IF
           ELSE
               ADD 1 TO WS-REQUESTS-REFUSED
               DISPLAY '*** CUSTINQ1 ' CIQ-USERID ' NOT ENTITLED'
                   ' TO SELECTION CI -- REFUSED ***'
           END-IF
           PERFORM 2900-READ-CINQTRAN.

       2050-LOG-CUSTOMER-ACCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES             TO CUSTACC-RECORD
           MOVE WS-CURR-DATE       TO CUSTACC-LOG-DATE
           MOVE WS-CURR-TIME       TO CUSTACC-LOG-TIME
           MOVE CIQ-USERID         TO CUSTACC-USERID
           MOVE CIQ-TERMID         TO CUSTACC-TERMID
           MOVE CIQ-CUSTOMER-ID    TO CUSTACC-CUSTOMER-ID
           MOVE 'CUSTINQ1'         TO CUSTACC-PROGRAM
           MOVE 'I'                TO CUSTACC-ACTION
           SET CUSTACC-SINGLE-LOOKUP TO TRUE
           IF FOUND-NOWHERE
               SET CUSTACC-NOT-ON-FILE TO TRUE
           ELSE
               SET CUSTACC-FOUND TO TRUE
           END-IF
           IF CIQ-CORRELATION-ID NOT = SPACES
               MOVE CIQ-CORRELATION-ID TO CUSTACC-CORRELATION-ID
           ELSE
               ADD 1 TO WS-ACCESS-SEQUENCE
               IF WS-ACCESS-SEQUENCE > 98
                   MOVE 1 TO WS-ACCESS-SEQUENCE
               END-IF
               MOVE 'CINQ'       TO CUSTACC-CORRELATION-ID(1:4)
               MOVE WS-CURR-TIME TO CUSTACC-CORRELATION-ID(5:6)
               MOVE WS-ACCESS-SEQUENCE
                   TO CUSTACC-CORRELATION-ID(11:2)
           END-IF
           MOVE CUSTACC-RECORD TO ACCESS-LOG-OUT-LINE
           WRITE ACCESS-LOG-OUT-LINE.

       2100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE CIQ-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'CI'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
           END-READ.

      *    The balance is aliased under both views, so the legacy
      *    name reads it for either record type.
       2200-SHOW-MASTER.
           SET FOUND-NOWHERE TO TRUE
           MOVE ZERO TO WS-CURRENT-BALANCE
           MOVE CIQ-CUSTOMER-ID TO CUSTREC-FILE-KEY
           READ CUSTREC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FOUND-ON-MASTER TO TRUE
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   MOVE CUSTREC-LEGACY-BALANCE TO WS-CURRENT-BALANCE
                   PERFORM 2210-SHOW-CUSTOMER-RECORD
           END-READ.

       2210-SHOW-CUSTOMER-RECORD.
           MOVE CUSTREC-LEGACY-BALANCE TO WS-DISPLAY-AMOUNT
           IF CUSTREC-TYPE-FINANCE
               DISPLAY '  NAME     ' CUSTREC-FIN-LAST-NAME ' '
                   CUSTREC-FIN-FIRST-NAME ' (FINANCE LAYOUT)'
               DISPLAY '  BALANCE  ' WS-DISPLAY-AMOUNT
                   '  RISK SCORE ' CUSTREC-FIN-RISK-SCORE
           ELSE
               DISPLAY '  NAME     ' CUSTREC-LEGACY-NAME
                   ' (LEGACY LAYOUT)'
               DISPLAY '  BALANCE  ' WS-DISPLAY-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN CUSTREC-LEGACY-CLOSED
                   DISPLAY '  STATUS   FLAGGED FOR CLOSURE'
               WHEN CUSTREC-LEGACY-MERGED
                   DISPLAY '  STATUS   MERGED AWAY'
               WHEN OTHER
                   DISPLAY '  STATUS   OPEN'
           END-EVALUATE
           DISPLAY '  CYCLE    ' CUSTREC-LEGACY-CYCLE
               '  CHECKSUM ' CUSTREC-CHECKSUM.

      *    An account the closure job has taken off the master; the
      *    latest archive entry is the one that stands.
       2250-SHOW-ARCHIVE.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT ARCHIVE-FILE
           PERFORM 2260-READ-ONE-ARCHIVE UNTIL END-OF-SCAN
           CLOSE ARCHIVE-FILE
           IF FOUND-ON-ARCHIVE
               DISPLAY '  ARCHIVED ' CUSTARC-ARCHIVE-DATE
                   ' REASON ' CUSTARC-CLOSURE-REASON
               MOVE CUSTARC-RECORD-IMAGE TO CUSTREC-RECORD
               MOVE CUSTREC-LEGACY-BALANCE TO WS-CURRENT-BALANCE
               PERFORM 2210-SHOW-CUSTOMER-RECORD
           END-IF.

       2260-READ-ONE-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   IF ARCHIVE-IN-RECORD(30:8) = CIQ-CUSTOMER-ID
                       MOVE ARCHIVE-IN-RECORD TO CUSTARC-RECORD
                       SET FOUND-ON-ARCHIVE TO TRUE
                   END-IF
           END-READ.

       2300-SHOW-MERGE-XREF.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT MERGE-XREF-FILE
           PERFORM 2310-READ-ONE-XREF UNTIL END-OF-SCAN
           CLOSE MERGE-XREF-FILE.

       2310-READ-ONE-XREF.
           READ MERGE-XREF-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   MOVE MERGE-XREF-IN-RECORD TO CUSTMRG-RECORD
                   IF CUSTMRG-MERGED-ID = CIQ-CUSTOMER-ID
                       DISPLAY '  MERGED INTO ' CUSTMRG-SURVIVOR-ID
                           ' ON ' CUSTMRG-MERGE-DATE ' BY '
                           CUSTMRG-OPERATOR-ID
                   END-IF
                   IF CUSTMRG-SURVIVOR-ID = CIQ-CUSTOMER-ID
                       DISPLAY '  ABSORBED ' CUSTMRG-MERGED-ID
                           ' ON ' CUSTMRG-MERGE-DATE ' BY '
                           CUSTMRG-OPERATOR-ID
                   END-IF
           END-READ.

       2350-SHOW-ADDRESS.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT CUSTADR-FILE
           PERFORM 2360-READ-ONE-ADDRESS UNTIL END-OF-SCAN
           CLOSE CUSTADR-FILE
           IF WS-ITEM-COUNT = ZERO
               DISPLAY '  ADDRESS  NONE ON FILE'
           END-IF.

       2360-READ-ONE-ADDRESS.
           READ CUSTADR-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   MOVE CUSTADR-IN-RECORD TO CUSTADR-RECORD
                   IF CUSTADR-CUSTOMER-ID = CIQ-CUSTOMER-ID
                       ADD 1 TO WS-ITEM-COUNT
                       DISPLAY '  ADDRESS  ' CUSTADR-STREET
                       DISPLAY '           ' CUSTADR-CITY ' '
                           CUSTADR-STATE ' ' CUSTADR-ZIP
                       DISPLAY '  PHONE    ' CUSTADR-PHONE
                           '  PREFERS ' CUSTADR-PREF-CONTACT
                           '  EFFECTIVE ' CUSTADR-EFFECTIVE-DATE
                   END-IF
           END-READ.

      *    Same choice the posting job makes: the latest limit
      *    effective on or before the business date, a later record
      *    on the same date superseding an earlier one.
       2400-SHOW-CREDIT-LIMIT.
           MOVE 'N' TO WS-IN-FORCE-SW
                       WS-FUTURE-SW
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT CUSTLIM-FILE
           PERFORM 2410-READ-ONE-LIMIT UNTIL END-OF-SCAN
           CLOSE CUSTLIM-FILE
           IF LIMIT-IN-FORCE
               MOVE WS-IN-FORCE-LIMIT TO WS-DISPLAY-AMOUNT
               DISPLAY '  LIMIT    ' WS-DISPLAY-AMOUNT
                   ' SINCE ' WS-IN-FORCE-DATE ' APPROVED BY '
                   WS-IN-FORCE-BY
           ELSE
               DISPLAY '  LIMIT    NONE -- POSTS UNCHECKED'
           END-IF
           IF LIMIT-FUTURE-DATED
               MOVE WS-FUTURE-LIMIT TO WS-DISPLAY-AMOUNT
               DISPLAY '  PENDING  ' WS-DISPLAY-AMOUNT
                   ' FROM ' WS-FUTURE-DATE
           END-IF.

       2410-READ-ONE-LIMIT.
           READ CUSTLIM-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   MOVE CUSTLIM-IN-RECORD TO CUSTLIM-RECORD
                   IF CUSTLIM-CUSTOMER-ID = CIQ-CUSTOMER-ID
                       IF CUSTLIM-EFFECTIVE-DATE
                               NOT > BUSDATE-CURRENT-DATE
                           IF NOT LIMIT-IN-FORCE
                               OR CUSTLIM-EFFECTIVE-DATE
                                   NOT < WS-IN-FORCE-DATE
                               SET LIMIT-IN-FORCE TO TRUE
                               MOVE CUSTLIM-CREDIT-LIMIT
                                   TO WS-IN-FORCE-LIMIT
                               MOVE CUSTLIM-EFFECTIVE-DATE
                                   TO WS-IN-FORCE-DATE
                               MOVE CUSTLIM-APPROVED-BY
                                   TO WS-IN-FORCE-BY
                           END-IF
                       ELSE
                           IF NOT LIMIT-FUTURE-DATED
                               OR CUSTLIM-EFFECTIVE-DATE
                                   < WS-FUTURE-DATE
                               SET LIMIT-FUTURE-DATED TO TRUE
                               MOVE CUSTLIM-CREDIT-LIMIT
                                   TO WS-FUTURE-LIMIT
                               MOVE CUSTLIM-EFFECTIVE-DATE
                                   TO WS-FUTURE-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2450-SHOW-ACCRUAL.
           MOVE CIQ-CUSTOMER-ID TO CUSTACR-FILE-KEY
           READ CUSTACR-FILE
               INVALID KEY
                   DISPLAY '  ACCRUAL  NONE ON FILE'
               NOT INVALID KEY
                   MOVE CUSTACR-FILE-RECORD TO CUSTACR-RECORD
                   MOVE CUSTACR-ACCRUED-AMOUNT TO WS-DISPLAY-ACCRUAL
                   DISPLAY '  ACCRUAL  ' WS-DISPLAY-ACCRUAL
                       ' THROUGH ' CUSTACR-LAST-ACCRUAL-DATE
           END-READ.

       2500-SHOW-STANDING-ORDERS.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT STORD-FILE
           PERFORM 2510-READ-ONE-ORDER UNTIL END-OF-SCAN
           CLOSE STORD-FILE
           IF WS-ITEM-COUNT = ZERO
               DISPLAY '  STANDING ORDERS  NONE'
           END-IF.

       2510-READ-ONE-ORDER.
           READ STORD-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   MOVE STORD-IN-RECORD TO STORD-RECORD
                   IF STORD-CUSTOMER-ID = CIQ-CUSTOMER-ID
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE STORD-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY '  STANDING ' STORD-TRAN-TYPE ' '
                           WS-DISPLAY-AMOUNT ' FREQ '
                           STORD-FREQUENCY ' NEXT '
                           STORD-NEXT-RUN-DATE ' ACTIVE '
                           STORD-ACTIVE-FLAG
                   END-IF
           END-READ.

       2550-SHOW-HELD-ITEMS.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT HELD-FILE
           PERFORM 2560-READ-ONE-HELD UNTIL END-OF-SCAN
           CLOSE HELD-FILE
           IF WS-ITEM-COUNT = ZERO
               DISPLAY '  HELD ITEMS  NONE'
           END-IF.

       2560-READ-ONE-HELD.
           READ HELD-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   MOVE HELD-IN-RECORD TO CUSTHLD-RECORD
                   IF CUSTHLD-CUSTOMER-ID = CIQ-CUSTOMER-ID
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE CUSTHLD-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY '  HELD     ' CUSTHLD-HELD-DATE ' '
                           CUSTHLD-TRAN-TYPE ' ' WS-DISPLAY-AMOUNT
                           ' STATUS ' CUSTHLD-STATUS ' '
                           CUSTHLD-DECISION-USERID
                       DISPLAY '           ' CUSTHLD-REASON
                   END-IF
           END-READ.

      *    The balance on the as-of date is the balance now less
      *    every posting booked after it. A backdated posting books
      *    its history to its effective date, so it counts on the
      *    day it belongs to -- the same view the restatement job
      *    takes of the balance-forward chain.
       2600-REBUILD-AS-OF-BALANCE.
           MOVE 'N' TO WS-AS-OF-SW
           IF CIQ-AS-OF-DATE IS NUMERIC
               MOVE CIQ-AS-OF-DATE TO W-DATE-1-8
               SET FORMAT-1-YYYYMMDD    TO TRUE
               SET FUNC-VERIFY-THE-DATE TO TRUE
               CALL 'DATECNV1' USING W-DATE-AREA
               IF CONVERT-RET-GOOD
                   MOVE CIQ-AS-OF-DATE TO WS-AS-OF-DATE
                   IF WS-AS-OF-DATE NOT > BUSDATE-CURRENT-DATE
                       SET AS-OF-REQUESTED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT AS-OF-REQUESTED
               DISPLAY '*** CUSTINQ1 AS-OF DATE ' CIQ-AS-OF-DATE
                   ' NOT A VALID DATE ON OR BEFORE '
                   BUSDATE-CURRENT-DATE ' -- NOT REBUILT ***'
           ELSE
               MOVE ZERO TO WS-MOVEMENT-SINCE
                            WS-POSTINGS-SINCE
                            WS-HISTORY-FROM-DATE
               DISPLAY '  POSTINGS BOOKED AFTER ' WS-AS-OF-DATE ':'
               PERFORM 2605-FIND-HISTORY-FROM-DATE
               IF WS-HISTORY-FROM-DATE > ZERO
                   PERFORM 2607-SCAN-STORE-FOR-CUSTOMER
               END-IF
               COMPUTE WS-AS-OF-BALANCE
                   = WS-CURRENT-BALANCE - WS-MOVEMENT-SINCE
               MOVE WS-AS-OF-BALANCE TO WS-DISPLAY-AMOUNT
               MOVE WS-CURRENT-BALANCE TO WS-DISPLAY-AMOUNT-2
               DISPLAY '  BALANCE AS OF ' WS-AS-OF-DATE ' '
                   WS-DISPLAY-AMOUNT '  NOW ' WS-DISPLAY-AMOUNT-2
                   '  POSTINGS SINCE ' WS-POSTINGS-SINCE
               PERFORM 2650-CHECK-HISTORY-COVERAGE
           END-IF.

      *    The oldest run date the load log shows loaded is where
      *    the store's history begins.
       2605-FIND-HISTORY-FROM-DATE.
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT LOADLOG-FILE
           IF WS-LOADLOG-STATUS = '00'
               PERFORM 2606-READ-ONE-LOG-ENTRY UNTIL END-OF-SCAN
               CLOSE LOADLOG-FILE
           END-IF.

       2606-READ-ONE-LOG-ENTRY.
           READ LOADLOG-FILE
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   MOVE LOADLOG-LINE TO CUSTHSL-RECORD
                   IF CUSTHSL-SLICE-LOADED
                       AND (WS-HISTORY-FROM-DATE = ZERO
                       OR CUSTHSL-RUN-DATE < WS-HISTORY-FROM-DATE)
                       MOVE CUSTHSL-RUN-DATE TO WS-HISTORY-FROM-DATE
                   END-IF
           END-READ.

      *    A posting booked after the as-of date was posted by a run
      *    no earlier than its booked date, so the customer's store
      *    records from the day after the as-of date hold them all.
       2607-SCAN-STORE-FOR-CUSTOMER.
           OPEN INPUT HSTKEY-FILE
           IF WS-HISTORY-STATUS = '00'
               MOVE CIQ-CUSTOMER-ID TO WS-HST-FROM-CUSTOMER
               COMPUTE WS-HST-FROM-DATE = WS-AS-OF-DATE + 1
               MOVE ZERO TO WS-HST-FROM-SEQ
               MOVE WS-HST-FROM-KEY TO HSTKEY-FILE-KEY
               MOVE 'N' TO WS-SCAN-EOF
               START HSTKEY-FILE KEY NOT LESS THAN HSTKEY-FILE-KEY
                   INVALID KEY
                       SET END-OF-SCAN TO TRUE
               END-START
               PERFORM 2610-READ-ONE-POSTING UNTIL END-OF-SCAN
               CLOSE HSTKEY-FILE
           ELSE
               MOVE ZERO TO WS-HISTORY-FROM-DATE
           END-IF.

       2610-READ-ONE-POSTING.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-SCAN TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                   EVALUATE TRUE
                       WHEN CUSTHSK-CUSTOMER-ID NOT = CIQ-CUSTOMER-ID
                           SET END-OF-SCAN TO TRUE
                       WHEN CUSTHST-BUSINESS-DATE > WS-AS-OF-DATE
                           PERFORM 2620-SHOW-ONE-POSTING
                   END-EVALUATE
           END-READ.

       2620-SHOW-ONE-POSTING.
           ADD 1 TO WS-POSTINGS-SINCE
           COMPUTE WS-POSTING-MOVEMENT
               = CUSTHST-BALANCE-AFTER - CUSTHST-BALANCE-BEFORE
           ADD WS-POSTING-MOVEMENT TO WS-MOVEMENT-SINCE
           MOVE WS-POSTING-MOVEMENT TO WS-DISPLAY-AMOUNT
           MOVE CUSTHST-BALANCE-AFTER TO WS-DISPLAY-AMOUNT-2
           DISPLAY '    ' CUSTHST-BUSINESS-DATE ' '
               CUSTHST-TRAN-TYPE ' ' WS-DISPLAY-AMOUNT
               ' AFTER ' WS-DISPLAY-AMOUNT-2 ' '
               CUSTHST-REVERSAL-FLAG CUSTHST-POSTING-SOURCE
               CUSTHST-CHANNEL-CODE ' ' CUSTHST-CORRELATION-ID.

      *    Postings between the as-of date and the oldest run in the
      *    store cannot be seen, so the rebuilt balance only stands
      *    when the history starts within a business day of it.
       2650-CHECK-HISTORY-COVERAGE.
           IF WS-HISTORY-FROM-DATE = ZERO
               DISPLAY '*** CUSTINQ1 NO POSTED HISTORY ON FILE --'
                   ' AS-OF BALANCE UNPROVEN ***'
           ELSE
               IF WS-HISTORY-FROM-DATE > WS-AS-OF-DATE
                   MOVE WS-AS-OF-DATE        TO W-DATE-1-8N
                   MOVE WS-HISTORY-FROM-DATE TO W-DATE-2-8N
                   SET FORMAT-1-YYYYMMDD     TO TRUE
                   SET FORMAT-2-YYYYMMDD     TO TRUE
                   SET FUNC-CALC-BUSINESS-DAYS-BETWEEN TO TRUE
                   CALL 'DATECNV1' USING W-DATE-AREA
                   IF NOT CONVERT-RET-GOOD
                       OR W-BUSINESS-DAY-COUNT > 1
                       DISPLAY '*** CUSTINQ1 HISTORY ON FILE STARTS '
                           WS-HISTORY-FROM-DATE ' -- AS-OF'
                           ' BALANCE UNPROVEN ***'
                   END-IF
               END-IF
           END-IF.

       2900-READ-CINQTRAN.
           READ CINQTRAN-FILE
               AT END
                   SET END-OF-CINQTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE CINQTRAN-FILE
           CLOSE ACCESS-LOG-FILE
           CLOSE CUSTACR-FILE
           CLOSE CUSTREC-FILE
           CLOSE MNUSEC-FILE
           DISPLAY 'CUSTINQ1 REQUESTS READ:    ' WS-REQUESTS-READ
           DISPLAY 'CUSTINQ1 REQUESTS SERVED:  ' WS-REQUESTS-SERVED
           DISPLAY 'CUSTINQ1 REQUESTS REFUSED: ' WS-REQUESTS-REFUSED.
