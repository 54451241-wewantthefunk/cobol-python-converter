       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORGEN1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly customer correspondence driven by account events.
      *    CUSTADRF gives every customer an address and a preferred
      *    contact method (CUSTADR.CPY), but until now only the
      *    statements used it; a customer whose debit was held or
      *    whose account was closed heard about it when they rang
      *    in. This job picks up the night's events and sends one
      *    notice per event:
      *      HC  a debit held over the credit limit -- the CUSTHELD
      *          items held today by the posting run;
      *      HD  a held debit declined -- today's declines on the
      *          CUSTREL1 decision audit (CUSTHDA);
      *      AC  an account closed and archived -- today's entries
      *          on the CUSTARC1 archive (CUSTARCH), named from the
      *          archived record image;
      *      MG  a duplicate account merged -- today's CUSTMRG1
      *          cross-references (CUSTMRGF), sent to the survivor;
      *      RT  an interest rate change -- every INTRATEF rate
      *          schedule taking effect since the previous business
      *          date, with the range of rates it carries, sent to
      *          every open customer on the keyed CUSTRECF master
      *          (a segment's schedule only to the customers the
      *          CUSTSEGF segment file puts in that segment);
      *      SS  a standing order suspended -- suspensions approved
      *          since the previous business date on the STOMNT1
      *          journal (SOMJRN), including those STORTN1 makes
      *          after repeated returned debits.
      *    The wording comes from the CORTMPL template file
      *    (CORTPL.CPY), one subject line and the body lines per
      *    event code, with the customer's own particulars added
      *    beneath. A customer who prefers the phone and has a
      *    number goes on the CORCALL contact-center call list; any
      *    other customer with a complete street, city, state and
      *    zip is sent a letter on the CORPRT print file. When the
      *    preferred method is unusable the other one is used. A
      *    customer with neither -- or with no CUSTADRF record, or
      *    no longer on the master -- is listed on the CORSUPP
      *    suppression report with the event the notice was for,
      *    so the branch can chase a usable address. An event with
      *    no template is not sent and ends the run 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTADR-FILE      ASSIGN TO "CUSTADRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEMPLATE-FILE     ASSIGN TO "CORTMPL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-FILE         ASSIGN TO "CUSTHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-AUDIT-FILE
                                    ASSIGN TO "CUSTHDA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE      ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-XREF-FILE   ASSIGN TO "CUSTMRGF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOM-JOURNAL-FILE  ASSIGN TO "SOMJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTRATE-FILE      ASSIGN TO "INTRATEF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTSEG-FILE      ASSIGN TO "CUSTSEGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTSEG-STATUS.
           SELECT PRINT-FILE        ASSIGN TO "CORPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALL-LIST-FILE    ASSIGN TO "CORCALL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPRESS-FILE     ASSIGN TO "CORSUPP"
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

       FD  CUSTADR-FILE.
       01  CUSTADR-IN-RECORD           PIC X(88).

       FD  TEMPLATE-FILE.
       01  TEMPLATE-IN-RECORD          PIC X(64).

       FD  HELD-FILE.
       01  HELD-IN-RECORD              PIC X(83).

       FD  DECISION-AUDIT-FILE.
       01  DECISION-AUDIT-LINE         PIC X(83).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-IN-RECORD           PIC X(89).

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-RECORD           PIC X(32).

      *    The STOMNT1 journal line: an approval ('A') of a suspend
      *    change ('S') carries the instruction as it stood before.
       FD  SOM-JOURNAL-FILE.
       01  SOM-JOURNAL-LINE.
           05  SMJ-LOG-DATE            PIC 9(08).
           05  SMJ-LOG-TIME            PIC 9(06).
           05  SMJ-USERID              PIC X(08).
           05  SMJ-EVENT               PIC X(01).
           05  SMJ-PENDING-ID          PIC 9(04).
           05  SMJ-CHANGE-TYPE         PIC X(01).
           05  SMJ-BEFORE-IMAGE        PIC X(38).
           05  SMJ-AFTER-IMAGE         PIC X(38).

       FD  INTRATE-FILE.
       01  INTRATE-IN-RECORD           PIC X(62).

       FD  CUSTSEG-FILE.
       01  CUSTSEG-IN-RECORD           PIC X(26).

       FD  PRINT-FILE.
       01  PRINT-OUT-LINE              PIC X(80).

      *    One call per notice for a customer reached by phone: who
      *    to ring, the number, and what to tell them.
       FD  CALL-LIST-FILE.
       01  CALL-LIST-RECORD.
           05  CCL-CUSTOMER-ID         PIC X(08).
           05  CCL-NAME                PIC X(30).
           05  CCL-PHONE               PIC X(10).
           05  CCL-EVENT-CODE          PIC X(02).
           05  CCL-EVENT-DATE          PIC 9(08).
           05  CCL-SUBJECT             PIC X(60).
           05  CCL-DETAIL              PIC X(50).

       FD  SUPPRESS-FILE.
       01  SUPPRESS-OUT-LINE           PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-INPUT                         VALUE 'Y'.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CUSTSEG-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

       01  WS-ADDRESS-TABLE.
           05  WS-ADDRESS-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-ADDRESS-IMAGE OCCURS 5000 TIMES
                                        PIC X(88).
       01  WS-ADR-IDX                   PIC 9(04).
       01  WS-ADDRESS-FOUND-IDX         PIC 9(04).

      *    Template lines in the order they stand on CORTMPL.
       01  WS-TEMPLATE-TABLE.
           05  WS-TEMPLATE-COUNT        PIC 9(03)   VALUE ZERO.
           05  WS-TEMPLATE-ENTRY OCCURS 300 TIMES.
               10  WS-TPL-EVENT-CODE    PIC X(02).
               10  WS-TPL-LINE-NO       PIC 9(02).
               10  WS-TPL-TEXT          PIC X(60).
       01  WS-TPL-IDX                   PIC 9(03).
       01  WS-SUBJECT-IDX               PIC 9(03).

      *    The whole rate file; a schedule is every record of one
      *    segment and effective date.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 300 TIMES.
               10  WS-RTE-EFFECTIVE-DATE
                                        PIC 9(08).
               10  WS-RTE-ANNUAL-RATE   PIC 9(02)V9(04).
               10  WS-RTE-SEGMENT       PIC X(02).
       01  WS-RTE-IDX                   PIC 9(03).
       01  WS-FIRST-IDX                 PIC 9(03).
       01  WS-CHANGE-IDX                PIC 9(03).
       01  WS-LOW-RATE                  PIC 9(02)V9(04).
       01  WS-HIGH-RATE                 PIC 9(02)V9(04).

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
       01  WS-CUST-SEGMENT              PIC X(02).

      *    The event being notified.
       01  WS-EVENT.
           05  WS-EVT-CODE              PIC X(02).
           05  WS-EVT-CUSTOMER-ID       PIC X(08).
           05  WS-EVT-DATE              PIC 9(08).
           05  WS-EVT-NAME              PIC X(30).
           05  WS-EVT-DETAIL            PIC X(50).
       01  WS-NAME-SWITCH               PIC X(01).
           88  NAME-SUPPLIED                        VALUE 'Y'.
       01  WS-SUPPRESS-REASON           PIC X(30).

       01  WS-EDIT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LOW-RATE             PIC 99.9999.
       01  WS-EDIT-HIGH-RATE            PIC 99.9999.

       01  WS-CONTROL-TOTALS.
           05  WS-EVENTS-FOUND          PIC 9(07)   VALUE ZERO.
           05  WS-LETTERS-WRITTEN       PIC 9(07)   VALUE ZERO.
           05  WS-CALLS-LISTED          PIC 9(07)   VALUE ZERO.
           05  WS-FALLBACKS             PIC 9(07)   VALUE ZERO.
           05  WS-NOTICES-SUPPRESSED    PIC 9(07)   VALUE ZERO.
           05  WS-NO-TEMPLATE           PIC 9(07)   VALUE ZERO.

       01  WS-LETTER-HEAD-LINE.
           05  FILLER                   PIC X(08)   VALUE 'NOTICE  '.
           05  WS-LHL-NOTICE-NO         PIC 9(07).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-LHL-DATE              PIC 9(08).
           05  FILLER                   PIC X(11)
                                        VALUE '  CUSTOMER '.
           05  WS-LHL-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(08)   VALUE '  EVENT '.
           05  WS-LHL-EVENT-CODE        PIC X(02).
           05  FILLER                   PIC X(26)   VALUE SPACES.
       01  WS-LETTER-CITY-LINE.
           05  WS-LCL-CITY              PIC X(20).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-LCL-STATE             PIC X(02).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-LCL-ZIP               PIC X(09).
           05  FILLER                   PIC X(46)   VALUE SPACES.

       01  WS-SUPPRESS-LINE.
           05  WS-SPL-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SPL-EVENT-CODE        PIC X(02).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SPL-EVENT-DATE        PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SPL-REASON            PIC X(30).
           05  FILLER                   PIC X(26)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY CUSTREC.
       COPY CUSTADR.
       COPY CORTPL.
       COPY CUSTHELD.
       COPY CUSTARC.
       COPY CUSTMRG.
       COPY STORD.
       COPY INTRATE.
       COPY CUSTSEG.
       COPY BUSDATE.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-HELD-EVENTS
           PERFORM 2100-DECLINE-EVENTS
           PERFORM 2200-ARCHIVE-EVENTS
           PERFORM 2300-MERGE-EVENTS
           PERFORM 2400-SUSPENSION-EVENTS
           PERFORM 2500-RATE-EVENTS
           PERFORM 3000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'CORR' TO WS-CORRELATION-ID(1:4)
           MOVE WS-CURR-TIME TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CORGEN1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-ADDRESSES
           PERFORM 1200-LOAD-TEMPLATES
           PERFORM 1300-LOAD-RATES
           PERFORM 1400-LOAD-SEGMENTS
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT CALL-LIST-FILE
           OPEN OUTPUT SUPPRESS-FILE
           MOVE SPACES TO SUPPRESS-OUT-LINE
           STRING 'CORGEN1 - NOTICES SUPPRESSED, NO USABLE CONTACT, '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO SUPPRESS-OUT-LINE
           WRITE SUPPRESS-OUT-LINE
           MOVE SPACES TO SUPPRESS-OUT-LINE
           STRING 'CUSTOMER  EV  EVENT DT  REASON'
               DELIMITED BY SIZE INTO SUPPRESS-OUT-LINE
           WRITE SUPPRESS-OUT-LINE.

       1100-LOAD-ADDRESSES.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT CUSTADR-FILE
           PERFORM 1110-READ-ADDRESS UNTIL END-OF-INPUT
           CLOSE CUSTADR-FILE.

       1110-READ-ADDRESS.
           READ CUSTADR-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-ADDRESS-COUNT >= 5000
                       DISPLAY '*** CORGEN1 MORE THAN 5000 ADDRESS'
                           ' RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADDRESS-COUNT
                   MOVE CUSTADR-IN-RECORD
                       TO WS-ADDRESS-IMAGE(WS-ADDRESS-COUNT)
           END-READ.

       1200-LOAD-TEMPLATES.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT TEMPLATE-FILE
           PERFORM 1210-READ-TEMPLATE UNTIL END-OF-INPUT
           CLOSE TEMPLATE-FILE.

       1210-READ-TEMPLATE.
           READ TEMPLATE-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-TEMPLATE-COUNT >= 300
                       DISPLAY '*** CORGEN1 MORE THAN 300 TEMPLATE'
                           ' LINES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE TEMPLATE-IN-RECORD TO CORTPL-RECORD
                   ADD 1 TO WS-TEMPLATE-COUNT
                   MOVE CORTPL-EVENT-CODE
                       TO WS-TPL-EVENT-CODE(WS-TEMPLATE-COUNT)
                   MOVE CORTPL-LINE-NO
                       TO WS-TPL-LINE-NO(WS-TEMPLATE-COUNT)
                   MOVE CORTPL-TEXT
                       TO WS-TPL-TEXT(WS-TEMPLATE-COUNT)
           END-READ.

       1300-LOAD-RATES.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT INTRATE-FILE
           PERFORM 1310-READ-RATE UNTIL END-OF-INPUT
           CLOSE INTRATE-FILE.

       1310-READ-RATE.
           READ INTRATE-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-RATE-COUNT >= 300
                       DISPLAY '*** CORGEN1 MORE THAN 300 INTRATE'
                           ' RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE INTRATE-IN-RECORD TO INTRATE-RECORD
                   ADD 1 TO WS-RATE-COUNT
                   MOVE INTRATE-EFFECTIVE-DATE
                       TO WS-RTE-EFFECTIVE-DATE(WS-RATE-COUNT)
                   MOVE INTRATE-ANNUAL-RATE
                       TO WS-RTE-ANNUAL-RATE(WS-RATE-COUNT)
                   MOVE INTRATE-SEGMENT
                       TO WS-RTE-SEGMENT(WS-RATE-COUNT)
           END-READ.

      *    Optional -- without it every customer is on the standard
      *    schedule. The latest assignment effective by the
      *    business date is the one kept.
       1400-LOAD-SEGMENTS.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT CUSTSEG-FILE
           IF WS-CUSTSEG-STATUS = '00'
               PERFORM 1410-READ-SEGMENT UNTIL END-OF-INPUT
               CLOSE CUSTSEG-FILE
           END-IF.

       1410-READ-SEGMENT.
           READ CUSTSEG-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE CUSTSEG-IN-RECORD TO CUSTSEG-RECORD
                   IF CUSTSEG-EFFECTIVE-DATE NUMERIC
                       AND CUSTSEG-EFFECTIVE-DATE
                           <= BUSDATE-CURRENT-DATE
                       PERFORM 1420-KEEP-SEGMENT
                   END-IF
           END-READ.

       1420-KEEP-SEGMENT.
           MOVE CUSTSEG-CUSTOMER-ID TO WS-SEG-SEARCH-ID
           PERFORM 2530-FIND-CUSTOMER-SEGMENT
           IF WS-SEG-FOUND-IDX = ZERO
               IF WS-SEGMENT-COUNT >= 5000
                   DISPLAY '*** CORGEN1 MORE THAN 5000 CUSTSEGF'
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

      *    The posting run carries yesterday's open holds forward on
      *    the same file; only today's holds are news.
       2000-HELD-EVENTS.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT HELD-FILE
           PERFORM 2010-READ-HELD UNTIL END-OF-INPUT
           CLOSE HELD-FILE.

       2010-READ-HELD.
           READ HELD-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE HELD-IN-RECORD TO CUSTHLD-RECORD
                   IF CUSTHLD-STATUS-HELD
                       AND CUSTHLD-HELD-DATE = BUSDATE-CURRENT-DATE
                       MOVE 'HC'                TO WS-EVT-CODE
                       MOVE CUSTHLD-CUSTOMER-ID TO WS-EVT-CUSTOMER-ID
                       MOVE CUSTHLD-HELD-DATE   TO WS-EVT-DATE
                       MOVE CUSTHLD-AMOUNT      TO WS-EDIT-AMOUNT
                       MOVE SPACES              TO WS-EVT-DETAIL
                       STRING 'DEBIT OF ' WS-EDIT-AMOUNT
                           ' HELD OVER LIMIT'
                           DELIMITED BY SIZE INTO WS-EVT-DETAIL
                       MOVE 'N' TO WS-NAME-SWITCH
                       PERFORM 2600-SEND-NOTICE
                   END-IF
           END-READ.

       2100-DECLINE-EVENTS.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT DECISION-AUDIT-FILE
           PERFORM 2110-READ-DECISION UNTIL END-OF-INPUT
           CLOSE DECISION-AUDIT-FILE.

       2110-READ-DECISION.
           READ DECISION-AUDIT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE DECISION-AUDIT-LINE TO CUSTHLD-RECORD
                   IF CUSTHLD-STATUS-DECLINED
                       AND CUSTHLD-DECISION-DATE = BUSDATE-CURRENT-DATE
                       MOVE 'HD'                TO WS-EVT-CODE
                       MOVE CUSTHLD-CUSTOMER-ID TO WS-EVT-CUSTOMER-ID
                       MOVE CUSTHLD-DECISION-DATE
                                                TO WS-EVT-DATE
                       MOVE CUSTHLD-AMOUNT      TO WS-EDIT-AMOUNT
                       MOVE SPACES              TO WS-EVT-DETAIL
                       STRING 'HELD DEBIT OF ' WS-EDIT-AMOUNT
                           ' DECLINED'
                           DELIMITED BY SIZE INTO WS-EVT-DETAIL
                       MOVE 'N' TO WS-NAME-SWITCH
                       PERFORM 2600-SEND-NOTICE
                   END-IF
           END-READ.

      *    An archived account is off the master; its name comes
      *    from the record image the archive keeps.
       2200-ARCHIVE-EVENTS.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT ARCHIVE-FILE
           PERFORM 2210-READ-ARCHIVE UNTIL END-OF-INPUT
           CLOSE ARCHIVE-FILE.

       2210-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE ARCHIVE-IN-RECORD TO CUSTARC-RECORD
                   IF CUSTARC-ARCHIVE-DATE = BUSDATE-CURRENT-DATE
                       MOVE CUSTARC-RECORD-IMAGE TO CUSTREC-RECORD
                       MOVE 'AC'                 TO WS-EVT-CODE
                       MOVE CUSTREC-CUSTOMER-ID  TO WS-EVT-CUSTOMER-ID
                       MOVE CUSTARC-ARCHIVE-DATE TO WS-EVT-DATE
                       MOVE CUSTREC-LEGACY-NAME  TO WS-EVT-NAME
                       MOVE SPACES               TO WS-EVT-DETAIL
                       STRING 'ACCOUNT CLOSED - '
                           CUSTARC-CLOSURE-REASON
                           DELIMITED BY SIZE INTO WS-EVT-DETAIL
                       MOVE 'Y' TO WS-NAME-SWITCH
                       PERFORM 2600-SEND-NOTICE
                   END-IF
           END-READ.

       2300-MERGE-EVENTS.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT MERGE-XREF-FILE
           PERFORM 2310-READ-MERGE UNTIL END-OF-INPUT
           CLOSE MERGE-XREF-FILE.

       2310-READ-MERGE.
           READ MERGE-XREF-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE MERGE-XREF-RECORD TO CUSTMRG-RECORD
                   IF CUSTMRG-MERGE-DATE = BUSDATE-CURRENT-DATE
                       MOVE 'MG'                TO WS-EVT-CODE
                       MOVE CUSTMRG-SURVIVOR-ID TO WS-EVT-CUSTOMER-ID
                       MOVE CUSTMRG-MERGE-DATE  TO WS-EVT-DATE
                       MOVE SPACES              TO WS-EVT-DETAIL
                       STRING 'ACCOUNT ' CUSTMRG-MERGED-ID
                           ' MERGED INTO ' CUSTMRG-SURVIVOR-ID
                           DELIMITED BY SIZE INTO WS-EVT-DETAIL
                       MOVE 'N' TO WS-NAME-SWITCH
                       PERFORM 2600-SEND-NOTICE
                   END-IF
           END-READ.

      *    The journal is stamped with the clock date, so an
      *    approval made over a weekend or holiday is picked up by
      *    the next business night.
       2400-SUSPENSION-EVENTS.
           MOVE 'N' TO WS-INPUT-EOF
           OPEN INPUT SOM-JOURNAL-FILE
           PERFORM 2410-READ-JOURNAL UNTIL END-OF-INPUT
           CLOSE SOM-JOURNAL-FILE.

       2410-READ-JOURNAL.
           READ SOM-JOURNAL-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF SMJ-EVENT = 'A'
                       AND SMJ-CHANGE-TYPE = 'S'
                       AND SMJ-LOG-DATE > BUSDATE-PREVIOUS-DATE
                       AND SMJ-LOG-DATE NOT > BUSDATE-CURRENT-DATE
                       MOVE SMJ-BEFORE-IMAGE  TO STORD-RECORD
                       MOVE 'SS'              TO WS-EVT-CODE
                       MOVE STORD-CUSTOMER-ID TO WS-EVT-CUSTOMER-ID
                       MOVE SMJ-LOG-DATE      TO WS-EVT-DATE
                       MOVE STORD-AMOUNT      TO WS-EDIT-AMOUNT
                       MOVE SPACES            TO WS-EVT-DETAIL
                       STRING 'STANDING ORDER OF ' WS-EDIT-AMOUNT
                           ' SUSPENDED'
                           DELIMITED BY SIZE INTO WS-EVT-DETAIL
                       MOVE 'N' TO WS-NAME-SWITCH
                       PERFORM 2600-SEND-NOTICE
                   END-IF
           END-READ.

      *    A rate schedule is loaded ahead of its effective date;
      *    it is news once it takes effect, once per schedule, to
      *    the customers it prices, with the range of its rates --
      *    which band applies is the customer's own balance.
       2500-RATE-EVENTS.
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-RATE-COUNT
               IF WS-RTE-EFFECTIVE-DATE(WS-CHANGE-IDX)
                   > BUSDATE-PREVIOUS-DATE
                   AND WS-RTE-EFFECTIVE-DATE(WS-CHANGE-IDX)
                   NOT > BUSDATE-CURRENT-DATE
                   PERFORM 2505-SCAN-SCHEDULE
                   IF WS-FIRST-IDX = WS-CHANGE-IDX
                       PERFORM 2510-NOTIFY-RATE-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

      *    First table entry of the schedule, and its rate range.
       2505-SCAN-SCHEDULE.
           MOVE ZERO TO WS-FIRST-IDX
           MOVE 99.9999 TO WS-LOW-RATE
           MOVE ZERO TO WS-HIGH-RATE
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RATE-COUNT
               IF WS-RTE-EFFECTIVE-DATE(WS-RTE-IDX)
                   = WS-RTE-EFFECTIVE-DATE(WS-CHANGE-IDX)
                   AND WS-RTE-SEGMENT(WS-RTE-IDX)
                   = WS-RTE-SEGMENT(WS-CHANGE-IDX)
                   IF WS-FIRST-IDX = ZERO
                       MOVE WS-RTE-IDX TO WS-FIRST-IDX
                   END-IF
                   IF WS-RTE-ANNUAL-RATE(WS-RTE-IDX) < WS-LOW-RATE
                       MOVE WS-RTE-ANNUAL-RATE(WS-RTE-IDX)
                           TO WS-LOW-RATE
                   END-IF
                   IF WS-RTE-ANNUAL-RATE(WS-RTE-IDX) > WS-HIGH-RATE
                       MOVE WS-RTE-ANNUAL-RATE(WS-RTE-IDX)
                           TO WS-HIGH-RATE
                   END-IF
               END-IF
           END-PERFORM.

       2510-NOTIFY-RATE-CHANGE.
           MOVE WS-LOW-RATE TO WS-EDIT-LOW-RATE
           MOVE WS-HIGH-RATE TO WS-EDIT-HIGH-RATE
           MOVE 'RT' TO WS-EVT-CODE
           MOVE WS-RTE-EFFECTIVE-DATE(WS-CHANGE-IDX) TO WS-EVT-DATE
           MOVE SPACES TO WS-EVT-DETAIL
           IF WS-LOW-RATE = WS-HIGH-RATE
               STRING 'NEW RATE ' WS-EDIT-HIGH-RATE
                   ' PCT FROM ' WS-EVT-DATE
                   DELIMITED BY SIZE INTO WS-EVT-DETAIL
           ELSE
               STRING 'NEW RATES ' WS-EDIT-LOW-RATE ' TO '
                   WS-EDIT-HIGH-RATE ' PCT FROM ' WS-EVT-DATE
                   DELIMITED BY SIZE INTO WS-EVT-DETAIL
           END-IF
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO CUSTREC-FILE-KEY
           START CUSTREC-FILE KEY NOT LESS THAN CUSTREC-FILE-KEY
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START
           PERFORM 2520-RATE-NOTICE-ONE-CUSTOMER UNTIL END-OF-MASTER.

       2520-RATE-NOTICE-ONE-CUSTOMER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   MOVE CUSTREC-CUSTOMER-ID TO WS-SEG-SEARCH-ID
                   PERFORM 2530-FIND-CUSTOMER-SEGMENT
                   IF WS-SEG-FOUND-IDX > ZERO
                       MOVE WS-SEG-SEGMENT(WS-SEG-FOUND-IDX)
                           TO WS-CUST-SEGMENT
                   ELSE
                       MOVE SPACES TO WS-CUST-SEGMENT
                   END-IF
                   IF CUSTREC-LEGACY-OPEN
                       AND (WS-RTE-SEGMENT(WS-CHANGE-IDX) = SPACES
                         OR WS-RTE-SEGMENT(WS-CHANGE-IDX)
                            = WS-CUST-SEGMENT)
                       MOVE CUSTREC-CUSTOMER-ID TO WS-EVT-CUSTOMER-ID
                       MOVE CUSTREC-LEGACY-NAME TO WS-EVT-NAME
                       MOVE 'Y' TO WS-NAME-SWITCH
                       PERFORM 2600-SEND-NOTICE
                   END-IF
           END-READ.

       2530-FIND-CUSTOMER-SEGMENT.
           MOVE ZERO TO WS-SEG-FOUND-IDX
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEGMENT-COUNT
                  OR WS-SEG-FOUND-IDX > ZERO
               IF WS-SEG-CUSTOMER-ID(WS-SEG-IDX) = WS-SEG-SEARCH-ID
                   MOVE WS-SEG-IDX TO WS-SEG-FOUND-IDX
               END-IF
           END-PERFORM.

      *    One notice for the event in WS-EVENT, by the customer's
      *    preferred method when it is usable, the other method
      *    when it is not, and onto the suppression report when
      *    neither is.
       2600-SEND-NOTICE.
           ADD 1 TO WS-EVENTS-FOUND
           MOVE SPACES TO WS-SUPPRESS-REASON
           PERFORM 2610-FIND-TEMPLATE
           IF WS-SUBJECT-IDX = ZERO
               ADD 1 TO WS-NO-TEMPLATE
               DISPLAY '*** CORGEN1 NO CORTMPL SUBJECT LINE FOR EVENT '
                   WS-EVT-CODE ' -- NOTICE TO ' WS-EVT-CUSTOMER-ID
                   ' NOT SENT ***'
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               IF NOT NAME-SUPPLIED
                   PERFORM 2620-GET-NAME
               END-IF
               IF WS-SUPPRESS-REASON = SPACES
                   PERFORM 2630-FIND-ADDRESS
               END-IF
               EVALUATE TRUE
                   WHEN WS-SUPPRESS-REASON NOT = SPACES
                       PERFORM 2690-SUPPRESS-NOTICE
                   WHEN CUSTADR-PREFER-PHONE
                       AND CUSTADR-PHONE NOT = SPACES
                       PERFORM 2660-LIST-CALL
                   WHEN CUSTADR-STREET NOT = SPACES
                       AND CUSTADR-CITY NOT = SPACES
                       AND CUSTADR-STATE NOT = SPACES
                       AND CUSTADR-ZIP NOT = SPACES
                       IF CUSTADR-PREFER-PHONE
                           ADD 1 TO WS-FALLBACKS
                       END-IF
                       PERFORM 2650-PRINT-LETTER
                   WHEN CUSTADR-PHONE NOT = SPACES
                       ADD 1 TO WS-FALLBACKS
                       PERFORM 2660-LIST-CALL
                   WHEN OTHER
                       MOVE 'NO USABLE ADDRESS OR PHONE'
                           TO WS-SUPPRESS-REASON
                       PERFORM 2690-SUPPRESS-NOTICE
               END-EVALUATE
           END-IF.

       2610-FIND-TEMPLATE.
           MOVE ZERO TO WS-SUBJECT-IDX
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-TEMPLATE-COUNT
               OR WS-SUBJECT-IDX > ZERO
               IF WS-TPL-EVENT-CODE(WS-TPL-IDX) = WS-EVT-CODE
                   AND WS-TPL-LINE-NO(WS-TPL-IDX) = ZERO
                   MOVE WS-TPL-IDX TO WS-SUBJECT-IDX
               END-IF
           END-PERFORM.

       2620-GET-NAME.
           MOVE WS-EVT-CUSTOMER-ID TO CUSTREC-FILE-KEY
           READ CUSTREC-FILE
               INVALID KEY
                   MOVE SPACES TO WS-EVT-NAME
                   MOVE 'NOT ON CUSTOMER MASTER'
                       TO WS-SUPPRESS-REASON
               NOT INVALID KEY
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   MOVE CUSTREC-LEGACY-NAME TO WS-EVT-NAME
           END-READ.

       2630-FIND-ADDRESS.
           MOVE ZERO TO WS-ADDRESS-FOUND-IDX
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
               UNTIL WS-ADR-IDX > WS-ADDRESS-COUNT
               OR WS-ADDRESS-FOUND-IDX > ZERO
               IF WS-ADDRESS-IMAGE(WS-ADR-IDX)(1:8)
                   = WS-EVT-CUSTOMER-ID
                   MOVE WS-ADR-IDX TO WS-ADDRESS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ADDRESS-FOUND-IDX = ZERO
               MOVE SPACES TO CUSTADR-RECORD
               MOVE 'NO CUSTADRF RECORD' TO WS-SUPPRESS-REASON
           ELSE
               MOVE WS-ADDRESS-IMAGE(WS-ADDRESS-FOUND-IDX)
                   TO CUSTADR-RECORD
           END-IF.

       2650-PRINT-LETTER.
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE WS-LETTERS-WRITTEN   TO WS-LHL-NOTICE-NO
           MOVE BUSDATE-CURRENT-DATE TO WS-LHL-DATE
           MOVE WS-EVT-CUSTOMER-ID   TO WS-LHL-CUSTOMER-ID
           MOVE WS-EVT-CODE          TO WS-LHL-EVENT-CODE
           MOVE WS-LETTER-HEAD-LINE  TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           MOVE WS-EVT-NAME          TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           MOVE CUSTADR-STREET       TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           MOVE CUSTADR-CITY         TO WS-LCL-CITY
           MOVE CUSTADR-STATE        TO WS-LCL-STATE
           MOVE CUSTADR-ZIP          TO WS-LCL-ZIP
           MOVE WS-LETTER-CITY-LINE  TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           MOVE SPACES TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           MOVE WS-TPL-TEXT(WS-SUBJECT-IDX) TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           MOVE SPACES TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-TEMPLATE-COUNT
               IF WS-TPL-EVENT-CODE(WS-TPL-IDX) = WS-EVT-CODE
                   AND WS-TPL-LINE-NO(WS-TPL-IDX) > ZERO
                   MOVE WS-TPL-TEXT(WS-TPL-IDX) TO PRINT-OUT-LINE
                   WRITE PRINT-OUT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           MOVE WS-EVT-DETAIL TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE
           MOVE SPACES TO PRINT-OUT-LINE
           WRITE PRINT-OUT-LINE.

       2660-LIST-CALL.
           ADD 1 TO WS-CALLS-LISTED
           MOVE WS-EVT-CUSTOMER-ID   TO CCL-CUSTOMER-ID
           MOVE WS-EVT-NAME          TO CCL-NAME
           MOVE CUSTADR-PHONE        TO CCL-PHONE
           MOVE WS-EVT-CODE          TO CCL-EVENT-CODE
           MOVE WS-EVT-DATE          TO CCL-EVENT-DATE
           MOVE WS-TPL-TEXT(WS-SUBJECT-IDX) TO CCL-SUBJECT
           MOVE WS-EVT-DETAIL        TO CCL-DETAIL
           WRITE CALL-LIST-RECORD.

       2690-SUPPRESS-NOTICE.
           ADD 1 TO WS-NOTICES-SUPPRESSED
           MOVE WS-EVT-CUSTOMER-ID   TO WS-SPL-CUSTOMER-ID
           MOVE WS-EVT-CODE          TO WS-SPL-EVENT-CODE
           MOVE WS-EVT-DATE          TO WS-SPL-EVENT-DATE
           MOVE WS-SUPPRESS-REASON   TO WS-SPL-REASON
           MOVE WS-SUPPRESS-LINE     TO SUPPRESS-OUT-LINE
           WRITE SUPPRESS-OUT-LINE.

       3000-TERMINATE.
           CLOSE CUSTREC-FILE
           CLOSE PRINT-FILE
           CLOSE CALL-LIST-FILE
           MOVE SPACES TO SUPPRESS-OUT-LINE
           STRING 'NOTICES SUPPRESSED: ' WS-NOTICES-SUPPRESSED
               DELIMITED BY SIZE INTO SUPPRESS-OUT-LINE
           WRITE SUPPRESS-OUT-LINE
           CLOSE SUPPRESS-FILE
           DISPLAY 'CORGEN1 EVENTS FOUND:       ' WS-EVENTS-FOUND
           DISPLAY 'CORGEN1 LETTERS PRINTED:    ' WS-LETTERS-WRITTEN
           DISPLAY 'CORGEN1 CALLS LISTED:       ' WS-CALLS-LISTED
           DISPLAY 'CORGEN1 SENT BY OTHER METHOD: ' WS-FALLBACKS
           DISPLAY 'CORGEN1 NOTICES SUPPRESSED: '
               WS-NOTICES-SUPPRESSED
           DISPLAY 'CORGEN1 EVENTS NO TEMPLATE: ' WS-NO-TEMPLATE.

       9000-CHECK-FILE-STATUS.
           MOVE 'CORGEN1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** CORGEN1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
