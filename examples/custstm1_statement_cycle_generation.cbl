      *    at the end of that fiscal week of the period, resolved
      *    against the FISCALCL reference file, and an unassigned
      *    cycle (spaces or '00') cuts on the FISCALCL-IS-PERIOD-END
      *    date -- no hardcoded day anywhere. A statement's postings
      *    are read for its one customer from the keyed history
      *    store (CUSTHSTK): every posting run since the cycle's
      *    previous cut -- the same week of an earlier period for a
      *    week cycle, the previous period end for the default
      *    cycle -- through today. The slices were proved against
      *    their trailers when the compaction job (CUSTHSK1) loaded
      *    them, and the CUSTHSKL load log must show today's loaded
      *    before a statement prints.
      *    When a household's primary member (HHLINKF, maintained by
      *    CUSTHHM1) is cut, a household summary goes to the CUSTSTMH
      *    file beside it: every member with role and live balance,
      *    and the household's combined balance. The link file is
      *    optional.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
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
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE    ASSIGN TO "CUSTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HHLINK-FILE       ASSIGN TO "HHLINKF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHLINK-STATUS.
           SELECT HOUSEHOLD-FILE    ASSIGN TO "CUSTSTMH"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD         PIC X(61).

       FD  HSTKEY-FILE.
       01  HSTKEY-FILE-RECORD.
           05  HSTKEY-FILE-KEY.
               10  FILLER              PIC X(08).
               10  HSTKEY-FILE-RUN-KEY PIC X(15).
           05  HSTKEY-FILE-POSTED-KEY  PIC X(16).
           05  FILLER                  PIC X(75).

       FD  LOADLOG-FILE.
       01  LOADLOG-LINE                PIC X(80).

       FD  FISCALCL-FILE.
       01  FISCALCL-FILE-RECORD        PIC X(17).
       FD  STATEMENT-FILE.
       01  STATEMENT-OUT-LINE          PIC X(80).

       FD  HHLINK-FILE.
       01  HHLINK-IN-RECORD            PIC X(33).

       FD  HOUSEHOLD-FILE.
       01  HOUSEHOLD-OUT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-LOADLOG-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-LOADLOG-EOF               PIC X       VALUE 'N'.
           88  END-OF-LOADLOG                       VALUE 'Y'.
       01  WS-DAY-LOADED-SWITCH         PIC X       VALUE 'N'.
           88  DAY-IS-LOADED                        VALUE 'Y'.
       01  WS-HHLINK-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HHLINK-EOF                PIC X       VALUE 'N'.
           88  END-OF-HHLINKS                       VALUE 'Y'.

      *    Run-level unit-of-work correlation id, carried onto any
      *    ERR020W message the file-status handler escalates.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-CUSTOMER-IMAGE OCCURS 5000 TIMES
                                        PIC X(61).
       01  WS-CUS-IDX                   PIC 9(04).
       01  WS-MBR-CUS-IDX               PIC 9(04).

      *    Household links, for the summary cut with a primary's
      *    statement.
       01  WS-HHLINK-TABLE.
           05  WS-HHL-COUNT             PIC 9(04)   VALUE ZERO.
           05  HHLINK-RECORD OCCURS 2000 TIMES.
               COPY HHLINK REPLACING
                   ==01  HHLINK-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-HHL-IDX                   PIC 9(04).
       01  WS-HHL-PRIMARY-IDX           PIC 9(04).
       01  WS-HH-COMBINED               PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.

      *    The statement customer's postings for the period, read
      *    from the store in run-date and load order.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-HISTORY-IMAGE OCCURS 2000 TIMES
                                        PIC X(75).
       01  WS-HST-IDX                   PIC 9(04).

       01  WS-FISCAL-TABLE.
           05  WS-PERIOD-END-CUT-SW     PIC X       VALUE 'N'.
               88  PERIOD-END-CUTS-TODAY            VALUE 'Y'.

      *    The previous cut of each kind of cycle, from the fiscal
      *    calendar; a statement covers the posting runs after it.
      *    Zero when the calendar does not reach back that far.
       01  WS-PRIOR-CUTS.
           05  WS-PRIOR-PERIOD-CUT      PIC 9(08)   VALUE ZERO.
           05  WS-PRIOR-WEEK-CUT        PIC 9(08)   VALUE ZERO.
       01  WS-STM-FROM-KEY.
           05  WS-STM-FROM-CUSTOMER     PIC X(08).
           05  WS-STM-FROM-DATE         PIC 9(08).
           05  WS-STM-FROM-SEQ          PIC 9(07).

       01  WS-CONTROL-TOTALS.
           05  WS-STATEMENTS-CUT        PIC 9(05)   VALUE ZERO.
           05  WS-CUSTOMERS-SKIPPED     PIC 9(05)   VALUE ZERO.
           05  WS-TIE-BREAKS            PIC 9(05)   VALUE ZERO.
           05  WS-HOUSEHOLDS-CUT        PIC 9(05)   VALUE ZERO.

       01  WS-STM-WORK.
           05  WS-STM-OPENING           PIC S9(09)V99 COMP-3
           05  WS-SDL-BALANCE           PIC -(9)9.99.
           05  FILLER                   PIC X(38)   VALUE SPACES.

       01  WS-HH-HEAD-LINE.
           05  FILLER                   PIC X(10)   VALUE
               'HOUSEHOLD '.
           05  WS-HHL-HOUSEHOLD-ID      PIC X(08).
           05  FILLER                   PIC X(09)   VALUE ' PRIMARY '.
           05  WS-HHL-PRIMARY-ID        PIC X(08).
           05  FILLER                   PIC X(06)   VALUE ' DATE '.
           05  WS-HHL-DATE              PIC 9(08).
           05  FILLER                   PIC X(31)   VALUE SPACES.

       01  WS-HH-MEMBER-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-HML-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-HML-ROLE              PIC X(01).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-HML-NAME              PIC X(30).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-HML-BALANCE           PIC -(11)9.99.
           05  FILLER                   PIC X(18)   VALUE SPACES.

       COPY CUSTREC.
       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTHSL.
       COPY BUSDATE.
       COPY FSTATCOM.
       COPY JOBGATE.
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-CUSTOMER-MASTER
           PERFORM 1200-CHECK-DAY-IN-STORE
           PERFORM 1300-LOAD-FISCAL-CALENDAR
           PERFORM 1400-LOAD-HOUSEHOLD-LINKS
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT HOUSEHOLD-FILE.

       1100-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTREC-FILE
                       OR CUSTREC-FILE-RECORD(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       IF WS-CUSTOMER-COUNT >= 5000
                           DISPLAY '*** CUSTSTM1 MASTER HAS MORE'
                               ' THAN 5000 RECORDS -- RUN ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CUSTREC-FILE-RECORD
                   END-IF
           END-READ.

      *    The store is only trusted once the load log shows the
      *    day's history in it -- a statement cut before that would
      *    leave today's postings off and fail its balance tie.
       1200-CHECK-DAY-IN-STORE.
           OPEN INPUT LOADLOG-FILE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSKL' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 1210-READ-ONE-LOG-ENTRY UNTIL END-OF-LOADLOG
           CLOSE LOADLOG-FILE
           IF NOT DAY-IS-LOADED
               DISPLAY '*** CUSTSTM1 TODAY''S HISTORY IS NOT IN THE'
                   ' KEYED STORE -- RUN CUSTHSK1 FIRST ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HSTKEY-FILE
           MOVE WS-HISTORY-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS.

       1210-READ-ONE-LOG-ENTRY.
           READ LOADLOG-FILE
               AT END
                   SET END-OF-LOADLOG TO TRUE
               NOT AT END
                   MOVE LOADLOG-LINE TO CUSTHSL-RECORD
                   IF CUSTHSL-RUN-DATE = BUSDATE-CURRENT-DATE
                       AND CUSTHSL-SLICE-LOADED
                       SET DAY-IS-LOADED TO TRUE
                   END-IF
           END-READ.

       1300-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCALCL-FILE
           PERFORM 1310-READ-FISCAL UNTIL END-OF-FISCAL
                   END-IF
           END-READ.

       1400-LOAD-HOUSEHOLD-LINKS.
           OPEN INPUT HHLINK-FILE
           IF WS-HHLINK-STATUS = '00'
               PERFORM 1410-READ-HHLINK UNTIL END-OF-HHLINKS
               CLOSE HHLINK-FILE
           END-IF.

       1410-READ-HHLINK.
           READ HHLINK-FILE
               AT END
                   SET END-OF-HHLINKS TO TRUE
               NOT AT END
                   IF WS-HHL-COUNT >= 2000
                       DISPLAY '*** CUSTSTM1 HOUSEHOLD LINK FILE HAS'
                           ' MORE THAN 2000 ENTRIES -- REMAINDER'
                           ' NOT LOADED ***'
                       SET END-OF-HHLINKS TO TRUE
                   ELSE
                       ADD 1 TO WS-HHL-COUNT
                       MOVE HHLINK-IN-RECORD
                           TO HHLINK-RECORD(WS-HHL-COUNT)
                   END-IF
           END-READ.

      *    Today's fiscal week cycle cuts when today is the last
      *    FISCALCL date carrying that year/period/week -- resolved
      *    from the calendar itself, never from a day literal. The
                       = FISCALCL-FISCAL-WEEK(WS-TODAY-IDX)
                   MOVE SPACES TO WS-WEEK-CYCLE-CUT
               END-IF
           END-PERFORM
           PERFORM 2100-FIND-PRIOR-CUTS.

      *    The default cycle last cut on the latest period-end date
      *    before today; a week cycle on the latest date of the same
      *    fiscal week in an earlier period.
       2100-FIND-PRIOR-CUTS.
           PERFORM VARYING WS-FSC-IDX FROM 1 BY 1
               UNTIL WS-FSC-IDX > WS-FISCAL-COUNT
               IF FISCALCL-CALENDAR-DATE(WS-FSC-IDX)
                       < BUSDATE-CURRENT-DATE
                   IF FISCALCL-PERIOD-END-FLAG(WS-FSC-IDX) = 'Y'
                       AND FISCALCL-CALENDAR-DATE(WS-FSC-IDX)
                           > WS-PRIOR-PERIOD-CUT
                       MOVE FISCALCL-CALENDAR-DATE(WS-FSC-IDX)
                           TO WS-PRIOR-PERIOD-CUT
                   END-IF
                   IF FISCALCL-FISCAL-WEEK(WS-FSC-IDX)
                           = FISCALCL-FISCAL-WEEK(WS-TODAY-IDX)
                       AND (FISCALCL-FISCAL-YEAR(WS-FSC-IDX)
                           NOT = FISCALCL-FISCAL-YEAR(WS-TODAY-IDX)
                       OR FISCALCL-FISCAL-PERIOD(WS-FSC-IDX)
                           NOT = FISCALCL-FISCAL-PERIOD(WS-TODAY-IDX))
                       AND FISCALCL-CALENDAR-DATE(WS-FSC-IDX)
                           > WS-PRIOR-WEEK-CUT
                       MOVE FISCALCL-CALENDAR-DATE(WS-FSC-IDX)
                           TO WS-PRIOR-WEEK-CUT
                   END-IF
               END-IF
           END-PERFORM.

       3000-CUT-DUE-STATEMENTS.
               PERFORM 3100-JUDGE-CYCLE-DUE
               IF STATEMENT-DUE-TODAY
                   PERFORM 3200-CUT-ONE-STATEMENT
                   PERFORM 3600-CUT-HOUSEHOLD-SUMMARY
               ELSE
                   ADD 1 TO WS-CUSTOMERS-SKIPPED
               END-IF
           MOVE ZERO TO WS-STM-LINE-COUNT
           MOVE CUSTREC-LEGACY-BALANCE TO WS-STM-OPENING
                                          WS-STM-CLOSING
           PERFORM 3250-LOAD-CUSTOMER-HISTORY
           PERFORM 3300-SCAN-HISTORY-FOR-OPENING
           MOVE 'OPENING BALANCE ' TO WS-SBL-CAPTION
           MOVE WS-STM-OPENING     TO WS-SBL-AMOUNT
           WRITE STATEMENT-OUT-LINE
           ADD 1 TO WS-STATEMENTS-CUT.

      *    The customer's postings since the cycle's previous cut,
      *    by primary key: customer, then run date and load order.
       3250-LOAD-CUSTOMER-HISTORY.
           MOVE ZERO TO WS-HISTORY-COUNT
           MOVE CUSTREC-CUSTOMER-ID TO WS-STM-FROM-CUSTOMER
           IF CUSTREC-LEGACY-CYCLE = SPACES
               OR CUSTREC-LEGACY-CYCLE = '00'
               COMPUTE WS-STM-FROM-DATE = WS-PRIOR-PERIOD-CUT + 1
           ELSE
               COMPUTE WS-STM-FROM-DATE = WS-PRIOR-WEEK-CUT + 1
           END-IF
           MOVE ZERO TO WS-STM-FROM-SEQ
           MOVE WS-STM-FROM-KEY TO HSTKEY-FILE-KEY
           MOVE 'N' TO WS-HISTORY-EOF
           START HSTKEY-FILE KEY NOT LESS THAN HSTKEY-FILE-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM 3260-LOAD-ONE-POSTING UNTIL END-OF-HISTORY.

       3260-LOAD-ONE-POSTING.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   EVALUATE TRUE
                       WHEN CUSTHSK-CUSTOMER-ID
                               NOT = CUSTREC-CUSTOMER-ID
                           OR CUSTHSK-RUN-DATE > BUSDATE-CURRENT-DATE
                           SET END-OF-HISTORY TO TRUE
                       WHEN WS-HISTORY-COUNT >= 2000
                           DISPLAY '*** CUSTSTM1 PERIOD HISTORY FOR '
                               CUSTREC-CUSTOMER-ID ' EXCEEDS 2000'
                               ' RECORDS -- REMAINDER NOT LISTED ***'
                           SET END-OF-HISTORY TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-HISTORY-COUNT
                           MOVE CUSTHSK-HISTORY
                               TO WS-HISTORY-IMAGE(WS-HISTORY-COUNT)
                   END-EVALUATE
           END-READ.

      *    The history record carries the balance either side of
      *    each posting, so the opening balance is the before-image
      *    of the customer's first posting in the period; a customer
                   ' MASTER ***'
           END-IF.

      *    The household summary follows the primary's cycle. Each
      *    member's balance is the live master balance, the same
      *    figure the member's own statement closes on; a member no
      *    longer on the master is listed without one.
       3600-CUT-HOUSEHOLD-SUMMARY.
           MOVE ZERO TO WS-HHL-PRIMARY-IDX
           PERFORM VARYING WS-HHL-IDX FROM 1 BY 1
               UNTIL WS-HHL-IDX > WS-HHL-COUNT
               IF HHLINK-CUSTOMER-ID(WS-HHL-IDX) = CUSTREC-CUSTOMER-ID
                   AND HHLINK-ROLE-PRIMARY(WS-HHL-IDX)
                   MOVE WS-HHL-IDX TO WS-HHL-PRIMARY-IDX
               END-IF
           END-PERFORM
           IF WS-HHL-PRIMARY-IDX > ZERO
               MOVE HHLINK-HOUSEHOLD-ID(WS-HHL-PRIMARY-IDX)
                   TO WS-HHL-HOUSEHOLD-ID
               MOVE CUSTREC-CUSTOMER-ID  TO WS-HHL-PRIMARY-ID
               MOVE BUSDATE-CURRENT-DATE TO WS-HHL-DATE
               MOVE WS-HH-HEAD-LINE      TO HOUSEHOLD-OUT-LINE
               WRITE HOUSEHOLD-OUT-LINE
               MOVE ZERO TO WS-HH-COMBINED
               PERFORM VARYING WS-HHL-IDX FROM 1 BY 1
                   UNTIL WS-HHL-IDX > WS-HHL-COUNT
                   IF HHLINK-HOUSEHOLD-ID(WS-HHL-IDX)
                           = HHLINK-HOUSEHOLD-ID(WS-HHL-PRIMARY-IDX)
                       PERFORM 3650-LIST-HOUSEHOLD-MEMBER
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-HH-MEMBER-LINE
               MOVE 'COMBINED BALANCE' TO WS-HML-NAME
               MOVE WS-HH-COMBINED TO WS-HML-BALANCE
               MOVE WS-HH-MEMBER-LINE TO HOUSEHOLD-OUT-LINE
               WRITE HOUSEHOLD-OUT-LINE
               MOVE SPACES TO HOUSEHOLD-OUT-LINE
               WRITE HOUSEHOLD-OUT-LINE
               ADD 1 TO WS-HOUSEHOLDS-CUT
               MOVE WS-CUSTOMER-IMAGE(WS-CUS-IDX) TO CUSTREC-RECORD
           END-IF.

       3650-LIST-HOUSEHOLD-MEMBER.
           MOVE SPACES TO WS-HH-MEMBER-LINE
           MOVE HHLINK-CUSTOMER-ID(WS-HHL-IDX) TO WS-HML-CUSTOMER-ID
           MOVE HHLINK-ROLE(WS-HHL-IDX)        TO WS-HML-ROLE
           MOVE 'NOT ON MASTER'                TO WS-HML-NAME
           PERFORM VARYING WS-MBR-CUS-IDX FROM 1 BY 1
               UNTIL WS-MBR-CUS-IDX > WS-CUSTOMER-COUNT
               IF WS-CUSTOMER-IMAGE(WS-MBR-CUS-IDX)(2:8)
                       = HHLINK-CUSTOMER-ID(WS-HHL-IDX)
                   MOVE WS-CUSTOMER-IMAGE(WS-MBR-CUS-IDX)
                       TO CUSTREC-RECORD
                   MOVE CUSTREC-LEGACY-NAME    TO WS-HML-NAME
                   MOVE CUSTREC-LEGACY-BALANCE TO WS-HML-BALANCE
                   ADD CUSTREC-LEGACY-BALANCE  TO WS-HH-COMBINED
               END-IF
           END-PERFORM
           MOVE WS-HH-MEMBER-LINE TO HOUSEHOLD-OUT-LINE
           WRITE HOUSEHOLD-OUT-LINE.

       4000-TERMINATE.
           CLOSE HSTKEY-FILE
           CLOSE STATEMENT-FILE
           CLOSE HOUSEHOLD-FILE
           DISPLAY 'CUSTSTM1 STATEMENTS CUT:    ' WS-STATEMENTS-CUT
           DISPLAY 'CUSTSTM1 CUSTOMERS SKIPPED: '
               WS-CUSTOMERS-SKIPPED
           DISPLAY 'CUSTSTM1 BALANCE TIE BREAKS: ' WS-TIE-BREAKS
           DISPLAY 'CUSTSTM1 HOUSEHOLD SUMMARIES: ' WS-HOUSEHOLDS-CUT
           IF WS-TIE-BREAKS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
