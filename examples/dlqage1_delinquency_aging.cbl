       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLQAGE1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly delinquency aging and collections work queue. A
      *    customer whose balance had gone negative stayed invisible
      *    until someone read the statement. This job browses the
      *    keyed CUSTRECF master and opens or carries a delinquency
      *    case (DLQCASE.CPY) for every customer below zero, dated
      *    from the posting on the rolling CUSTHSTC history that
      *    took the balance below zero for this episode, and ages it
      *    through DATECNV1 into the 1-30, 31-60, 61-90 and 90+ day
      *    buckets. A carried case keeps its date unless the history
      *    shows the balance recovered and went negative again
      *    since, which is a new episode. A customer crossing into
      *    90+ raises an ERRH0100 WARNING so the crossing is on the
      *    shop error log and the overnight summary, not just the
      *    work queue. A credit that brings the balance back to zero
      *    or above clears the case automatically. Three outputs:
      *    the carried case file (DLQCASO), the collections work
      *    queue (DLQWORK) with the CUSTADRF contact details for
      *    each open case, and the DLQSUMRY aging summary for
      *    Finance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE      ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-IN-FILE      ASSIGN TO "DLQCASI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-OUT-FILE     ASSIGN TO "DLQCASO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTADR-FILE      ASSIGN TO "CUSTADRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-QUEUE-FILE   ASSIGN TO "DLQWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE      ASSIGN TO "DLQSUMRY"
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

       FD  HISTORY-FILE.
       01  HISTORY-IN-LINE             PIC X(80).

       FD  CASE-IN-FILE.
       01  CASE-IN-RECORD              PIC X(60).

       FD  CASE-OUT-FILE.
       01  CASE-OUT-RECORD             PIC X(60).

       FD  CUSTADR-FILE.
       01  CUSTADR-IN-RECORD           PIC X(88).

      *    One work item per open case: who, how late, how much,
      *    and how collections reaches them.
       FD  WORK-QUEUE-FILE.
       01  WORK-QUEUE-RECORD.
           05  WRK-CUSTOMER-ID         PIC X(08).
           05  WRK-BUCKET              PIC X(01).
           05  WRK-DAYS-NEGATIVE       PIC 9(05).
           05  WRK-BALANCE             PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  WRK-NEGATIVE-SINCE      PIC 9(08).
           05  WRK-NAME                PIC X(30).
           05  WRK-STREET              PIC X(30).
           05  WRK-CITY                PIC X(20).
           05  WRK-STATE               PIC X(02).
           05  WRK-ZIP                 PIC X(09).
           05  WRK-PHONE               PIC X(10).
           05  WRK-PREF-CONTACT        PIC X(01).
           05  WRK-ADDRESS-FLAG        PIC X(01).
               88  WRK-ADDRESS-MISSING             VALUE 'N'.

       FD  SUMMARY-FILE.
       01  SUMMARY-OUT-LINE            PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-HISTORY-EOF               PIC X       VALUE 'N'.
           88  END-OF-HISTORY                       VALUE 'Y'.
       01  WS-CASE-EOF                  PIC X       VALUE 'N'.
           88  END-OF-CASES                         VALUE 'Y'.
       01  WS-ADDRESS-EOF               PIC X       VALUE 'N'.
           88  END-OF-ADDRESSES                     VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

      *    Cases carried from the last run, with a flag for the
      *    ones the master pass has accounted for.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-CASE-ENTRY OCCURS 5000 TIMES.
               10  WS-CASE-IMAGE        PIC X(60).
               10  WS-CASE-SEEN         PIC X(01).
       01  WS-CAS-IDX                   PIC 9(04).
       01  WS-CASE-FOUND-IDX            PIC 9(04).

      *    Per customer on the history: when the current negative
      *    episode began (zero when the last posting left the
      *    balance at or above zero) and how that was found.
       01  WS-EPISODE-TABLE.
           05  WS-EPISODE-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-EPISODE-ENTRY OCCURS 5000 TIMES.
               10  WS-EPI-CUSTOMER-ID   PIC X(08).
               10  WS-EPI-NEGATIVE-SINCE
                                        PIC 9(08).
               10  WS-EPI-BASIS         PIC X(01).
       01  WS-EPI-IDX                   PIC 9(04).
       01  WS-EPI-FOUND-IDX             PIC 9(04).
       01  WS-SEEK-ID                   PIC X(08)   VALUE SPACES.

      *    Open cases waiting for their contact details, which come
      *    off CUSTADRF in one pass after the master.
       01  WS-WORK-TABLE.
           05  WS-WORK-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-WORK-ENTRY OCCURS 5000 TIMES.
               10  WS-WRK-IMAGE         PIC X(137).
       01  WS-WRK-IDX                   PIC 9(04).

      *    Open cases and balances by bucket, for the summary.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  WS-BKT-COUNT         PIC 9(07).
               10  WS-BKT-AMOUNT        PIC S9(13)V99 COMP-3.
       01  WS-BKT-IDX                   PIC 9(01).
       01  WS-BUCKET-LABELS.
           05  FILLER                   PIC X(08)   VALUE '1-30    '.
           05  FILLER                   PIC X(08)   VALUE '31-60   '.
           05  FILLER                   PIC X(08)   VALUE '61-90   '.
           05  FILLER                   PIC X(08)   VALUE '90+     '.
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL OCCURS 4 TIMES
                                        PIC X(08).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07)   VALUE ZERO.
           05  WS-CASES-OPENED          PIC 9(07)   VALUE ZERO.
           05  WS-CASES-CARRIED         PIC 9(07)   VALUE ZERO.
           05  WS-CASES-CLEARED         PIC 9(07)   VALUE ZERO.
           05  WS-CASES-DROPPED         PIC 9(07)   VALUE ZERO.
           05  WS-CROSSED-90-PLUS       PIC 9(07)   VALUE ZERO.
           05  WS-ADDRESSES-MISSING     PIC 9(07)   VALUE ZERO.

       01  WS-AGING-WORK.
           05  WS-PRIOR-BUCKET          PIC X(01)   VALUE SPACE.
           05  WS-DAYS-NEGATIVE         PIC S9(05)  VALUE ZERO.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SUM-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SUM-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY CUSTREC.
       COPY CUSTHST.
       COPY CUSTADR.
       COPY DLQCASE.
       COPY BUSDATE.
       COPY DATEAREA.
       COPY ERR020W.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-THE-MASTER UNTIL END-OF-MASTER
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'DLQA' TO WS-CORRELATION-ID(1:4)
           MOVE WS-CURR-TIME TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** DLQAGE1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
               MOVE ZERO TO WS-BKT-COUNT(WS-BKT-IDX)
                            WS-BKT-AMOUNT(WS-BKT-IDX)
           END-PERFORM
           PERFORM 1100-LOAD-CARRIED-CASES
           PERFORM 1200-TRACE-EPISODES
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN OUTPUT CASE-OUT-FILE.

       1100-LOAD-CARRIED-CASES.
           OPEN INPUT CASE-IN-FILE
           PERFORM 1110-READ-CASE UNTIL END-OF-CASES
           CLOSE CASE-IN-FILE.

      *    Only open cases carry; a case cleared last night was
      *    written that once and is finished.
       1110-READ-CASE.
           READ CASE-IN-FILE
               AT END
                   SET END-OF-CASES TO TRUE
               NOT AT END
                   MOVE CASE-IN-RECORD TO DLQCASE-RECORD
                   IF DLQCASE-STATUS-OPEN
                       IF WS-CASE-COUNT >= 5000
                           DISPLAY '*** DLQAGE1 CASE FILE HAS MORE'
                               ' THAN 5000 OPEN CASES -- RUN'
                               ' ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CASE-COUNT
                       MOVE CASE-IN-RECORD
                           TO WS-CASE-IMAGE(WS-CASE-COUNT)
                       MOVE 'N' TO WS-CASE-SEEN(WS-CASE-COUNT)
                   END-IF
           END-READ.

       1200-TRACE-EPISODES.
           OPEN INPUT HISTORY-FILE
           PERFORM 1210-READ-ONE-HISTORY UNTIL END-OF-HISTORY
           CLOSE HISTORY-FILE.

      *    The history is in posting order. A posting that takes
      *    the balance from zero or above to below zero starts an
      *    episode; one that leaves it at or above zero ends it. A
      *    customer whose first posting on the history already
      *    starts below zero went negative before the history
      *    begins -- the episode is dated from that edge.
       1210-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF HISTORY-IN-LINE(1:4) = 'HDR*'
                       OR HISTORY-IN-LINE(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       MOVE HISTORY-IN-LINE TO CUSTHST-RECORD
                       MOVE CUSTHST-CUSTOMER-ID TO WS-SEEK-ID
                       PERFORM 1250-FIND-EPISODE
                       IF WS-EPI-FOUND-IDX = ZERO
                           PERFORM 1260-ADD-EPISODE
                       END-IF
                       IF WS-EPI-FOUND-IDX > ZERO
                           PERFORM 1270-APPLY-ONE-POSTING
                       END-IF
                   END-IF
           END-READ.

       1250-FIND-EPISODE.
           MOVE ZERO TO WS-EPI-FOUND-IDX
           PERFORM VARYING WS-EPI-IDX FROM 1 BY 1
               UNTIL WS-EPI-IDX > WS-EPISODE-COUNT
               OR WS-EPI-FOUND-IDX > ZERO
               IF WS-EPI-CUSTOMER-ID(WS-EPI-IDX) = WS-SEEK-ID
                   MOVE WS-EPI-IDX TO WS-EPI-FOUND-IDX
               END-IF
           END-PERFORM.

       1260-ADD-EPISODE.
           IF WS-EPISODE-COUNT >= 5000
               DISPLAY '*** DLQAGE1 EPISODE TABLE FULL -- CUSTOMER '
                   WS-SEEK-ID ' NOT TRACED ***'
           ELSE
               ADD 1 TO WS-EPISODE-COUNT
               MOVE WS-EPISODE-COUNT TO WS-EPI-FOUND-IDX
               MOVE WS-SEEK-ID TO WS-EPI-CUSTOMER-ID(WS-EPI-FOUND-IDX)
               MOVE ZERO TO WS-EPI-NEGATIVE-SINCE(WS-EPI-FOUND-IDX)
               MOVE SPACE TO WS-EPI-BASIS(WS-EPI-FOUND-IDX)
               IF CUSTHST-BALANCE-BEFORE < ZERO
                   MOVE CUSTHST-BUSINESS-DATE
                       TO WS-EPI-NEGATIVE-SINCE(WS-EPI-FOUND-IDX)
                   MOVE 'E' TO WS-EPI-BASIS(WS-EPI-FOUND-IDX)
               END-IF
           END-IF.

       1270-APPLY-ONE-POSTING.
           IF CUSTHST-BALANCE-AFTER < ZERO
               IF CUSTHST-BALANCE-BEFORE NOT < ZERO
                   MOVE CUSTHST-BUSINESS-DATE
                       TO WS-EPI-NEGATIVE-SINCE(WS-EPI-FOUND-IDX)
                   MOVE 'X' TO WS-EPI-BASIS(WS-EPI-FOUND-IDX)
               END-IF
           ELSE
               MOVE ZERO TO WS-EPI-NEGATIVE-SINCE(WS-EPI-FOUND-IDX)
               MOVE SPACE TO WS-EPI-BASIS(WS-EPI-FOUND-IDX)
           END-IF.

      *    The balance is aliased under both views, so the legacy
      *    name reads it for either record type.
       2000-AGE-THE-MASTER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   MOVE CUSTREC-CUSTOMER-ID TO WS-SEEK-ID
                   PERFORM 2050-FIND-CARRIED-CASE
                   IF CUSTREC-LEGACY-BALANCE < ZERO
                       PERFORM 2100-AGE-ONE-CUSTOMER
                   ELSE
                       IF WS-CASE-FOUND-IDX > ZERO
                           PERFORM 2300-CLEAR-ONE-CASE
                       END-IF
                   END-IF
           END-READ.

       2050-FIND-CARRIED-CASE.
           MOVE ZERO TO WS-CASE-FOUND-IDX
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
               UNTIL WS-CAS-IDX > WS-CASE-COUNT
               OR WS-CASE-FOUND-IDX > ZERO
               IF WS-CASE-IMAGE(WS-CAS-IDX)(1:8) = WS-SEEK-ID
                   MOVE WS-CAS-IDX TO WS-CASE-FOUND-IDX
                   MOVE 'Y' TO WS-CASE-SEEN(WS-CAS-IDX)
               END-IF
           END-PERFORM.

      *    A carried case keeps its date unless the history has a
      *    later zero crossing -- the balance recovered and went
      *    negative again, which is a new episode.
       2100-AGE-ONE-CUSTOMER.
           PERFORM 1250-FIND-EPISODE
           MOVE SPACE TO WS-PRIOR-BUCKET
           IF WS-CASE-FOUND-IDX > ZERO
               MOVE WS-CASE-IMAGE(WS-CASE-FOUND-IDX)
                   TO DLQCASE-RECORD
               MOVE DLQCASE-BUCKET TO WS-PRIOR-BUCKET
               ADD 1 TO WS-CASES-CARRIED
               IF WS-EPI-FOUND-IDX > ZERO
                   IF WS-EPI-BASIS(WS-EPI-FOUND-IDX) = 'X'
                       AND WS-EPI-NEGATIVE-SINCE(WS-EPI-FOUND-IDX)
                           > DLQCASE-NEGATIVE-SINCE
                       MOVE WS-EPI-NEGATIVE-SINCE(WS-EPI-FOUND-IDX)
                           TO DLQCASE-NEGATIVE-SINCE
                       MOVE 'X' TO DLQCASE-SINCE-BASIS
                       MOVE SPACE TO WS-PRIOR-BUCKET
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-CASES-OPENED
               MOVE SPACES TO DLQCASE-RECORD
               MOVE CUSTREC-CUSTOMER-ID TO DLQCASE-CUSTOMER-ID
               MOVE BUSDATE-CURRENT-DATE TO DLQCASE-OPENED-DATE
               MOVE ZERO TO DLQCASE-CLEARED-DATE
               IF WS-EPI-FOUND-IDX > ZERO
                   AND WS-EPI-NEGATIVE-SINCE(WS-EPI-FOUND-IDX)
                       > ZERO
                   MOVE WS-EPI-NEGATIVE-SINCE(WS-EPI-FOUND-IDX)
                       TO DLQCASE-NEGATIVE-SINCE
                   MOVE WS-EPI-BASIS(WS-EPI-FOUND-IDX)
                       TO DLQCASE-SINCE-BASIS
               ELSE
                   MOVE BUSDATE-CURRENT-DATE
                       TO DLQCASE-NEGATIVE-SINCE
                   SET DLQCASE-SINCE-FIRST-SEEN TO TRUE
               END-IF
           END-IF
           PERFORM 2200-AGE-THE-CASE
           SET DLQCASE-STATUS-OPEN TO TRUE
           MOVE CUSTREC-LEGACY-BALANCE TO DLQCASE-BALANCE
           MOVE BUSDATE-CURRENT-DATE TO DLQCASE-LAST-AGED-DATE
           MOVE DLQCASE-RECORD TO CASE-OUT-RECORD
           WRITE CASE-OUT-RECORD
           MOVE DLQCASE-BUCKET TO WS-BKT-IDX
           ADD 1 TO WS-BKT-COUNT(WS-BKT-IDX)
           ADD CUSTREC-LEGACY-BALANCE TO WS-BKT-AMOUNT(WS-BKT-IDX)
           IF DLQCASE-BUCKET-90-PLUS
               AND WS-PRIOR-BUCKET NOT = '4'
               PERFORM 2400-WARN-90-PLUS
           END-IF
           PERFORM 2500-QUEUE-WORK-ITEM.

      *    Days below zero through the date service; the day the
      *    balance went negative is day zero and ages in 1-30.
       2200-AGE-THE-CASE.
           MOVE DLQCASE-NEGATIVE-SINCE TO W-DATE-1-8N
           MOVE BUSDATE-CURRENT-DATE   TO W-DATE-2-8N
           SET FORMAT-1-YYYYMMDD       TO TRUE
           SET FORMAT-2-YYYYMMDD       TO TRUE
           SET FUNC-CALC-DAYS-BETWEEN  TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF CONVERT-RET-GOOD
               MOVE W-NUMBER-FIELD TO WS-DAYS-NEGATIVE
           ELSE
               DISPLAY '*** DLQAGE1 DATE SERVICE COULD NOT AGE '
                   DLQCASE-CUSTOMER-ID ' FROM '
                   DLQCASE-NEGATIVE-SINCE ' -- AGED AS 90+ ***'
               MOVE 91 TO WS-DAYS-NEGATIVE
           END-IF
           IF WS-DAYS-NEGATIVE < ZERO
               MOVE ZERO TO WS-DAYS-NEGATIVE
           END-IF
           MOVE WS-DAYS-NEGATIVE TO DLQCASE-DAYS-NEGATIVE
           EVALUATE TRUE
               WHEN WS-DAYS-NEGATIVE <= 30
                   SET DLQCASE-BUCKET-1-30 TO TRUE
               WHEN WS-DAYS-NEGATIVE <= 60
                   SET DLQCASE-BUCKET-31-60 TO TRUE
               WHEN WS-DAYS-NEGATIVE <= 90
                   SET DLQCASE-BUCKET-61-90 TO TRUE
               WHEN OTHER
                   SET DLQCASE-BUCKET-90-PLUS TO TRUE
           END-EVALUATE.

       2300-CLEAR-ONE-CASE.
           ADD 1 TO WS-CASES-CLEARED
           MOVE WS-CASE-IMAGE(WS-CASE-FOUND-IDX) TO DLQCASE-RECORD
           SET DLQCASE-STATUS-CLEARED TO TRUE
           MOVE CUSTREC-LEGACY-BALANCE TO DLQCASE-BALANCE
           MOVE BUSDATE-CURRENT-DATE TO DLQCASE-CLEARED-DATE
           MOVE DLQCASE-RECORD TO CASE-OUT-RECORD
           WRITE CASE-OUT-RECORD
           DISPLAY 'DLQAGE1 CASE CLEARED ' DLQCASE-CUSTOMER-ID
               ' AFTER ' DLQCASE-DAYS-NEGATIVE ' DAYS'.

       2400-WARN-90-PLUS.
           ADD 1 TO WS-CROSSED-90-PLUS
           DISPLAY '*** DLQAGE1 ' DLQCASE-CUSTOMER-ID
               ' CROSSED INTO 90+ DAYS NEGATIVE ***'
           MOVE 'DLQ90PLUS'       TO ERR020W-ERROR
           MOVE ZEROES            TO ERR020W-RESPONSE-CODE
           MOVE 'DLQAGE1'         TO ERR020W-ERROR-PROGRAM
           MOVE '2400  '          TO ERR020W-ERROR-PARA
           MOVE 'W'               TO ERR020W-SEVERITY
           MOVE 'CUSTOMER'        TO ERR020W-ERROR-LITERAL
           MOVE SPACES            TO ERR020W-ERROR-VALUE
           STRING DLQCASE-CUSTOMER-ID ' NEGATIVE SINCE '
               DLQCASE-NEGATIVE-SINCE
               DELIMITED BY SIZE INTO ERR020W-ERROR-VALUE
           MOVE ZERO              TO ERR020W-RETRY-COUNT
           MOVE WS-CORRELATION-ID TO ERR020W-CORRELATION-ID
           CALL 'ERRH0100' USING ERR020W.

       2500-QUEUE-WORK-ITEM.
           IF WS-WORK-COUNT >= 5000
               DISPLAY '*** DLQAGE1 WORK QUEUE FULL -- CUSTOMER '
                   DLQCASE-CUSTOMER-ID ' NOT QUEUED ***'
           ELSE
               MOVE SPACES TO WORK-QUEUE-RECORD
               MOVE DLQCASE-CUSTOMER-ID    TO WRK-CUSTOMER-ID
               MOVE DLQCASE-BUCKET         TO WRK-BUCKET
               MOVE DLQCASE-DAYS-NEGATIVE  TO WRK-DAYS-NEGATIVE
               MOVE DLQCASE-BALANCE        TO WRK-BALANCE
               MOVE DLQCASE-NEGATIVE-SINCE TO WRK-NEGATIVE-SINCE
               MOVE CUSTREC-LEGACY-NAME    TO WRK-NAME
               SET WRK-ADDRESS-MISSING     TO TRUE
               ADD 1 TO WS-WORK-COUNT
               MOVE WORK-QUEUE-RECORD TO WS-WRK-IMAGE(WS-WORK-COUNT)
           END-IF.

       3000-TERMINATE.
           CLOSE CUSTREC-FILE
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
               UNTIL WS-CAS-IDX > WS-CASE-COUNT
               IF WS-CASE-SEEN(WS-CAS-IDX) = 'N'
                   ADD 1 TO WS-CASES-DROPPED
                   DISPLAY '*** DLQAGE1 CASE '
                       WS-CASE-IMAGE(WS-CAS-IDX)(1:8)
                       ' DROPPED -- CUSTOMER NO LONGER ON THE'
                       ' MASTER ***'
               END-IF
           END-PERFORM
           CLOSE CASE-OUT-FILE
           PERFORM 3100-ATTACH-CONTACT-DETAILS
           PERFORM 3200-WRITE-WORK-QUEUE
           PERFORM 3300-WRITE-AGING-SUMMARY
           DISPLAY 'DLQAGE1 RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'DLQAGE1 CASES OPENED:     ' WS-CASES-OPENED
           DISPLAY 'DLQAGE1 CASES CARRIED:    ' WS-CASES-CARRIED
           DISPLAY 'DLQAGE1 CASES CLEARED:    ' WS-CASES-CLEARED
           DISPLAY 'DLQAGE1 CASES DROPPED:    ' WS-CASES-DROPPED
           DISPLAY 'DLQAGE1 CROSSED INTO 90+: ' WS-CROSSED-90-PLUS
           DISPLAY 'DLQAGE1 NO ADDRESS:       '
               WS-ADDRESSES-MISSING.

       3100-ATTACH-CONTACT-DETAILS.
           OPEN INPUT CUSTADR-FILE
           PERFORM 3110-READ-ONE-ADDRESS UNTIL END-OF-ADDRESSES
           CLOSE CUSTADR-FILE.

       3110-READ-ONE-ADDRESS.
           READ CUSTADR-FILE
               AT END
                   SET END-OF-ADDRESSES TO TRUE
               NOT AT END
                   MOVE CUSTADR-IN-RECORD TO CUSTADR-RECORD
                   PERFORM VARYING WS-WRK-IDX FROM 1 BY 1
                       UNTIL WS-WRK-IDX > WS-WORK-COUNT
                       IF WS-WRK-IMAGE(WS-WRK-IDX)(1:8)
                               = CUSTADR-CUSTOMER-ID
                           MOVE WS-WRK-IMAGE(WS-WRK-IDX)
                               TO WORK-QUEUE-RECORD
                           MOVE CUSTADR-STREET TO WRK-STREET
                           MOVE CUSTADR-CITY   TO WRK-CITY
                           MOVE CUSTADR-STATE  TO WRK-STATE
                           MOVE CUSTADR-ZIP    TO WRK-ZIP
                           MOVE CUSTADR-PHONE  TO WRK-PHONE
                           MOVE CUSTADR-PREF-CONTACT
                               TO WRK-PREF-CONTACT
                           MOVE 'Y' TO WRK-ADDRESS-FLAG
                           MOVE WORK-QUEUE-RECORD
                               TO WS-WRK-IMAGE(WS-WRK-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

       3200-WRITE-WORK-QUEUE.
           OPEN OUTPUT WORK-QUEUE-FILE
           PERFORM VARYING WS-WRK-IDX FROM 1 BY 1
               UNTIL WS-WRK-IDX > WS-WORK-COUNT
               MOVE WS-WRK-IMAGE(WS-WRK-IDX) TO WORK-QUEUE-RECORD
               IF WRK-ADDRESS-MISSING
                   ADD 1 TO WS-ADDRESSES-MISSING
                   DISPLAY '*** DLQAGE1 ' WRK-CUSTOMER-ID
                       ' QUEUED WITH NO CONTACT DETAILS ON'
                       ' CUSTADRF ***'
               END-IF
               WRITE WORK-QUEUE-RECORD
           END-PERFORM
           CLOSE WORK-QUEUE-FILE.

       3300-WRITE-AGING-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-OUT-LINE
           STRING 'DLQAGE1 - DELINQUENCY AGING SUMMARY FOR '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE
           MOVE 'BUCKET      CASES           NEGATIVE BALANCE'
               TO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4
               MOVE WS-BUCKET-LABEL(WS-BKT-IDX) TO WS-SUM-LABEL
               MOVE WS-BKT-COUNT(WS-BKT-IDX)    TO WS-SUM-COUNT
               MOVE WS-BKT-AMOUNT(WS-BKT-IDX)   TO WS-SUM-AMOUNT
               MOVE WS-SUMMARY-LINE TO SUMMARY-OUT-LINE
               WRITE SUMMARY-OUT-LINE
           END-PERFORM
           MOVE SPACES TO SUMMARY-OUT-LINE
           STRING 'NEWLY DELINQUENT: ' WS-CASES-OPENED
               '  CLEARED: ' WS-CASES-CLEARED
               '  INTO 90+: ' WS-CROSSED-90-PLUS
               DELIMITED BY SIZE INTO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE
           CLOSE SUMMARY-FILE.

       9000-CHECK-FILE-STATUS.
           MOVE 'DLQAGE1 ' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** DLQAGE1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
