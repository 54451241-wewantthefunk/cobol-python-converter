       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMMON1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly suspicious-activity monitor over the rolling
      *    CUSTHSTC posted history, for Compliance's structuring
      *    detection. The rules, thresholds, and look-back windows
      *    are reference data on SAMRULF (SAMRUL.CPY), tuned the
      *    way RISKRUL tunes the scoring job: a run of just-under-
      *    threshold credits across the branch and lockbox channels
      *    within a few days (STRUCTUR), a burst of postings against
      *    the customer's own earlier rate (VELOCITY), and money
      *    coming in and going straight back out within a short
      *    span (INANDOUT). Only customer postings are looked at --
      *    the shop's own generated items (interest, fees,
      *    escheatment, merge transfers) are skipped on the
      *    posting-source byte, and the channel comes off the
      *    history's channel byte. Each hit opens an alert case
      *    (SAMALRT.CPY) on the carried alert file (SAMALTI in,
      *    SAMALTO out) and appends the contributing postings, each
      *    with its correlation id, to the SAMALDT detail file under
      *    the alert id; a customer who already has an open or
      *    escalated case for the rule gets no second one. New
      *    alerts are listed on the SAMRPT report for the analysts,
      *    who disposition them through SAMREV1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE        ASSIGN TO "SAMRULF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE      ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-IN-FILE     ASSIGN TO "SAMALTI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-OUT-FILE    ASSIGN TO "SAMALTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETAIL-FILE       ASSIGN TO "SAMALDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "SAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-IN-RECORD             PIC X(31).

       FD  HISTORY-FILE.
       01  HISTORY-IN-LINE             PIC X(80).

       FD  ALERT-IN-FILE.
       01  ALERT-IN-RECORD             PIC X(110).

       FD  ALERT-OUT-FILE.
       01  ALERT-OUT-RECORD            PIC X(110).

      *    One line per contributing posting: the alert it belongs
      *    to and the posted-history record as it stands.
       FD  DETAIL-FILE.
       01  DETAIL-OUT-RECORD.
           05  DTL-ALERT-ID            PIC X(12).
           05  DTL-HISTORY-IMAGE       PIC X(75).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-RULES-EOF                 PIC X       VALUE 'N'.
           88  END-OF-RULES                         VALUE 'Y'.
       01  WS-HISTORY-EOF               PIC X       VALUE 'N'.
           88  END-OF-HISTORY                       VALUE 'Y'.
       01  WS-ALERT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-ALERTS                        VALUE 'Y'.
       01  WS-QUALIFY-SW                PIC X       VALUE 'N'.
           88  POSTING-QUALIFIES                    VALUE 'Y'.
       01  WS-HIT-SW                    PIC X       VALUE 'N'.
           88  RULE-IS-HIT                          VALUE 'Y'.

      *    Rules, each with the last business date before its
      *    look-back window opens.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT            PIC 9(02)   VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-IMAGE        PIC X(31).
               10  WS-RULE-CUTOFF       PIC 9(08).
       01  WS-RUL-IDX                   PIC 9(02).

       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-HISTORY-IMAGE OCCURS 5000 TIMES
                                        PIC X(75).
       01  WS-HST-IDX                   PIC 9(04).

       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-CUSTOMER-ID OCCURS 5000 TIMES
                                        PIC X(08).
       01  WS-CUS-IDX                   PIC 9(04).
       01  WS-CUSTOMER-FOUND-IDX        PIC 9(04).

       01  WS-ALERT-TABLE.
           05  WS-ALERT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-ALERT-IMAGE OCCURS 5000 TIMES
                                        PIC X(110).
       01  WS-ALT-IDX                   PIC 9(04).
       01  WS-ACTIVE-ALERT-IDX          PIC 9(04).
       01  WS-ALERT-SEQUENCE            PIC 9(04)   VALUE ZERO.
       01  WS-NEW-ALERT-ID.
           05  WS-NEW-ALERT-DATE        PIC 9(08).
           05  WS-NEW-ALERT-SEQ         PIC 9(04).

      *    What one rule saw for one customer.
       01  WS-RULE-WORK.
           05  WS-CURRENT-CUSTOMER      PIC X(08).
           05  WS-WINDOW-CUTOFF         PIC 9(08).
           05  WS-NEAR-FLOOR            PIC S9(09)V99 COMP-3.
           05  WS-WINDOW-COUNT          PIC 9(05).
           05  WS-WINDOW-AMOUNT         PIC S9(11)V99 COMP-3.
           05  WS-WINDOW-CREDITS        PIC S9(11)V99 COMP-3.
           05  WS-WINDOW-DEBITS         PIC S9(11)V99 COMP-3.
           05  WS-PRIOR-COUNT           PIC 9(05).
           05  WS-PRIOR-EARLIEST        PIC 9(08).
           05  WS-PRIOR-DAYS            PIC S9(05).
           05  WS-RECENT-RATE           PIC S9(11)V99 COMP-3.
           05  WS-BASELINE-RATE         PIC S9(11)V99 COMP-3.
           05  WS-OUT-FLOOR             PIC S9(11)V99 COMP-3.

       01  WS-CONTROL-TOTALS.
           05  WS-HISTORY-READ          PIC 9(07)   VALUE ZERO.
           05  WS-SYSTEM-SKIPPED        PIC 9(07)   VALUE ZERO.
           05  WS-RULE-HITS             PIC 9(07)   VALUE ZERO.
           05  WS-HITS-ALREADY-OPEN     PIC 9(07)   VALUE ZERO.
           05  WS-ALERTS-OPENED         PIC 9(07)   VALUE ZERO.
           05  WS-DETAILS-WRITTEN       PIC 9(07)   VALUE ZERO.

       01  WS-REPORT-LINE.
           05  WS-RPT-ALERT-ID          PIC X(12).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-RULE-ID           PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-COUNT             PIC ZZZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(25)   VALUE SPACES.

       COPY SAMRUL.
       COPY SAMALRT.
       COPY CUSTHST.
       COPY BUSDATE.
       COPY DATEAREA.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-ID(WS-CUS-IDX) TO WS-CURRENT-CUSTOMER
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-RULE-COUNT
                   PERFORM 2000-APPLY-ONE-RULE
               END-PERFORM
           END-PERFORM
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** SAMMON1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-ALERTS
           PERFORM 1300-LOAD-HISTORY
           OPEN EXTEND DETAIL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'SAMMON1 - SUSPICIOUS ACTIVITY ALERTS OPENED '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'ALERT ID     CUSTOMER RULE     POSTS            AMOUNT'
               TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       1100-LOAD-RULES.
           OPEN INPUT RULES-FILE
           PERFORM 1110-READ-RULE UNTIL END-OF-RULES
           CLOSE RULES-FILE
           IF WS-RULE-COUNT = ZERO
               DISPLAY '*** SAMMON1 NO MONITORING RULES ON SAMRULF'
                   ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The window for a rule of N days is the business date and
      *    the N-1 days before it: anything booked after the cutoff.
       1110-READ-RULE.
           READ RULES-FILE
               AT END
                   SET END-OF-RULES TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT >= 50
                       DISPLAY '*** SAMMON1 MORE THAN 50 MONITORING'
                           ' RULES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RULES-IN-RECORD TO WS-RULE-IMAGE(WS-RULE-COUNT)
                   MOVE RULES-IN-RECORD TO SAMRUL-RECORD
                   MOVE BUSDATE-CURRENT-DATE TO W-DATE-1-8N
                   SET FORMAT-1-YYYYMMDD    TO TRUE
                   SET FORMAT-2-YYYYMMDD    TO TRUE
                   COMPUTE W-NUMBER-FIELD = ZERO - SAMRUL-WINDOW-DAYS
                   SET FUNC-ADJUST-THE-DATE TO TRUE
                   CALL 'DATECNV1' USING W-DATE-AREA
                   IF NOT CONVERT-RET-GOOD
                       DISPLAY '*** SAMMON1 DATE SERVICE COULD NOT'
                           ' STEP BACK ' SAMRUL-WINDOW-DAYS ' DAYS'
                           ' FOR RULE ' SAMRUL-RULE-ID
                           ' -- RUN ENDED ***'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE W-DATE-2-8N TO WS-RULE-CUTOFF(WS-RULE-COUNT)
           END-READ.

      *    Today's alert ids continue from the highest sequence
      *    already on file for today, so a rerun cannot reuse one.
       1200-LOAD-ALERTS.
           OPEN INPUT ALERT-IN-FILE
           PERFORM 1210-READ-ALERT UNTIL END-OF-ALERTS
           CLOSE ALERT-IN-FILE.

       1210-READ-ALERT.
           READ ALERT-IN-FILE
               AT END
                   SET END-OF-ALERTS TO TRUE
               NOT AT END
                   IF WS-ALERT-COUNT >= 5000
                       DISPLAY '*** SAMMON1 ALERT FILE HAS MORE THAN'
                           ' 5000 CASES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE ALERT-IN-RECORD
                       TO WS-ALERT-IMAGE(WS-ALERT-COUNT)
                   MOVE ALERT-IN-RECORD TO WS-NEW-ALERT-ID
                   IF WS-NEW-ALERT-DATE = BUSDATE-CURRENT-DATE
                       AND WS-NEW-ALERT-SEQ > WS-ALERT-SEQUENCE
                       MOVE WS-NEW-ALERT-SEQ TO WS-ALERT-SEQUENCE
                   END-IF
           END-READ.

       1300-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           PERFORM 1310-READ-ONE-HISTORY UNTIL END-OF-HISTORY
           CLOSE HISTORY-FILE.

       1310-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF HISTORY-IN-LINE(1:4) = 'HDR*'
                       OR HISTORY-IN-LINE(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-HISTORY-READ
                       MOVE HISTORY-IN-LINE TO CUSTHST-RECORD
                       IF CUSTHST-CUSTOMER-POSTING
                           PERFORM 1320-STORE-POSTING
                       ELSE
                           ADD 1 TO WS-SYSTEM-SKIPPED
                       END-IF
                   END-IF
           END-READ.

       1320-STORE-POSTING.
           IF WS-HISTORY-COUNT >= 5000
               DISPLAY '*** SAMMON1 HISTORY HAS MORE THAN 5000'
                   ' CUSTOMER POSTINGS -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HISTORY-COUNT
           MOVE HISTORY-IN-LINE(1:75)
               TO WS-HISTORY-IMAGE(WS-HISTORY-COUNT)
           MOVE ZERO TO WS-CUSTOMER-FOUND-IDX
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUSTOMER-COUNT
               OR WS-CUSTOMER-FOUND-IDX > ZERO
               IF WS-CUSTOMER-ID(WS-CUS-IDX) = CUSTHST-CUSTOMER-ID
                   MOVE WS-CUS-IDX TO WS-CUSTOMER-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CUSTOMER-FOUND-IDX = ZERO
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE CUSTHST-CUSTOMER-ID
                   TO WS-CUSTOMER-ID(WS-CUSTOMER-COUNT)
           END-IF.

      *    One pass over the customer's postings gathers what the
      *    rule needs; the hit decision follows.
       2000-APPLY-ONE-RULE.
           MOVE WS-RULE-IMAGE(WS-RUL-IDX) TO SAMRUL-RECORD
           MOVE WS-RULE-CUTOFF(WS-RUL-IDX) TO WS-WINDOW-CUTOFF
           MOVE ZERO TO WS-WINDOW-COUNT WS-WINDOW-AMOUNT
                        WS-WINDOW-CREDITS WS-WINDOW-DEBITS
                        WS-PRIOR-COUNT WS-PRIOR-EARLIEST
           COMPUTE WS-NEAR-FLOOR ROUNDED = SAMRUL-THRESHOLD
               - SAMRUL-THRESHOLD * SAMRUL-PERCENT / 100
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HISTORY-COUNT
               MOVE WS-HISTORY-IMAGE(WS-HST-IDX) TO CUSTHST-RECORD
               IF CUSTHST-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                   PERFORM 2100-TEST-ONE-POSTING
                   IF POSTING-QUALIFIES
                       ADD 1 TO WS-WINDOW-COUNT
                       ADD CUSTHST-AMOUNT TO WS-WINDOW-AMOUNT
                       IF CUSTHST-TRAN-TYPE = 'C'
                           ADD CUSTHST-AMOUNT TO WS-WINDOW-CREDITS
                       ELSE
                           ADD CUSTHST-AMOUNT TO WS-WINDOW-DEBITS
                       END-IF
                   END-IF
                   IF CUSTHST-BUSINESS-DATE NOT > WS-WINDOW-CUTOFF
                       ADD 1 TO WS-PRIOR-COUNT
                       IF WS-PRIOR-EARLIEST = ZERO
                           OR CUSTHST-BUSINESS-DATE
                               < WS-PRIOR-EARLIEST
                           MOVE CUSTHST-BUSINESS-DATE
                               TO WS-PRIOR-EARLIEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HIT-SW
           EVALUATE TRUE
               WHEN SAMRUL-STRUCTURING
                   IF WS-WINDOW-COUNT >= SAMRUL-MIN-COUNT
                       SET RULE-IS-HIT TO TRUE
                   END-IF
               WHEN SAMRUL-VELOCITY
                   IF WS-WINDOW-COUNT >= SAMRUL-MIN-COUNT
                       PERFORM 2200-JUDGE-VELOCITY
                   END-IF
               WHEN SAMRUL-IN-AND-OUT
                   COMPUTE WS-OUT-FLOOR ROUNDED =
                       WS-WINDOW-CREDITS * SAMRUL-PERCENT / 100
                   IF WS-WINDOW-CREDITS >= SAMRUL-THRESHOLD
                       AND WS-WINDOW-DEBITS > ZERO
                       AND WS-WINDOW-DEBITS >= WS-OUT-FLOOR
                       SET RULE-IS-HIT TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RULE-IS-HIT
               ADD 1 TO WS-RULE-HITS
               PERFORM 2300-OPEN-ALERT-CASE
           END-IF.

      *    Whether the posting in CUSTHST-RECORD counts toward the
      *    current rule's window.
       2100-TEST-ONE-POSTING.
           MOVE 'N' TO WS-QUALIFY-SW
           IF CUSTHST-BUSINESS-DATE > WS-WINDOW-CUTOFF
               EVALUATE TRUE
                   WHEN SAMRUL-STRUCTURING
                       IF CUSTHST-TRAN-TYPE = 'C'
                           AND (CUSTHST-CHANNEL-BRANCH
                               OR CUSTHST-CHANNEL-LOCKBOX)
                           AND CUSTHST-AMOUNT < SAMRUL-THRESHOLD
                           AND CUSTHST-AMOUNT NOT < WS-NEAR-FLOOR
                           SET POSTING-QUALIFIES TO TRUE
                       END-IF
                   WHEN SAMRUL-VELOCITY
                       SET POSTING-QUALIFIES TO TRUE
                   WHEN SAMRUL-IN-AND-OUT
                       IF CUSTHST-TRAN-TYPE = 'C'
                           OR CUSTHST-TRAN-TYPE = 'D'
                           SET POSTING-QUALIFIES TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Postings per day inside the window against postings per
      *    day on the history before it. A customer with nothing
      *    before the window has no rate of their own, so reaching
      *    the minimum count is itself the spike.
       2200-JUDGE-VELOCITY.
           IF WS-PRIOR-COUNT = ZERO
               SET RULE-IS-HIT TO TRUE
           ELSE
               MOVE WS-PRIOR-EARLIEST     TO W-DATE-1-8N
               MOVE WS-WINDOW-CUTOFF      TO W-DATE-2-8N
               SET FORMAT-1-YYYYMMDD      TO TRUE
               SET FORMAT-2-YYYYMMDD      TO TRUE
               SET FUNC-CALC-DAYS-BETWEEN TO TRUE
               CALL 'DATECNV1' USING W-DATE-AREA
               IF CONVERT-RET-GOOD
                   COMPUTE WS-PRIOR-DAYS = W-NUMBER-FIELD + 1
               ELSE
                   MOVE 1 TO WS-PRIOR-DAYS
               END-IF
               IF WS-PRIOR-DAYS < 1
                   MOVE 1 TO WS-PRIOR-DAYS
               END-IF
               COMPUTE WS-RECENT-RATE ROUNDED =
                   WS-WINDOW-COUNT / SAMRUL-WINDOW-DAYS
               COMPUTE WS-BASELINE-RATE ROUNDED =
                   WS-PRIOR-COUNT * SAMRUL-PERCENT
                   / (WS-PRIOR-DAYS * 100)
               IF WS-RECENT-RATE > WS-BASELINE-RATE
                   SET RULE-IS-HIT TO TRUE
               END-IF
           END-IF.

       2300-OPEN-ALERT-CASE.
           MOVE ZERO TO WS-ACTIVE-ALERT-IDX
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALERT-COUNT
               OR WS-ACTIVE-ALERT-IDX > ZERO
               MOVE WS-ALERT-IMAGE(WS-ALT-IDX) TO SAMALRT-RECORD
               IF SAMALRT-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                   AND SAMALRT-RULE-ID = SAMRUL-RULE-ID
                   AND SAMALRT-STILL-ACTIVE
                   MOVE WS-ALT-IDX TO WS-ACTIVE-ALERT-IDX
               END-IF
           END-PERFORM
           IF WS-ACTIVE-ALERT-IDX > ZERO
               ADD 1 TO WS-HITS-ALREADY-OPEN
           ELSE
               IF WS-ALERT-COUNT >= 5000
                   DISPLAY '*** SAMMON1 ALERT TABLE FULL -- '
                       SAMRUL-RULE-ID ' HIT ON '
                       WS-CURRENT-CUSTOMER ' NOT OPENED ***'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2350-WRITE-NEW-ALERT
               END-IF
           END-IF.

       2350-WRITE-NEW-ALERT.
           ADD 1 TO WS-ALERT-SEQUENCE
           MOVE BUSDATE-CURRENT-DATE TO WS-NEW-ALERT-DATE
           MOVE WS-ALERT-SEQUENCE    TO WS-NEW-ALERT-SEQ
           MOVE SPACES               TO SAMALRT-RECORD
           MOVE WS-NEW-ALERT-ID      TO SAMALRT-ALERT-ID
           MOVE WS-CURRENT-CUSTOMER  TO SAMALRT-CUSTOMER-ID
           MOVE SAMRUL-RULE-ID       TO SAMALRT-RULE-ID
           MOVE BUSDATE-CURRENT-DATE TO SAMALRT-RAISED-DATE
           MOVE WS-WINDOW-COUNT      TO SAMALRT-POSTING-COUNT
           MOVE WS-WINDOW-AMOUNT     TO SAMALRT-POSTED-AMOUNT
           SET SAMALRT-OPEN          TO TRUE
           MOVE ZERO                 TO SAMALRT-DECIDED-DATE
           ADD 1 TO WS-ALERT-COUNT
           MOVE SAMALRT-RECORD TO WS-ALERT-IMAGE(WS-ALERT-COUNT)
           ADD 1 TO WS-ALERTS-OPENED
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HISTORY-COUNT
               MOVE WS-HISTORY-IMAGE(WS-HST-IDX) TO CUSTHST-RECORD
               IF CUSTHST-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                   PERFORM 2100-TEST-ONE-POSTING
                   IF POSTING-QUALIFIES
                       MOVE WS-NEW-ALERT-ID TO DTL-ALERT-ID
                       MOVE WS-HISTORY-IMAGE(WS-HST-IDX)
                           TO DTL-HISTORY-IMAGE
                       WRITE DETAIL-OUT-RECORD
                       ADD 1 TO WS-DETAILS-WRITTEN
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-ALERT-ID      TO WS-RPT-ALERT-ID
           MOVE WS-CURRENT-CUSTOMER  TO WS-RPT-CUSTOMER-ID
           MOVE SAMRUL-RULE-ID       TO WS-RPT-RULE-ID
           MOVE WS-WINDOW-COUNT      TO WS-RPT-COUNT
           MOVE WS-WINDOW-AMOUNT     TO WS-RPT-AMOUNT
           MOVE WS-REPORT-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       3000-TERMINATE.
           CLOSE DETAIL-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'ALERTS OPENED: ' WS-ALERTS-OPENED
               '  HITS ALREADY UNDER REVIEW: ' WS-HITS-ALREADY-OPEN
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           OPEN OUTPUT ALERT-OUT-FILE
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-IMAGE(WS-ALT-IDX) TO ALERT-OUT-RECORD
               WRITE ALERT-OUT-RECORD
           END-PERFORM
           CLOSE ALERT-OUT-FILE
           DISPLAY 'SAMMON1 HISTORY RECORDS READ:  ' WS-HISTORY-READ
           DISPLAY 'SAMMON1 SYSTEM POSTINGS SKIPPED: '
               WS-SYSTEM-SKIPPED
           DISPLAY 'SAMMON1 CUSTOMERS MONITORED:   ' WS-CUSTOMER-COUNT
           DISPLAY 'SAMMON1 RULE HITS:             ' WS-RULE-HITS
           DISPLAY 'SAMMON1 HITS ALREADY OPEN:     '
               WS-HITS-ALREADY-OPEN
           DISPLAY 'SAMMON1 ALERTS OPENED:         ' WS-ALERTS-OPENED
           DISPLAY 'SAMMON1 CONTRIBUTING POSTINGS: '
               WS-DETAILS-WRITTEN.
