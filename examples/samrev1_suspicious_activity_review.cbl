       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMREV1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Analyst review transaction for the suspicious-activity
      *    alert cases the nightly monitor (SAMMON1) opens on the
      *    carried alert file, reachable from the menu as its own
      *    MNUTRN dispatch entry (selection SA, transid SAMR) and
      *    driven here off a file of simulated submissions like
      *    CLRAPR1. The analyst's MNUSEC entitlement for SA is
      *    verified record-level before any action is honored. An
      *    analyst can list the cases still open or escalated, or
      *    disposition one by alert id: escalate it for a second
      *    look, close it with no action, or record that a
      *    suspicious-activity report was filed. Only an open or
      *    escalated case can be dispositioned, and an escalated
      *    case can only be closed or filed -- closed and filed are
      *    final. Every disposition is stamped on the case with the
      *    analyst, the business date, and the analyst's note, and
      *    journaled with a before and after image for audit.
      *    Cases the weekly customer-data access review opens are
      *    worked the same way; the list shows the member of staff
      *    such a case is about beside the customer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMTRAN-FILE      ASSIGN TO "SAMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-IN-FILE     ASSIGN TO "SAMALTI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-OUT-FILE    ASSIGN TO "SAMALTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT JOURNAL-FILE      ASSIGN TO "SAMJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMTRAN-FILE.
       01  SAMTRAN-RECORD.
           05  SMT-ACTION              PIC X(01).
               88  SMT-ACTION-LIST                 VALUE 'L'.
               88  SMT-ACTION-ESCALATE             VALUE 'E'.
               88  SMT-ACTION-CLOSE                VALUE 'C'.
               88  SMT-ACTION-FILED                VALUE 'F'.
           05  SMT-USERID              PIC X(08).
           05  SMT-ALERT-ID            PIC X(12).
           05  SMT-NOTE                PIC X(30).

       FD  ALERT-IN-FILE.
       01  ALERT-IN-RECORD             PIC X(110).

       FD  ALERT-OUT-FILE.
       01  ALERT-OUT-RECORD            PIC X(110).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

      *    One journal line per disposition: who, what action, and
      *    the case before and after it was stamped.
       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-LINE.
           05  JRN-LOG-DATE            PIC 9(08).
           05  JRN-LOG-TIME            PIC 9(06).
           05  JRN-USERID              PIC X(08).
           05  JRN-ACTION              PIC X(01).
           05  JRN-BEFORE-IMAGE        PIC X(110).
           05  JRN-AFTER-IMAGE         PIC X(110).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-SAMTRAN                       VALUE 'Y'.
       01  WS-ALERT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-ALERTS                        VALUE 'Y'.

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-ALERT-TABLE.
           05  WS-ALERT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-ALERT-IMAGE OCCURS 5000 TIMES
                                        PIC X(110).
       01  WS-ALT-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-ALERTS-ESCALATED      PIC 9(05)   VALUE ZERO.
           05  WS-ALERTS-CLOSED         PIC 9(05)   VALUE ZERO.
           05  WS-ALERTS-FILED          PIC 9(05)   VALUE ZERO.
           05  WS-ACTIONS-REFUSED       PIC 9(05)   VALUE ZERO.
           05  WS-ALERTS-ACTIVE         PIC 9(05)   VALUE ZERO.

       01  WS-REFUSE-REASON             PIC X(40)   VALUE SPACES.
       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-ENTITLED-SWITCH           PIC X       VALUE 'N'.
           88  USER-IS-ENTITLED                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY SAMALRT.
       COPY BUSDATE.
       COPY MNUSEC.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTION UNTIL END-OF-SAMTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** SAMREV1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-ALERTS
           OPEN INPUT MNUSEC-FILE
           OPEN INPUT SAMTRAN-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 2900-READ-SAMTRAN.

      *    The alert file is rewritten whole at the end of the run,
      *    so a file too big to hold would lose cases -- the run is
      *    stopped instead of truncating it.
       1100-LOAD-ALERTS.
           OPEN INPUT ALERT-IN-FILE
           PERFORM 1110-READ-ALERT UNTIL END-OF-ALERTS
           CLOSE ALERT-IN-FILE.

       1110-READ-ALERT.
           READ ALERT-IN-FILE
               AT END
                   SET END-OF-ALERTS TO TRUE
               NOT AT END
                   IF WS-ALERT-COUNT >= 5000
                       DISPLAY '*** SAMREV1 ALERT FILE HAS MORE'
                           ' THAN 5000 CASES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-ALERT-COUNT
                       MOVE ALERT-IN-RECORD
                           TO WS-ALERT-IMAGE(WS-ALERT-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-ACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 2100-CHECK-ENTITLEMENT
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN SMT-ACTION-LIST
                       PERFORM 2200-LIST-ACTIVE-ALERTS
                   WHEN SMT-ACTION-ESCALATE
                   WHEN SMT-ACTION-CLOSE
                   WHEN SMT-ACTION-FILED
                       PERFORM 2300-DISPOSITION-ONE-ALERT
                   WHEN OTHER
                       MOVE 'ACTION NOT L, E, C, OR F'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY '*** SAMREV1 ACTION REFUSED: ' SMT-ACTION
                   ' ' SMT-ALERT-ID ' BY ' SMT-USERID ' -- '
                   WS-REFUSE-REASON ' ***'
           END-IF
           PERFORM 2900-READ-SAMTRAN.

       2100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE SMT-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT RECORD'
                       TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'SA'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT USER-IS-ENTITLED
                       MOVE 'USER NOT ENTITLED TO SELECTION SA'
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

       2200-LIST-ACTIVE-ALERTS.
           DISPLAY 'SAMREV1 ALERTS UNDER REVIEW FOR ' SMT-USERID
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-IMAGE(WS-ALT-IDX) TO SAMALRT-RECORD
               IF SAMALRT-STILL-ACTIVE
                   DISPLAY '  ' SAMALRT-ALERT-ID ' '
                       SAMALRT-CUSTOMER-ID ' ' SAMALRT-RULE-ID
                       ' RAISED ' SAMALRT-RAISED-DATE ' POSTINGS '
                       SAMALRT-POSTING-COUNT ' AMOUNT '
                       SAMALRT-POSTED-AMOUNT ' STATUS '
                       SAMALRT-STATUS ' USER '
                       SAMALRT-SUBJECT-USERID
               END-IF
           END-PERFORM.

      *    Escalating an already escalated case is refused rather
      *    than restamped, so the journal shows one escalation.
       2300-DISPOSITION-ONE-ALERT.
           PERFORM 2600-FIND-ALERT
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'NO ALERT WITH THAT ID'
                       TO WS-REFUSE-REASON
               WHEN NOT SAMALRT-STILL-ACTIVE
                   MOVE 'ALERT ALREADY CLOSED OR FILED'
                       TO WS-REFUSE-REASON
               WHEN SMT-ACTION-ESCALATE AND SAMALRT-ESCALATED
                   MOVE 'ALERT ALREADY ESCALATED'
                       TO WS-REFUSE-REASON
               WHEN SMT-NOTE = SPACES
                   MOVE 'A DISPOSITION NOTE IS REQUIRED'
                       TO WS-REFUSE-REASON
               WHEN SMT-ACTION-ESCALATE
                   ADD 1 TO WS-ALERTS-ESCALATED
                   SET SAMALRT-ESCALATED TO TRUE
                   PERFORM 2700-STAMP-AND-JOURNAL
               WHEN SMT-ACTION-CLOSE
                   ADD 1 TO WS-ALERTS-CLOSED
                   SET SAMALRT-CLOSED-NO-ACTION TO TRUE
                   PERFORM 2700-STAMP-AND-JOURNAL
               WHEN OTHER
                   ADD 1 TO WS-ALERTS-FILED
                   SET SAMALRT-REPORT-FILED TO TRUE
                   PERFORM 2700-STAMP-AND-JOURNAL
           END-EVALUATE.

       2600-FIND-ALERT.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALERT-COUNT
               OR WS-FOUND-IDX > ZERO
               MOVE WS-ALERT-IMAGE(WS-ALT-IDX) TO SAMALRT-RECORD
               IF SAMALRT-ALERT-ID = SMT-ALERT-ID
                   MOVE WS-ALT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
               MOVE WS-ALERT-IMAGE(WS-FOUND-IDX) TO SAMALRT-RECORD
           END-IF.

       2700-STAMP-AND-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO JRN-LOG-DATE
           MOVE WS-CURR-TIME TO JRN-LOG-TIME
           MOVE SMT-USERID   TO JRN-USERID
           MOVE SMT-ACTION   TO JRN-ACTION
           MOVE WS-ALERT-IMAGE(WS-FOUND-IDX) TO JRN-BEFORE-IMAGE
           MOVE SMT-USERID           TO SAMALRT-DECIDED-BY
           MOVE BUSDATE-CURRENT-DATE TO SAMALRT-DECIDED-DATE
           MOVE SMT-NOTE             TO SAMALRT-DECISION-NOTE
           MOVE SAMALRT-RECORD TO WS-ALERT-IMAGE(WS-FOUND-IDX)
           MOVE SAMALRT-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-OUT-LINE
           DISPLAY 'SAMREV1 ALERT ' SAMALRT-ALERT-ID ' NOW '
               SAMALRT-STATUS ' BY ' SMT-USERID.

       2900-READ-SAMTRAN.
           READ SAMTRAN-FILE
               AT END
                   SET END-OF-SAMTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE SAMTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE JOURNAL-FILE
           OPEN OUTPUT ALERT-OUT-FILE
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-IMAGE(WS-ALT-IDX) TO SAMALRT-RECORD
               IF SAMALRT-STILL-ACTIVE
                   ADD 1 TO WS-ALERTS-ACTIVE
               END-IF
               MOVE WS-ALERT-IMAGE(WS-ALT-IDX) TO ALERT-OUT-RECORD
               WRITE ALERT-OUT-RECORD
           END-PERFORM
           CLOSE ALERT-OUT-FILE
           DISPLAY 'SAMREV1 ACTIONS READ:      ' WS-TRANS-READ
           DISPLAY 'SAMREV1 ALERTS ESCALATED:  ' WS-ALERTS-ESCALATED
           DISPLAY 'SAMREV1 ALERTS CLOSED:     ' WS-ALERTS-CLOSED
           DISPLAY 'SAMREV1 REPORTS FILED:     ' WS-ALERTS-FILED
           DISPLAY 'SAMREV1 ACTIONS REFUSED:   ' WS-ACTIONS-REFUSED
           DISPLAY 'SAMREV1 ALERTS STILL OPEN: ' WS-ALERTS-ACTIVE.
