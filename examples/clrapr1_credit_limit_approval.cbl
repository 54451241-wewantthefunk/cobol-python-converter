       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRAPR1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Credit-officer approval transaction for the limit
      *    proposals the periodic review (CLRREV1) writes to the
      *    CLRPRP proposal file, reachable from the menu as its own
      *    MNUTRN dispatch entry (selection CL, transid CLAP) and
      *    driven here off a file of simulated submissions like
      *    REJRPR01. The officer's MNUSEC entitlement for CL is
      *    verified record-level before any action is honored. An
      *    officer can list the proposals still awaiting a decision,
      *    accept one, or reject one, naming it by customer id.
      *    Accepting appends a new CUSTLIM record -- the proposed
      *    limit, effective the business date, stamped with the
      *    accepting officer and the date -- to the carried limit
      *    file; the old limit stays on file behind it as history.
      *    A proposal is refused if the limit in force for the
      *    customer is no longer the one the review saw, since the
      *    evidence it was made on no longer describes the account;
      *    the next review cycle proposes afresh. Rejecting changes
      *    nothing but the proposal. Either decision is stamped on
      *    the proposal, which carries forward with its status, and
      *    journaled with a before and after image.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRTRAN-FILE      ASSIGN TO "CLRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-IN-FILE  ASSIGN TO "CLRPRPI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-OUT-FILE ASSIGN TO "CLRPRPO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTLIM-IN-FILE   ASSIGN TO "CUSTLIMI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTLIM-OUT-FILE  ASSIGN TO "CUSTLIMO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT JOURNAL-FILE      ASSIGN TO "CLRJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLRTRAN-FILE.
       01  CLRTRAN-RECORD.
           05  CLT-ACTION              PIC X(01).
               88  CLT-ACTION-LIST                 VALUE 'L'.
               88  CLT-ACTION-ACCEPT               VALUE 'A'.
               88  CLT-ACTION-REJECT               VALUE 'R'.
           05  CLT-USERID              PIC X(08).
           05  CLT-CUSTOMER-ID         PIC X(08).

       FD  PROPOSAL-IN-FILE.
       01  PROPOSAL-IN-RECORD          PIC X(82).

       FD  PROPOSAL-OUT-FILE.
       01  PROPOSAL-OUT-RECORD         PIC X(82).

       FD  CUSTLIM-IN-FILE.
       01  CUSTLIM-IN-RECORD           PIC X(43).

       FD  CUSTLIM-OUT-FILE.
       01  CUSTLIM-OUT-RECORD          PIC X(43).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

      *    One journal line per decision: who, what action, and the
      *    proposal before and after it was stamped.
       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-LINE.
           05  JRN-LOG-DATE            PIC 9(08).
           05  JRN-LOG-TIME            PIC 9(06).
           05  JRN-USERID              PIC X(08).
           05  JRN-ACTION              PIC X(01).
           05  JRN-BEFORE-IMAGE        PIC X(82).
           05  JRN-AFTER-IMAGE         PIC X(82).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-CLRTRAN                       VALUE 'Y'.
       01  WS-PROPOSAL-EOF              PIC X       VALUE 'N'.
           88  END-OF-PROPOSALS                     VALUE 'Y'.
       01  WS-LIM-EOF                   PIC X       VALUE 'N'.
           88  END-OF-LIMITS                        VALUE 'Y'.

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-PROPOSAL-TABLE.
           05  WS-PROPOSAL-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-PROPOSAL-IMAGE OCCURS 5000 TIMES
                                        PIC X(82).
       01  WS-PRP-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).

      *    The carried limit file, held whole so an accepted limit
      *    is judged against every limit already on file -- including
      *    one accepted earlier in this same run.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-LIMIT-IMAGE OCCURS 5000 TIMES
                                        PIC X(43).
       01  WS-LIM-IDX                   PIC 9(04).
       01  WS-LIMIT-IN-FORCE            PIC 9(09)V99 VALUE ZERO.
       01  WS-IN-FORCE-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-IN-FORCE-SW               PIC X       VALUE 'N'.
           88  LIMIT-IN-FORCE                       VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-PROPOSALS-ACCEPTED    PIC 9(05)   VALUE ZERO.
           05  WS-PROPOSALS-REJECTED    PIC 9(05)   VALUE ZERO.
           05  WS-ACTIONS-REFUSED       PIC 9(05)   VALUE ZERO.
           05  WS-PROPOSALS-OPEN        PIC 9(05)   VALUE ZERO.

       01  WS-REFUSE-REASON             PIC X(40)   VALUE SPACES.
       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-ENTITLED-SWITCH           PIC X       VALUE 'N'.
           88  USER-IS-ENTITLED                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY CLRPRP.
       COPY CUSTLIM.
       COPY BUSDATE.
       COPY MNUSEC.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTION UNTIL END-OF-CLRTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CLRAPR1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-PROPOSALS
           PERFORM 1200-LOAD-LIMITS
           OPEN INPUT MNUSEC-FILE
           OPEN INPUT CLRTRAN-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 2900-READ-CLRTRAN.

       1100-LOAD-PROPOSALS.
           OPEN INPUT PROPOSAL-IN-FILE
           PERFORM 1110-READ-PROPOSAL UNTIL END-OF-PROPOSALS
           CLOSE PROPOSAL-IN-FILE.

       1110-READ-PROPOSAL.
           READ PROPOSAL-IN-FILE
               AT END
                   SET END-OF-PROPOSALS TO TRUE
               NOT AT END
                   IF WS-PROPOSAL-COUNT >= 5000
                       DISPLAY '*** CLRAPR1 PROPOSAL FILE HAS MORE'
                           ' THAN 5000 ITEMS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-PROPOSAL-COUNT
                       MOVE PROPOSAL-IN-RECORD
                           TO WS-PROPOSAL-IMAGE(WS-PROPOSAL-COUNT)
                   END-IF
           END-READ.

      *    The limit file is rewritten whole at the end of the run,
      *    so a file too big to hold would lose limits -- the run
      *    is stopped instead of truncating it.
       1200-LOAD-LIMITS.
           OPEN INPUT CUSTLIM-IN-FILE
           PERFORM 1210-READ-LIMIT UNTIL END-OF-LIMITS
           CLOSE CUSTLIM-IN-FILE.

       1210-READ-LIMIT.
           READ CUSTLIM-IN-FILE
               AT END
                   SET END-OF-LIMITS TO TRUE
               NOT AT END
                   IF WS-LIMIT-COUNT >= 5000
                       DISPLAY '*** CLRAPR1 CREDIT-LIMIT FILE HAS'
                           ' MORE THAN 5000 ENTRIES -- RUN'
                           ' ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE CUSTLIM-IN-RECORD
                           TO WS-LIMIT-IMAGE(WS-LIMIT-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-ACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 2100-CHECK-ENTITLEMENT
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN CLT-ACTION-LIST
                       PERFORM 2200-LIST-OPEN-PROPOSALS
                   WHEN CLT-ACTION-ACCEPT
                       PERFORM 2300-ACCEPT-ONE-PROPOSAL
                   WHEN CLT-ACTION-REJECT
                       PERFORM 2400-REJECT-ONE-PROPOSAL
                   WHEN OTHER
                       MOVE 'ACTION NOT L, A, OR R'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY '*** CLRAPR1 ACTION REFUSED: ' CLT-ACTION
                   ' ' CLT-CUSTOMER-ID ' BY ' CLT-USERID ' -- '
                   WS-REFUSE-REASON ' ***'
           END-IF
           PERFORM 2900-READ-CLRTRAN.

       2100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE CLT-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT RECORD'
                       TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'CL'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT USER-IS-ENTITLED
                       MOVE 'USER NOT ENTITLED TO SELECTION CL'
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

       2200-LIST-OPEN-PROPOSALS.
           DISPLAY 'CLRAPR1 OPEN PROPOSALS FOR ' CLT-USERID
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
               MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX) TO CLRPRP-RECORD
               IF CLRPRP-STATUS-PROPOSED
                   DISPLAY '  ' CLRPRP-CUSTOMER-ID ' '
                       CLRPRP-PROPOSAL-TYPE ' FROM '
                       CLRPRP-CURRENT-LIMIT ' TO '
                       CLRPRP-PROPOSED-LIMIT ' ' CLRPRP-RULE-ID
                       ' SCORE ' CLRPRP-RISK-SCORE ' UTIL '
                       CLRPRP-UTILIZATION-PCT ' HOLDS '
                       CLRPRP-HOLD-COUNT ' DECLINES '
                       CLRPRP-DECLINE-COUNT
               END-IF
           END-PERFORM.

      *    The limit in force must still be the one the proposal
      *    was made against -- none at all for a new limit.
       2300-ACCEPT-ONE-PROPOSAL.
           PERFORM 2600-FIND-OPEN-PROPOSAL
           IF WS-FOUND-IDX > ZERO
               PERFORM 2650-FIND-LIMIT-IN-FORCE
           END-IF
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'NO OPEN PROPOSAL FOR CUSTOMER'
                       TO WS-REFUSE-REASON
               WHEN CLRPRP-TYPE-NEW AND LIMIT-IN-FORCE
                   MOVE 'CUSTOMER NOW HAS A LIMIT ON FILE'
                       TO WS-REFUSE-REASON
               WHEN NOT CLRPRP-TYPE-NEW
                   AND (NOT LIMIT-IN-FORCE
                   OR WS-LIMIT-IN-FORCE
                       NOT = CLRPRP-CURRENT-LIMIT)
                   MOVE 'LIMIT CHANGED SINCE THE REVIEW'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   ADD 1 TO WS-PROPOSALS-ACCEPTED
                   MOVE SPACES TO CUSTLIM-RECORD
                   MOVE CLRPRP-CUSTOMER-ID    TO CUSTLIM-CUSTOMER-ID
                   MOVE CLRPRP-PROPOSED-LIMIT
                       TO CUSTLIM-CREDIT-LIMIT
                   MOVE BUSDATE-CURRENT-DATE
                       TO CUSTLIM-EFFECTIVE-DATE
                   MOVE CLT-USERID            TO CUSTLIM-APPROVED-BY
                   MOVE BUSDATE-CURRENT-DATE
                       TO CUSTLIM-APPROVED-DATE
                   IF WS-LIMIT-COUNT >= 5000
                       DISPLAY '*** CLRAPR1 CREDIT-LIMIT TABLE FULL'
                           ' -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE CUSTLIM-RECORD
                       TO WS-LIMIT-IMAGE(WS-LIMIT-COUNT)
                   SET CLRPRP-STATUS-ACCEPTED TO TRUE
                   PERFORM 2700-STAMP-AND-JOURNAL
                   DISPLAY 'CLRAPR1 LIMIT ACCEPTED '
                       CLRPRP-CUSTOMER-ID ' '
                       CLRPRP-PROPOSED-LIMIT ' BY ' CLT-USERID
           END-EVALUATE.

       2400-REJECT-ONE-PROPOSAL.
           PERFORM 2600-FIND-OPEN-PROPOSAL
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO OPEN PROPOSAL FOR CUSTOMER'
                   TO WS-REFUSE-REASON
           ELSE
               ADD 1 TO WS-PROPOSALS-REJECTED
               SET CLRPRP-STATUS-REJECTED TO TRUE
               PERFORM 2700-STAMP-AND-JOURNAL
           END-IF.

       2600-FIND-OPEN-PROPOSAL.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
               OR WS-FOUND-IDX > ZERO
               MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX) TO CLRPRP-RECORD
               IF CLRPRP-STATUS-PROPOSED
                   AND CLRPRP-CUSTOMER-ID = CLT-CUSTOMER-ID
                   MOVE WS-PRP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > ZERO
               MOVE WS-PROPOSAL-IMAGE(WS-FOUND-IDX) TO CLRPRP-RECORD
           END-IF.

      *    Same choice the posting job makes: the latest limit
      *    effective on or before the business date, a later record
      *    on the same date superseding an earlier one.
       2650-FIND-LIMIT-IN-FORCE.
           MOVE 'N' TO WS-IN-FORCE-SW
           MOVE ZERO TO WS-LIMIT-IN-FORCE
           MOVE ZERO TO WS-IN-FORCE-DATE
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               MOVE WS-LIMIT-IMAGE(WS-LIM-IDX) TO CUSTLIM-RECORD
               IF CUSTLIM-CUSTOMER-ID = CLRPRP-CUSTOMER-ID
                   AND CUSTLIM-EFFECTIVE-DATE
                       NOT > BUSDATE-CURRENT-DATE
                   AND (NOT LIMIT-IN-FORCE
                   OR CUSTLIM-EFFECTIVE-DATE
                       NOT < WS-IN-FORCE-DATE)
                   SET LIMIT-IN-FORCE TO TRUE
                   MOVE CUSTLIM-CREDIT-LIMIT TO WS-LIMIT-IN-FORCE
                   MOVE CUSTLIM-EFFECTIVE-DATE TO WS-IN-FORCE-DATE
               END-IF
           END-PERFORM.

       2700-STAMP-AND-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO JRN-LOG-DATE
           MOVE WS-CURR-TIME TO JRN-LOG-TIME
           MOVE CLT-USERID   TO JRN-USERID
           MOVE CLT-ACTION   TO JRN-ACTION
           MOVE WS-PROPOSAL-IMAGE(WS-FOUND-IDX) TO JRN-BEFORE-IMAGE
           MOVE CLT-USERID           TO CLRPRP-DECIDED-BY
           MOVE BUSDATE-CURRENT-DATE TO CLRPRP-DECIDED-DATE
           MOVE CLRPRP-RECORD TO WS-PROPOSAL-IMAGE(WS-FOUND-IDX)
           MOVE CLRPRP-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-OUT-LINE.

       2900-READ-CLRTRAN.
           READ CLRTRAN-FILE
               AT END
                   SET END-OF-CLRTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE CLRTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE JOURNAL-FILE
           OPEN OUTPUT PROPOSAL-OUT-FILE
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
               MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX) TO CLRPRP-RECORD
               IF CLRPRP-STATUS-PROPOSED
                   ADD 1 TO WS-PROPOSALS-OPEN
               END-IF
               MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX)
                   TO PROPOSAL-OUT-RECORD
               WRITE PROPOSAL-OUT-RECORD
           END-PERFORM
           CLOSE PROPOSAL-OUT-FILE
           OPEN OUTPUT CUSTLIM-OUT-FILE
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               MOVE WS-LIMIT-IMAGE(WS-LIM-IDX) TO CUSTLIM-OUT-RECORD
               WRITE CUSTLIM-OUT-RECORD
           END-PERFORM
           CLOSE CUSTLIM-OUT-FILE
           DISPLAY 'CLRAPR1 ACTIONS READ:       ' WS-TRANS-READ
           DISPLAY 'CLRAPR1 PROPOSALS ACCEPTED: '
               WS-PROPOSALS-ACCEPTED
           DISPLAY 'CLRAPR1 PROPOSALS REJECTED: '
               WS-PROPOSALS-REJECTED
           DISPLAY 'CLRAPR1 ACTIONS REFUSED:    ' WS-ACTIONS-REFUSED
           DISPLAY 'CLRAPR1 PROPOSALS OPEN:     ' WS-PROPOSALS-OPEN.
