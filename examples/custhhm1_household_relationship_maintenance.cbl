       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHHM1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Household relationship maintenance transaction for the
      *    HHLINK relationship file (HHLINK.CPY) and the household
      *    credit limits (HHLIM.CPY), reachable from the menu as its
      *    own MNUTRN dispatch entry (selection HH, transid CHHM)
      *    and driven here off a file of simulated submissions the
      *    same way CUSTADM1 is. The submitting user's MNUSEC
      *    entitlement for the HH selection is verified record-level
      *    against the keyed MNUSECF cluster before any action is
      *    honored. A member is added (A) to a household with a
      *    role; the first member of a new household must be its
      *    primary, a customer already in a household cannot join a
      *    second one, and customers not on the customer master are
      *    refused. A role change (C) to primary moves the primary:
      *    the old primary becomes a joint member. A member is
      *    removed (R); the primary may only leave last, which
      *    dissolves the household. A household limit (L) is a new
      *    HHLIM record appended with its effective date -- never
      *    backdated, never overwritten. An inquiry (I) lists the
      *    household's members and its limit in force. Every change
      *    is journaled as a full after-image, CUSTADM1-style.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HHMTRAN-FILE      ASSIGN TO "HHMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HHLINK-IN-FILE    ASSIGN TO "HHLINKI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HHLINK-OUT-FILE   ASSIGN TO "HHLINKO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HHLIM-FILE        ASSIGN TO "HHLIMF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTREC-IN-FILE   ASSIGN TO "CUSTRECI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT JOURNAL-FILE      ASSIGN TO "HHLJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HHMTRAN-FILE.
       01  HHMTRAN-RECORD.
           05  HHM-ACTION              PIC X(01).
               88  HHM-ACTION-ADD                  VALUE 'A'.
               88  HHM-ACTION-CHANGE-ROLE          VALUE 'C'.
               88  HHM-ACTION-REMOVE               VALUE 'R'.
               88  HHM-ACTION-LIMIT                VALUE 'L'.
               88  HHM-ACTION-INQUIRY              VALUE 'I'.
           05  HHM-HOUSEHOLD-ID        PIC X(08).
           05  HHM-CUSTOMER-ID         PIC X(08).
           05  HHM-USERID              PIC X(08).
           05  HHM-ROLE                PIC X(01).
           05  HHM-CREDIT-LIMIT        PIC 9(09)V99.
           05  HHM-EFFECTIVE-DATE      PIC X(08).

       FD  HHLINK-IN-FILE.
       01  HHLINK-IN-RECORD            PIC X(33).

       FD  HHLINK-OUT-FILE.
       01  HHLINK-OUT-RECORD           PIC X(33).

       FD  HHLIM-FILE.
       01  HHLIM-FILE-RECORD           PIC X(43).

       FD  CUSTREC-IN-FILE.
       01  CUSTREC-IN-RECORD           PIC X(61).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

      *    Forward-recovery journal: date, time, action, user, and
      *    the full after-image of the link record touched (spaces
      *    past the key on a removal), or of the limit record on a
      *    limit change.
       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-LINE.
           05  JRN-LOG-DATE            PIC 9(08).
           05  JRN-LOG-TIME            PIC 9(06).
           05  JRN-ACTION              PIC X(01).
           05  JRN-USERID              PIC X(08).
           05  JRN-IMAGE               PIC X(43).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-HHMTRAN                       VALUE 'Y'.
       01  WS-LINK-EOF                  PIC X       VALUE 'N'.
           88  END-OF-LINKS                         VALUE 'Y'.
       01  WS-LIMIT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-LIMITS                        VALUE 'Y'.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-LINK-TABLE.
           05  WS-LINK-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-LINK-IMAGE OCCURS 2000 TIMES
                                        PIC X(33).
       01  WS-LNK-IDX                   PIC 9(04).
       01  WS-MEMBER-IDX                PIC 9(04).
       01  WS-PRIMARY-IDX               PIC 9(04).
       01  WS-MEMBER-COUNT              PIC 9(04).

      *    Household limits as loaded, so an inquiry can show the
      *    limit in force; new limits are appended to the file.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-LIMIT-IMAGE OCCURS 1000 TIMES
                                        PIC X(43).
       01  WS-LIM-IDX                   PIC 9(04).
       01  WS-LIM-FOUND-IDX             PIC 9(04).
       01  WS-LIM-FOUND-DATE            PIC 9(08).

       01  WS-CUSTOMER-ID-TABLE.
           05  WS-CUSTID-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-CUSTID-ENTRY OCCURS 5000 TIMES
                                        PIC X(08).
       01  WS-CID-IDX                   PIC 9(04).
       01  WS-CID-FOUND-IDX             PIC 9(04).

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-APPLIED         PIC 9(05)   VALUE ZERO.
           05  WS-INQUIRIES-SERVED      PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(05)   VALUE ZERO.

       01  WS-REJECT-REASON             PIC X(40)   VALUE SPACES.
       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-ENTITLED-SWITCH           PIC X       VALUE 'N'.
           88  USER-IS-ENTITLED                     VALUE 'Y'.
       01  WS-EFFECTIVE-DATE-N          PIC 9(08).
       01  WS-EDIT-LIMIT                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY HHLINK.
       COPY HHLIM.
       COPY MNUSEC.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-HHMTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTHHM1 BUSDATE CONTROL FILE EMPTY'
                       ' -- USING SYSTEM DATE ***'
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BUSDATE-CURRENT-DATE
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-LINKS
           PERFORM 1200-LOAD-CUSTOMER-IDS
           PERFORM 1300-LOAD-LIMITS
           OPEN INPUT MNUSEC-FILE
           OPEN INPUT HHMTRAN-FILE
           OPEN EXTEND HHLIM-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 2900-READ-HHMTRAN.

       1100-LOAD-LINKS.
           OPEN INPUT HHLINK-IN-FILE
           PERFORM 1110-READ-LINK UNTIL END-OF-LINKS
           CLOSE HHLINK-IN-FILE.

      *    The file is rewritten in full at the end of the run, so
      *    a link that does not fit would be lost -- a full table
      *    ends the run rather than truncating the file.
       1110-READ-LINK.
           READ HHLINK-IN-FILE
               AT END
                   SET END-OF-LINKS TO TRUE
               NOT AT END
                   IF WS-LINK-COUNT >= 2000
                       DISPLAY '*** CUSTHHM1 RELATIONSHIP FILE HAS'
                           ' MORE THAN 2000 LINKS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LINK-COUNT
                   MOVE HHLINK-IN-RECORD
                       TO WS-LINK-IMAGE(WS-LINK-COUNT)
           END-READ.

       1200-LOAD-CUSTOMER-IDS.
           OPEN INPUT CUSTREC-IN-FILE
           PERFORM 1210-READ-CUSTOMER-ID UNTIL END-OF-MASTER
           CLOSE CUSTREC-IN-FILE.

       1210-READ-CUSTOMER-ID.
           READ CUSTREC-IN-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   IF CUSTREC-IN-RECORD(1:4) = 'HDR*'
                       OR CUSTREC-IN-RECORD(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       IF WS-CUSTID-COUNT < 5000
                           ADD 1 TO WS-CUSTID-COUNT
                           MOVE CUSTREC-IN-RECORD(2:8)
                               TO WS-CUSTID-ENTRY(WS-CUSTID-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1300-LOAD-LIMITS.
           OPEN INPUT HHLIM-FILE
           PERFORM 1310-READ-LIMIT UNTIL END-OF-LIMITS
           CLOSE HHLIM-FILE.

       1310-READ-LIMIT.
           READ HHLIM-FILE
               AT END
                   SET END-OF-LIMITS TO TRUE
               NOT AT END
                   IF WS-LIMIT-COUNT < 1000
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE HHLIM-FILE-RECORD
                           TO WS-LIMIT-IMAGE(WS-LIMIT-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-CHECK-ENTITLEMENT
           IF WS-REJECT-REASON = SPACES
               PERFORM 2150-FIND-HOUSEHOLD
               EVALUATE TRUE
                   WHEN HHM-HOUSEHOLD-ID = SPACES
                       MOVE 'HOUSEHOLD ID MISSING'
                           TO WS-REJECT-REASON
                   WHEN HHM-ACTION-INQUIRY
                       PERFORM 2200-SERVE-INQUIRY
                   WHEN HHM-ACTION-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN HHM-ACTION-CHANGE-ROLE
                       PERFORM 2400-APPLY-ROLE-CHANGE
                   WHEN HHM-ACTION-REMOVE
                       PERFORM 2500-APPLY-REMOVE
                   WHEN HHM-ACTION-LIMIT
                       PERFORM 2550-APPLY-LIMIT
                   WHEN OTHER
                       MOVE 'ACTION NOT I, A, C, R, OR L'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2800-REJECT-TRANSACTION
           END-IF
           PERFORM 2900-READ-HHMTRAN.

      *    Same wall as CUSTADM1: no MNUSEC record, or a record
      *    without HH among the allowed selections, refuses the
      *    action however the transaction was staged.
       2100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE HHM-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT RECORD'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'HH'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT USER-IS-ENTITLED
                       MOVE 'USER NOT ENTITLED TO SELECTION HH'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *    Where the household stands: how many members, which
      *    entry is its primary, and which entry (in any
      *    household) holds the transaction's customer.
       2150-FIND-HOUSEHOLD.
           MOVE ZERO TO WS-MEMBER-COUNT
           MOVE ZERO TO WS-PRIMARY-IDX
           MOVE ZERO TO WS-MEMBER-IDX
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LINK-COUNT
               IF WS-LINK-IMAGE(WS-LNK-IDX) NOT = SPACES
                   MOVE WS-LINK-IMAGE(WS-LNK-IDX) TO HHLINK-RECORD
                   IF HHLINK-HOUSEHOLD-ID = HHM-HOUSEHOLD-ID
                       ADD 1 TO WS-MEMBER-COUNT
                       IF HHLINK-ROLE-PRIMARY
                           MOVE WS-LNK-IDX TO WS-PRIMARY-IDX
                       END-IF
                   END-IF
                   IF HHLINK-CUSTOMER-ID = HHM-CUSTOMER-ID
                       MOVE WS-LNK-IDX TO WS-MEMBER-IDX
                   END-IF
               END-IF
           END-PERFORM.

       2200-SERVE-INQUIRY.
           IF WS-MEMBER-COUNT = ZERO
               MOVE 'NO SUCH HOUSEHOLD' TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-INQUIRIES-SERVED
               PERFORM 2250-FIND-LIMIT-IN-FORCE
               IF WS-LIM-FOUND-IDX = ZERO
                   DISPLAY 'CUSTHHM1 HOUSEHOLD ' HHM-HOUSEHOLD-ID
                       ' MEMBERS ' WS-MEMBER-COUNT ' NO LIMIT'
               ELSE
                   MOVE WS-LIMIT-IMAGE(WS-LIM-FOUND-IDX)
                       TO HHLIM-RECORD
                   MOVE HHLIM-CREDIT-LIMIT TO WS-EDIT-LIMIT
                   DISPLAY 'CUSTHHM1 HOUSEHOLD ' HHM-HOUSEHOLD-ID
                       ' MEMBERS ' WS-MEMBER-COUNT ' LIMIT '
                       WS-EDIT-LIMIT ' FROM ' HHLIM-EFFECTIVE-DATE
               END-IF
               PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LINK-COUNT
                   IF WS-LINK-IMAGE(WS-LNK-IDX)(1:8)
                           = HHM-HOUSEHOLD-ID
                       MOVE WS-LINK-IMAGE(WS-LNK-IDX)
                           TO HHLINK-RECORD
                       DISPLAY 'CUSTHHM1   ' HHLINK-CUSTOMER-ID
                           ' ROLE ' HHLINK-ROLE ' SINCE '
                           HHLINK-LINKED-DATE
                   END-IF
               END-PERFORM
           END-IF.

      *    The latest limit effective on or before the business
      *    date, the same rule the posting job applies.
       2250-FIND-LIMIT-IN-FORCE.
           MOVE ZERO TO WS-LIM-FOUND-IDX
           MOVE ZERO TO WS-LIM-FOUND-DATE
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               MOVE WS-LIMIT-IMAGE(WS-LIM-IDX) TO HHLIM-RECORD
               IF HHLIM-HOUSEHOLD-ID = HHM-HOUSEHOLD-ID
                   AND HHLIM-EFFECTIVE-DATE
                       NOT > BUSDATE-CURRENT-DATE
                   AND HHLIM-EFFECTIVE-DATE
                       NOT < WS-LIM-FOUND-DATE
                   MOVE WS-LIM-IDX TO WS-LIM-FOUND-IDX
                   MOVE HHLIM-EFFECTIVE-DATE TO WS-LIM-FOUND-DATE
               END-IF
           END-PERFORM.

       2300-APPLY-ADD.
           PERFORM 2350-FIND-CUSTOMER-ID
           MOVE HHM-ROLE TO HHLINK-ROLE
           EVALUATE TRUE
               WHEN WS-CID-FOUND-IDX = ZERO
                   MOVE 'CUSTOMER NOT ON THE MASTER'
                       TO WS-REJECT-REASON
               WHEN WS-MEMBER-IDX > ZERO
                   MOVE 'CUSTOMER ALREADY IN A HOUSEHOLD'
                       TO WS-REJECT-REASON
               WHEN NOT HHLINK-ROLE-VALID
                   MOVE 'ROLE NOT P, J, B, G, OR D'
                       TO WS-REJECT-REASON
               WHEN WS-MEMBER-COUNT = ZERO
                   AND HHM-ROLE NOT = 'P'
                   MOVE 'FIRST MEMBER MUST BE THE PRIMARY'
                       TO WS-REJECT-REASON
               WHEN WS-MEMBER-COUNT > ZERO
                   AND HHM-ROLE = 'P'
                   MOVE 'HOUSEHOLD ALREADY HAS A PRIMARY'
                       TO WS-REJECT-REASON
               WHEN WS-LINK-COUNT >= 2000
                   MOVE 'RELATIONSHIP TABLE FULL'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES               TO HHLINK-RECORD
                   MOVE HHM-HOUSEHOLD-ID     TO HHLINK-HOUSEHOLD-ID
                   MOVE HHM-CUSTOMER-ID      TO HHLINK-CUSTOMER-ID
                   MOVE HHM-ROLE             TO HHLINK-ROLE
                   MOVE BUSDATE-CURRENT-DATE TO HHLINK-LINKED-DATE
                   MOVE HHM-USERID           TO HHLINK-LINKED-BY
                   ADD 1 TO WS-LINK-COUNT
                   MOVE HHLINK-RECORD
                       TO WS-LINK-IMAGE(WS-LINK-COUNT)
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM 2700-WRITE-JOURNAL-RECORD
           END-EVALUATE.

       2350-FIND-CUSTOMER-ID.
           MOVE ZERO TO WS-CID-FOUND-IDX
           PERFORM VARYING WS-CID-IDX FROM 1 BY 1
               UNTIL WS-CID-IDX > WS-CUSTID-COUNT
               IF WS-CUSTID-ENTRY(WS-CID-IDX) = HHM-CUSTOMER-ID
                   MOVE WS-CID-IDX TO WS-CID-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Making a member primary demotes the old primary to a
      *    joint member in the same unit of work, so the household
      *    is never without -- or with two -- primaries.
       2400-APPLY-ROLE-CHANGE.
           MOVE HHM-ROLE TO HHLINK-ROLE
           EVALUATE TRUE
               WHEN WS-MEMBER-IDX = ZERO
                   MOVE 'CUSTOMER NOT IN A HOUSEHOLD'
                       TO WS-REJECT-REASON
               WHEN WS-LINK-IMAGE(WS-MEMBER-IDX)(1:8)
                       NOT = HHM-HOUSEHOLD-ID
                   MOVE 'CUSTOMER IN A DIFFERENT HOUSEHOLD'
                       TO WS-REJECT-REASON
               WHEN NOT HHLINK-ROLE-VALID
                   MOVE 'ROLE NOT P, J, B, G, OR D'
                       TO WS-REJECT-REASON
               WHEN WS-MEMBER-IDX = WS-PRIMARY-IDX
                   MOVE 'PRIMARY CHANGES BY NAMING A NEW ONE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF HHM-ROLE = 'P' AND WS-PRIMARY-IDX > ZERO
                       MOVE WS-LINK-IMAGE(WS-PRIMARY-IDX)
                           TO HHLINK-RECORD
                       SET HHLINK-ROLE-JOINT TO TRUE
                       MOVE HHLINK-RECORD
                           TO WS-LINK-IMAGE(WS-PRIMARY-IDX)
                       PERFORM 2700-WRITE-JOURNAL-RECORD
                   END-IF
                   MOVE WS-LINK-IMAGE(WS-MEMBER-IDX) TO HHLINK-RECORD
                   MOVE HHM-ROLE TO HHLINK-ROLE
                   MOVE HHLINK-RECORD TO WS-LINK-IMAGE(WS-MEMBER-IDX)
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM 2700-WRITE-JOURNAL-RECORD
           END-EVALUATE.

      *    A removed link is blanked in place and skipped when the
      *    new file is written, the HOLMNT01 pattern.
       2500-APPLY-REMOVE.
           EVALUATE TRUE
               WHEN WS-MEMBER-IDX = ZERO
                   MOVE 'CUSTOMER NOT IN A HOUSEHOLD'
                       TO WS-REJECT-REASON
               WHEN WS-LINK-IMAGE(WS-MEMBER-IDX)(1:8)
                       NOT = HHM-HOUSEHOLD-ID
                   MOVE 'CUSTOMER IN A DIFFERENT HOUSEHOLD'
                       TO WS-REJECT-REASON
               WHEN WS-MEMBER-IDX = WS-PRIMARY-IDX
                   AND WS-MEMBER-COUNT > 1
                   MOVE 'PRIMARY LEAVES LAST -- NAME A NEW ONE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO HHLINK-RECORD
                   MOVE HHM-HOUSEHOLD-ID TO HHLINK-HOUSEHOLD-ID
                   MOVE HHM-CUSTOMER-ID  TO HHLINK-CUSTOMER-ID
                   MOVE SPACES TO WS-LINK-IMAGE(WS-MEMBER-IDX)
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM 2700-WRITE-JOURNAL-RECORD
           END-EVALUATE.

      *    A household limit takes hold on its effective date (the
      *    business date when none is given); a date already past
      *    would rewrite history the posting job has judged.
       2550-APPLY-LIMIT.
           MOVE BUSDATE-CURRENT-DATE TO WS-EFFECTIVE-DATE-N
           IF HHM-EFFECTIVE-DATE NOT = SPACES
               IF HHM-EFFECTIVE-DATE NUMERIC
                   MOVE HHM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-N
               ELSE
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-MEMBER-COUNT = ZERO
                   MOVE 'NO SUCH HOUSEHOLD' TO WS-REJECT-REASON
               WHEN HHM-CREDIT-LIMIT NOT NUMERIC
                   MOVE 'LIMIT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN WS-EFFECTIVE-DATE-N < BUSDATE-CURRENT-DATE
                   MOVE 'EFFECTIVE DATE IN THE PAST'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE HHM-HOUSEHOLD-ID     TO HHLIM-HOUSEHOLD-ID
                   MOVE HHM-CREDIT-LIMIT     TO HHLIM-CREDIT-LIMIT
                   MOVE WS-EFFECTIVE-DATE-N  TO HHLIM-EFFECTIVE-DATE
                   MOVE HHM-USERID           TO HHLIM-SET-BY
                   MOVE BUSDATE-CURRENT-DATE TO HHLIM-SET-DATE
                   MOVE HHLIM-RECORD TO HHLIM-FILE-RECORD
                   WRITE HHLIM-FILE-RECORD
                   IF WS-LIMIT-COUNT < 1000
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE HHLIM-RECORD
                           TO WS-LIMIT-IMAGE(WS-LIMIT-COUNT)
                   END-IF
                   ADD 1 TO WS-TRANS-APPLIED
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE WS-CURR-DATE       TO JRN-LOG-DATE
                   MOVE WS-CURR-TIME       TO JRN-LOG-TIME
                   MOVE HHM-ACTION         TO JRN-ACTION
                   MOVE HHM-USERID         TO JRN-USERID
                   MOVE HHLIM-RECORD       TO JRN-IMAGE
                   WRITE JOURNAL-OUT-LINE
           END-EVALUATE.

       2700-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE       TO JRN-LOG-DATE
           MOVE WS-CURR-TIME       TO JRN-LOG-TIME
           MOVE HHM-ACTION         TO JRN-ACTION
           MOVE HHM-USERID         TO JRN-USERID
           MOVE HHLINK-RECORD      TO JRN-IMAGE
           WRITE JOURNAL-OUT-LINE.

       2800-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY '*** CUSTHHM1 TRANSACTION REJECTED: '
               HHM-ACTION ' ' HHM-HOUSEHOLD-ID ' ' HHM-CUSTOMER-ID
               ' BY ' HHM-USERID ' -- ' WS-REJECT-REASON ' ***'.

       2900-READ-HHMTRAN.
           READ HHMTRAN-FILE
               AT END
                   SET END-OF-HHMTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE HHMTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE HHLIM-FILE
           CLOSE JOURNAL-FILE
           OPEN OUTPUT HHLINK-OUT-FILE
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LINK-COUNT
               IF WS-LINK-IMAGE(WS-LNK-IDX) NOT = SPACES
                   MOVE WS-LINK-IMAGE(WS-LNK-IDX)
                       TO HHLINK-OUT-RECORD
                   WRITE HHLINK-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE HHLINK-OUT-FILE
           DISPLAY 'CUSTHHM1 TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'CUSTHHM1 CHANGES APPLIED:       '
               WS-TRANS-APPLIED
           DISPLAY 'CUSTHHM1 INQUIRIES SERVED:      '
               WS-INQUIRIES-SERVED
           DISPLAY 'CUSTHHM1 TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED.
