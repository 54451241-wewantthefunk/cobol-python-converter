       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLHM1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Legal-hold maintenance transaction for the LEGHOLD file
      *    (LEGHOLD.CPY), reachable from the menu as its own MNUTRN
      *    dispatch entry (selection LH, transid CLHM) and driven
      *    here off a file of simulated submissions the same way
      *    CUSTADM1 is. The submitting user's MNUSEC entitlement for
      *    the LH selection is verified record-level against the
      *    keyed MNUSECF cluster before any action is honored. A
      *    hold is placed (P) with the legal matter and the reason
      *    for it -- a reason is required -- on a customer who is
      *    either on the customer master or already on the closure
      *    archive; a customer can carry only one hold. The matter
      *    and reason of a hold can be changed (U) without losing
      *    who placed it and when, and a hold is released (R) by
      *    removing it. An inquiry (I) shows the hold in force. The
      *    archive retention purge (CUSTPRG1) will not destroy a
      *    customer while a hold is on file. Every change is
      *    journaled as a full after-image, CUSTADM1-style, so the
      *    hold's history -- including who released it -- survives
      *    the release.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LHMTRAN-FILE      ASSIGN TO "LHMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGHOLD-IN-FILE   ASSIGN TO "LEGHOLDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT LEGHOLD-OUT-FILE  ASSIGN TO "LEGHOLDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTREC-IN-FILE   ASSIGN TO "CUSTRECI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVE-FILE      ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT JOURNAL-FILE      ASSIGN TO "LEGHJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LHMTRAN-FILE.
       01  LHMTRAN-RECORD.
           05  LHM-ACTION              PIC X(01).
               88  LHM-ACTION-PLACE                VALUE 'P'.
               88  LHM-ACTION-UPDATE               VALUE 'U'.
               88  LHM-ACTION-RELEASE              VALUE 'R'.
               88  LHM-ACTION-INQUIRY              VALUE 'I'.
           05  LHM-CUSTOMER-ID         PIC X(08).
           05  LHM-USERID              PIC X(08).
           05  LHM-MATTER-REF          PIC X(12).
           05  LHM-REASON              PIC X(40).

       FD  LEGHOLD-IN-FILE.
       01  LEGHOLD-IN-RECORD           PIC X(82).

       FD  LEGHOLD-OUT-FILE.
       01  LEGHOLD-OUT-RECORD          PIC X(82).

       FD  CUSTREC-IN-FILE.
       01  CUSTREC-IN-RECORD           PIC X(61).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-IN-RECORD           PIC X(89).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

      *    Forward-recovery journal: date, time, action, user, and
      *    the full after-image of the hold touched -- on a release,
      *    the hold as it stood when it was released.
       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-LINE.
           05  JRN-LOG-DATE            PIC 9(08).
           05  JRN-LOG-TIME            PIC 9(06).
           05  JRN-ACTION              PIC X(01).
           05  JRN-USERID              PIC X(08).
           05  JRN-HOLD-IMAGE          PIC X(82).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-LHMTRAN                       VALUE 'Y'.
       01  WS-HOLD-EOF                  PIC X       VALUE 'N'.
           88  END-OF-HOLDS                         VALUE 'Y'.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-ARCHIVE-EOF               PIC X       VALUE 'N'.
           88  END-OF-ARCHIVE                       VALUE 'Y'.

       01  WS-HOLD-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-ARCHIVE-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-HOLD-IMAGE OCCURS 2000 TIMES
                                        PIC X(82).
       01  WS-HLD-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).

      *    Every customer id a hold may be placed on: the live
      *    master and the closure archive together.
       01  WS-CUSTOMER-ID-TABLE.
           05  WS-CUSTID-COUNT          PIC 9(05)   VALUE ZERO.
           05  WS-CUSTID-ENTRY OCCURS 10000 TIMES
                                        PIC X(08).
       01  WS-CID-IDX                   PIC 9(05).
       01  WS-CID-FOUND-IDX             PIC 9(05).

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-APPLIED         PIC 9(05)   VALUE ZERO.
           05  WS-INQUIRIES-SERVED      PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(05)   VALUE ZERO.

       01  WS-REJECT-REASON             PIC X(40)   VALUE SPACES.
       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-ENTITLED-SWITCH           PIC X       VALUE 'N'.
           88  USER-IS-ENTITLED                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY LEGHOLD.
       COPY CUSTARC.
       COPY MNUSEC.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-LHMTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTLHM1 BUSDATE CONTROL FILE EMPTY'
                       ' -- USING SYSTEM DATE ***'
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BUSDATE-CURRENT-DATE
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-HOLD-FILE
           PERFORM 1200-LOAD-CUSTOMER-IDS
           PERFORM 1300-LOAD-ARCHIVED-IDS
           OPEN INPUT MNUSEC-FILE
           OPEN INPUT LHMTRAN-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 2900-READ-LHMTRAN.

      *    No hold file yet is an empty one -- the first hold
      *    placed creates it.
       1100-LOAD-HOLD-FILE.
           OPEN INPUT LEGHOLD-IN-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM 1110-READ-HOLD UNTIL END-OF-HOLDS
               CLOSE LEGHOLD-IN-FILE
           END-IF.

       1110-READ-HOLD.
           READ LEGHOLD-IN-FILE
               AT END
                   SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF WS-HOLD-COUNT >= 2000
                       DISPLAY '*** CUSTLHM1 HOLD FILE HAS MORE THAN'
                           ' 2000 RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE LEGHOLD-IN-RECORD
                       TO WS-HOLD-IMAGE(WS-HOLD-COUNT)
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
                       IF WS-CUSTID-COUNT < 10000
                           ADD 1 TO WS-CUSTID-COUNT
                           MOVE CUSTREC-IN-RECORD(2:8)
                               TO WS-CUSTID-ENTRY(WS-CUSTID-COUNT)
                       END-IF
                   END-IF
           END-READ.

       1300-LOAD-ARCHIVED-IDS.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
               PERFORM 1310-READ-ARCHIVED-ID UNTIL END-OF-ARCHIVE
               CLOSE ARCHIVE-FILE
           END-IF.

       1310-READ-ARCHIVED-ID.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
               NOT AT END
                   MOVE ARCHIVE-IN-RECORD TO CUSTARC-RECORD
                   IF WS-CUSTID-COUNT < 10000
                       ADD 1 TO WS-CUSTID-COUNT
                       MOVE CUSTARC-RECORD-IMAGE(2:8)
                           TO WS-CUSTID-ENTRY(WS-CUSTID-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-CHECK-ENTITLEMENT
           IF WS-REJECT-REASON = SPACES
               PERFORM 2150-FIND-HOLD
               EVALUATE TRUE
                   WHEN LHM-ACTION-INQUIRY
                       PERFORM 2200-SERVE-INQUIRY
                   WHEN LHM-ACTION-PLACE
                       PERFORM 2300-APPLY-PLACE
                   WHEN LHM-ACTION-UPDATE
                       PERFORM 2400-APPLY-UPDATE
                   WHEN LHM-ACTION-RELEASE
                       PERFORM 2500-APPLY-RELEASE
                   WHEN OTHER
                       MOVE 'ACTION NOT I, P, U, OR R'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2800-REJECT-TRANSACTION
           END-IF
           PERFORM 2900-READ-LHMTRAN.

      *    The menu already gates selection LH, but a transaction
      *    file staged around the menu must hit the same wall: no
      *    MNUSEC record, or a record without LH among the allowed
      *    selections, refuses the action.
       2100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE LHM-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT RECORD'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'LH'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT USER-IS-ENTITLED
                       MOVE 'USER NOT ENTITLED TO SELECTION LH'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       2150-FIND-HOLD.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-IMAGE(WS-HLD-IDX)(1:8)
                       = LHM-CUSTOMER-ID
                   MOVE WS-HLD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       2200-SERVE-INQUIRY.
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO LEGAL HOLD ON FILE' TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-INQUIRIES-SERVED
               MOVE WS-HOLD-IMAGE(WS-FOUND-IDX) TO LEGHOLD-RECORD
               DISPLAY 'CUSTLHM1 ' LEGHOLD-CUSTOMER-ID
                   ' HELD BY ' LEGHOLD-PLACED-BY
                   ' ON ' LEGHOLD-PLACED-DATE
                   ' MATTER ' LEGHOLD-MATTER-REF
               DISPLAY 'CUSTLHM1          REASON ' LEGHOLD-REASON
           END-IF.

       2300-APPLY-PLACE.
           PERFORM 2350-FIND-CUSTOMER-ID
           EVALUATE TRUE
               WHEN WS-CID-FOUND-IDX = ZERO
                   MOVE 'CUSTOMER NOT ON MASTER OR ARCHIVE'
                       TO WS-REJECT-REASON
               WHEN WS-FOUND-IDX > ZERO
                   MOVE 'LEGAL HOLD ALREADY ON FILE'
                       TO WS-REJECT-REASON
               WHEN LHM-REASON = SPACES
                   MOVE 'REASON FOR THE HOLD IS REQUIRED'
                       TO WS-REJECT-REASON
               WHEN WS-HOLD-COUNT >= 2000
                   MOVE 'HOLD TABLE FULL' TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO WS-FOUND-IDX
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE SPACES             TO LEGHOLD-RECORD
                   MOVE LHM-CUSTOMER-ID    TO LEGHOLD-CUSTOMER-ID
                   MOVE LHM-USERID         TO LEGHOLD-PLACED-BY
                   MOVE BUSDATE-CURRENT-DATE
                                           TO LEGHOLD-PLACED-DATE
                   MOVE WS-CURR-TIME       TO LEGHOLD-PLACED-TIME
                   MOVE LHM-MATTER-REF     TO LEGHOLD-MATTER-REF
                   MOVE LHM-REASON         TO LEGHOLD-REASON
                   MOVE LEGHOLD-RECORD
                       TO WS-HOLD-IMAGE(WS-FOUND-IDX)
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM 2700-WRITE-JOURNAL-RECORD
           END-EVALUATE.

      *    Who placed the hold and when stay as they were; the
      *    journal records who changed it.
       2400-APPLY-UPDATE.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'NO LEGAL HOLD ON FILE TO UPDATE'
                       TO WS-REJECT-REASON
               WHEN LHM-REASON = SPACES
                   MOVE 'REASON FOR THE HOLD IS REQUIRED'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-HOLD-IMAGE(WS-FOUND-IDX) TO LEGHOLD-RECORD
                   MOVE LHM-MATTER-REF     TO LEGHOLD-MATTER-REF
                   MOVE LHM-REASON         TO LEGHOLD-REASON
                   MOVE LEGHOLD-RECORD
                       TO WS-HOLD-IMAGE(WS-FOUND-IDX)
                   ADD 1 TO WS-TRANS-APPLIED
                   PERFORM 2700-WRITE-JOURNAL-RECORD
           END-EVALUATE.

      *    A released hold is blanked in place and skipped when the
      *    new file is written, the HOLMNT01 pattern. The journal
      *    keeps the hold as it stood.
       2500-APPLY-RELEASE.
           IF WS-FOUND-IDX = ZERO
               MOVE 'NO LEGAL HOLD ON FILE TO RELEASE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-HOLD-IMAGE(WS-FOUND-IDX) TO LEGHOLD-RECORD
               MOVE SPACES TO WS-HOLD-IMAGE(WS-FOUND-IDX)
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM 2700-WRITE-JOURNAL-RECORD
           END-IF.

       2350-FIND-CUSTOMER-ID.
           MOVE ZERO TO WS-CID-FOUND-IDX
           PERFORM VARYING WS-CID-IDX FROM 1 BY 1
               UNTIL WS-CID-IDX > WS-CUSTID-COUNT
               IF WS-CUSTID-ENTRY(WS-CID-IDX) = LHM-CUSTOMER-ID
                   MOVE WS-CID-IDX TO WS-CID-FOUND-IDX
               END-IF
           END-PERFORM.

       2700-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE       TO JRN-LOG-DATE
           MOVE WS-CURR-TIME       TO JRN-LOG-TIME
           MOVE LHM-ACTION         TO JRN-ACTION
           MOVE LHM-USERID         TO JRN-USERID
           MOVE LEGHOLD-RECORD     TO JRN-HOLD-IMAGE
           WRITE JOURNAL-OUT-LINE.

       2800-REJECT-TRANSACTION.
           ADD 1 TO WS-TRANS-REJECTED
           DISPLAY '*** CUSTLHM1 TRANSACTION REJECTED: '
               LHM-ACTION ' ' LHM-CUSTOMER-ID ' BY ' LHM-USERID
               ' -- ' WS-REJECT-REASON ' ***'.

       2900-READ-LHMTRAN.
           READ LHMTRAN-FILE
               AT END
                   SET END-OF-LHMTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE LHMTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE JOURNAL-FILE
           OPEN OUTPUT LEGHOLD-OUT-FILE
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-IMAGE(WS-HLD-IDX) NOT = SPACES
                   MOVE WS-HOLD-IMAGE(WS-HLD-IDX)
                       TO LEGHOLD-OUT-RECORD
                   WRITE LEGHOLD-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE LEGHOLD-OUT-FILE
           DISPLAY 'CUSTLHM1 TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'CUSTLHM1 CHANGES APPLIED:       '
               WS-TRANS-APPLIED
           DISPLAY 'CUSTLHM1 INQUIRIES SERVED:      '
               WS-INQUIRIES-SERVED
           DISPLAY 'CUSTLHM1 TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED.
