       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRATT1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Manager attestation transaction for the access
      *    recertification campaign opened by RCROPN1, reachable
      *    from the menu as its own MNUTRN dispatch entry (selection
      *    RC, transid RCRT) and driven here off a file of simulated
      *    submissions like CLRAPR1. The manager's MNUSEC
      *    entitlement for RC is verified record-level before any
      *    action is honored. A manager can list the review items
      *    still waiting on them, certify one, or revoke one, naming
      *    it by user and selection. Only the manager the item is
      *    assigned to may decide it, never for their own
      *    entitlements, and only up to the campaign deadline.
      *    Certifying changes nothing but the item. Revoking does
      *    not touch MNUSECF: it stages a revoke on the MNUPND
      *    pending file, staged by the manager, for the normal
      *    MNUADM01 checker approval, writes the staging to the
      *    entitlement-administration audit trail as MNUADM01
      *    itself would, and keeps the pending id on the item.
      *    Every decision is journaled with the item before and
      *    after it was stamped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCRTRAN-FILE      ASSIGN TO "RCRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-FILE     ASSIGN TO "RCRCMPI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-IN-FILE      ASSIGN TO "RCRITMI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-OUT-FILE     ASSIGN TO "RCRITMO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-IN-FILE   ASSIGN TO "MNUPENDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-OUT-FILE  ASSIGN TO "MNUPENDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT ADMAUDIT-FILE     ASSIGN TO "MNUADMA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE      ASSIGN TO "RCRJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCRTRAN-FILE.
       01  RCRTRAN-RECORD.
           05  RCT-ACTION              PIC X(01).
               88  RCT-ACTION-LIST                 VALUE 'L'.
               88  RCT-ACTION-CERTIFY              VALUE 'C'.
               88  RCT-ACTION-REVOKE               VALUE 'V'.
           05  RCT-USERID              PIC X(08).
           05  RCT-TARGET-USERID       PIC X(08).
           05  RCT-SELECTION           PIC X(02).

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-IN-RECORD          PIC X(63).

       FD  ITEM-IN-FILE.
       01  ITEM-IN-RECORD              PIC X(49).

       FD  ITEM-OUT-FILE.
       01  ITEM-OUT-RECORD             PIC X(49).

       FD  PENDING-IN-FILE.
       01  PENDING-IN-RECORD           PIC X(38).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD          PIC X(38).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

      *    Same layout MNUADM01 writes, so a staged revoke from a
      *    campaign reads on the audit trail like any other.
       FD  ADMAUDIT-FILE.
       01  ADMAUDIT-OUT-LINE.
           05  ADA-LOG-DATE            PIC 9(08).
           05  ADA-LOG-TIME            PIC 9(06).
           05  ADA-EVENT               PIC X(01).
           05  ADA-ADMIN-USERID        PIC X(08).
           05  ADA-PENDING-ID          PIC 9(04).
           05  ADA-TARGET-USERID       PIC X(08).
           05  ADA-CHANGE-TYPE         PIC X(01).
           05  ADA-SELECTION           PIC X(02).

       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-LINE.
           05  JRN-LOG-DATE            PIC 9(08).
           05  JRN-LOG-TIME            PIC 9(06).
           05  JRN-USERID              PIC X(08).
           05  JRN-ACTION              PIC X(01).
           05  JRN-BEFORE-IMAGE        PIC X(49).
           05  JRN-AFTER-IMAGE         PIC X(49).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-RCRTRAN                       VALUE 'Y'.
       01  WS-CAMPAIGN-EOF              PIC X       VALUE 'N'.
           88  END-OF-CAMPAIGNS                     VALUE 'Y'.
       01  WS-ITEM-EOF                  PIC X       VALUE 'N'.
           88  END-OF-ITEMS                         VALUE 'Y'.
       01  WS-PENDING-EOF               PIC X       VALUE 'N'.
           88  END-OF-PENDING                       VALUE 'Y'.

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-OPEN-CAMPAIGN-ID          PIC 9(04)   VALUE ZERO.
       01  WS-OPEN-DEADLINE             PIC 9(08)   VALUE ZERO.

       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT            PIC 9(05)   VALUE ZERO.
           05  WS-ITEM-IMAGE OCCURS 20000 TIMES
                                        PIC X(49).
       01  WS-ITM-IDX                   PIC 9(05).
       01  WS-FOUND-IDX                 PIC 9(05).

       01  WS-PENDING-TABLE.
           05  WS-PENDING-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-PENDING-IMAGE OCCURS 1000 TIMES
                                        PIC X(38).
       01  WS-PND-IDX                   PIC 9(04).
       01  WS-NEXT-PENDING-ID           PIC 9(04)   VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-CERTIFIED       PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-REVOKED         PIC 9(05)   VALUE ZERO.
           05  WS-ACTIONS-REFUSED       PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-OPEN            PIC 9(05)   VALUE ZERO.

       01  WS-REFUSE-REASON             PIC X(40)   VALUE SPACES.
       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-ENTITLED-SWITCH           PIC X       VALUE 'N'.
           88  USER-IS-ENTITLED                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY RCRCMP.
       COPY RCRITM.
       COPY MNUPND.
       COPY MNUSEC.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTION UNTIL END-OF-RCRTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** RCRATT1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-FIND-OPEN-CAMPAIGN
           PERFORM 1200-LOAD-ITEMS
           PERFORM 1300-LOAD-PENDING
           OPEN INPUT MNUSEC-FILE
           OPEN INPUT RCRTRAN-FILE
           OPEN EXTEND ADMAUDIT-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 2900-READ-RCRTRAN.

       1100-FIND-OPEN-CAMPAIGN.
           OPEN INPUT CAMPAIGN-FILE
           PERFORM 1110-READ-CAMPAIGN UNTIL END-OF-CAMPAIGNS
           CLOSE CAMPAIGN-FILE.

       1110-READ-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END
                   SET END-OF-CAMPAIGNS TO TRUE
               NOT AT END
                   MOVE CAMPAIGN-IN-RECORD TO RCRCMP-RECORD
                   IF RCRCMP-STATUS-OPEN
                       MOVE RCRCMP-CAMPAIGN-ID TO WS-OPEN-CAMPAIGN-ID
                       MOVE RCRCMP-DEADLINE-DATE
                           TO WS-OPEN-DEADLINE
                   END-IF
           END-READ.

      *    Both the item file and the pending file are rewritten
      *    whole at the end of the run, so either one too big to
      *    hold stops the run instead of being truncated.
       1200-LOAD-ITEMS.
           OPEN INPUT ITEM-IN-FILE
           PERFORM 1210-READ-ITEM UNTIL END-OF-ITEMS
           CLOSE ITEM-IN-FILE.

       1210-READ-ITEM.
           READ ITEM-IN-FILE
               AT END
                   SET END-OF-ITEMS TO TRUE
               NOT AT END
                   IF WS-ITEM-COUNT >= 20000
                       DISPLAY '*** RCRATT1 REVIEW-ITEM FILE HAS MORE'
                           ' THAN 20000 ITEMS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE ITEM-IN-RECORD
                       TO WS-ITEM-IMAGE(WS-ITEM-COUNT)
           END-READ.

       1300-LOAD-PENDING.
           OPEN INPUT PENDING-IN-FILE
           PERFORM 1310-READ-PENDING UNTIL END-OF-PENDING
           CLOSE PENDING-IN-FILE.

       1310-READ-PENDING.
           READ PENDING-IN-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
               NOT AT END
                   IF WS-PENDING-COUNT >= 1000
                       DISPLAY '*** RCRATT1 MNUPENDI HAS MORE THAN'
                           ' 1000 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE PENDING-IN-RECORD
                       TO WS-PENDING-IMAGE(WS-PENDING-COUNT)
                   MOVE PENDING-IN-RECORD TO MNUPND-RECORD
                   IF MNUPND-ID > WS-NEXT-PENDING-ID
                       MOVE MNUPND-ID TO WS-NEXT-PENDING-ID
                   END-IF
           END-READ.

       2000-PROCESS-ACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 2100-CHECK-ENTITLEMENT
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-OPEN-CAMPAIGN-ID = ZERO
                       MOVE 'NO RECERTIFICATION CAMPAIGN OPEN'
                           TO WS-REFUSE-REASON
                   WHEN BUSDATE-CURRENT-DATE > WS-OPEN-DEADLINE
                       MOVE 'CAMPAIGN DEADLINE HAS PASSED'
                           TO WS-REFUSE-REASON
                   WHEN RCT-ACTION-LIST
                       PERFORM 2200-LIST-OPEN-ITEMS
                   WHEN RCT-ACTION-CERTIFY
                       PERFORM 2300-CERTIFY-ONE-ITEM
                   WHEN RCT-ACTION-REVOKE
                       PERFORM 2400-REVOKE-ONE-ITEM
                   WHEN OTHER
                       MOVE 'ACTION NOT L, C, OR V'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY '*** RCRATT1 ACTION REFUSED: ' RCT-ACTION
                   ' ' RCT-TARGET-USERID ' ' RCT-SELECTION ' BY '
                   RCT-USERID ' -- ' WS-REFUSE-REASON ' ***'
           END-IF
           PERFORM 2900-READ-RCRTRAN.

       2100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE RCT-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT RECORD'
                       TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'RC'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT USER-IS-ENTITLED
                       MOVE 'USER NOT ENTITLED TO SELECTION RC'
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

       2200-LIST-OPEN-ITEMS.
           DISPLAY 'RCRATT1 CAMPAIGN ' WS-OPEN-CAMPAIGN-ID
               ' ITEMS AWAITING ' RCT-USERID ' -- DEADLINE '
               WS-OPEN-DEADLINE
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITEM-COUNT
               MOVE WS-ITEM-IMAGE(WS-ITM-IDX) TO RCRITM-RECORD
               IF RCRITM-CAMPAIGN-ID = WS-OPEN-CAMPAIGN-ID
                   AND RCRITM-STATUS-OPEN
                   AND RCRITM-MANAGER-USERID = RCT-USERID
                   DISPLAY '  ' RCRITM-USERID ' ' RCRITM-SELECTION
               END-IF
           END-PERFORM.

       2300-CERTIFY-ONE-ITEM.
           PERFORM 2600-FIND-OPEN-ITEM
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-ITEMS-CERTIFIED
               SET RCRITM-STATUS-CERTIFIED TO TRUE
               PERFORM 2700-STAMP-AND-JOURNAL
           END-IF.

      *    The revoke is only staged -- the entitlement stays in
      *    force until a checker approves it through MNUADM01.
       2400-REVOKE-ONE-ITEM.
           PERFORM 2600-FIND-OPEN-ITEM
           IF WS-REFUSE-REASON = SPACES
               AND WS-PENDING-COUNT >= 1000
               MOVE 'PENDING FILE FULL -- REVOKE NOT STAGED'
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-ITEMS-REVOKED
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               ADD 1 TO WS-NEXT-PENDING-ID
               MOVE SPACES TO MNUPND-RECORD
               MOVE WS-NEXT-PENDING-ID  TO MNUPND-ID
               MOVE RCT-USERID          TO MNUPND-STAGED-BY
               MOVE WS-CURR-DATE        TO MNUPND-STAGED-DATE
               MOVE WS-CURR-TIME        TO MNUPND-STAGED-TIME
               MOVE RCRITM-USERID       TO MNUPND-TARGET-USERID
               SET MNUPND-CHANGE-REVOKE TO TRUE
               MOVE RCRITM-SELECTION    TO MNUPND-SELECTION
               SET MNUPND-STATUS-PENDING TO TRUE
               ADD 1 TO WS-PENDING-COUNT
               MOVE MNUPND-RECORD
                   TO WS-PENDING-IMAGE(WS-PENDING-COUNT)
               MOVE WS-CURR-DATE        TO ADA-LOG-DATE
               MOVE WS-CURR-TIME        TO ADA-LOG-TIME
               MOVE 'S'                 TO ADA-EVENT
               MOVE RCT-USERID          TO ADA-ADMIN-USERID
               MOVE MNUPND-ID           TO ADA-PENDING-ID
               MOVE MNUPND-TARGET-USERID
                                        TO ADA-TARGET-USERID
               MOVE MNUPND-CHANGE-TYPE  TO ADA-CHANGE-TYPE
               MOVE MNUPND-SELECTION    TO ADA-SELECTION
               WRITE ADMAUDIT-OUT-LINE
               SET RCRITM-STATUS-REVOKED TO TRUE
               MOVE MNUPND-ID TO RCRITM-PENDING-ID
               PERFORM 2700-STAMP-AND-JOURNAL
               DISPLAY 'RCRATT1 REVOKE STAGED ' RCRITM-USERID ' '
                   RCRITM-SELECTION ' PENDING ID ' MNUPND-ID
                   ' BY ' RCT-USERID
           END-IF.

      *    A manager decides only their own reports' items, and
      *    never an item for their own access.
       2600-FIND-OPEN-ITEM.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITEM-COUNT
               OR WS-FOUND-IDX > ZERO
               MOVE WS-ITEM-IMAGE(WS-ITM-IDX) TO RCRITM-RECORD
               IF RCRITM-CAMPAIGN-ID = WS-OPEN-CAMPAIGN-ID
                   AND RCRITM-STATUS-OPEN
                   AND RCRITM-USERID = RCT-TARGET-USERID
                   AND RCRITM-SELECTION = RCT-SELECTION
                   MOVE WS-ITM-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'NO OPEN REVIEW ITEM FOR USER/SELECTION'
                       TO WS-REFUSE-REASON
               WHEN RCT-TARGET-USERID = RCT-USERID
                   MOVE 'MANAGER CANNOT ATTEST OWN ACCESS'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-ITEM-IMAGE(WS-FOUND-IDX) TO RCRITM-RECORD
                   IF RCRITM-MANAGER-USERID NOT = RCT-USERID
                       MOVE 'ITEM NOT ASSIGNED TO THIS MANAGER'
                           TO WS-REFUSE-REASON
                   END-IF
           END-EVALUATE.

       2700-STAMP-AND-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO JRN-LOG-DATE
           MOVE WS-CURR-TIME TO JRN-LOG-TIME
           MOVE RCT-USERID   TO JRN-USERID
           MOVE RCT-ACTION   TO JRN-ACTION
           MOVE WS-ITEM-IMAGE(WS-FOUND-IDX) TO JRN-BEFORE-IMAGE
           MOVE RCT-USERID   TO RCRITM-DECIDED-BY
           MOVE WS-CURR-DATE TO RCRITM-DECIDED-DATE
           MOVE WS-CURR-TIME TO RCRITM-DECIDED-TIME
           MOVE RCRITM-RECORD TO WS-ITEM-IMAGE(WS-FOUND-IDX)
           MOVE RCRITM-RECORD TO JRN-AFTER-IMAGE
           WRITE JOURNAL-OUT-LINE.

       2900-READ-RCRTRAN.
           READ RCRTRAN-FILE
               AT END
                   SET END-OF-RCRTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE RCRTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE ADMAUDIT-FILE
           CLOSE JOURNAL-FILE
           OPEN OUTPUT ITEM-OUT-FILE
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITEM-COUNT
               MOVE WS-ITEM-IMAGE(WS-ITM-IDX) TO RCRITM-RECORD
               IF RCRITM-CAMPAIGN-ID = WS-OPEN-CAMPAIGN-ID
                   AND RCRITM-STATUS-OPEN
                   ADD 1 TO WS-ITEMS-OPEN
               END-IF
               MOVE WS-ITEM-IMAGE(WS-ITM-IDX) TO ITEM-OUT-RECORD
               WRITE ITEM-OUT-RECORD
           END-PERFORM
           CLOSE ITEM-OUT-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PENDING-COUNT
               MOVE WS-PENDING-IMAGE(WS-PND-IDX)
                   TO PENDING-OUT-RECORD
               WRITE PENDING-OUT-RECORD
           END-PERFORM
           CLOSE PENDING-OUT-FILE
           DISPLAY 'RCRATT1 ACTIONS READ:       ' WS-TRANS-READ
           DISPLAY 'RCRATT1 ITEMS CERTIFIED:    ' WS-ITEMS-CERTIFIED
           DISPLAY 'RCRATT1 ITEMS REVOKED:      ' WS-ITEMS-REVOKED
           DISPLAY 'RCRATT1 ACTIONS REFUSED:    ' WS-ACTIONS-REFUSED
           DISPLAY 'RCRATT1 ITEMS STILL OPEN:   ' WS-ITEMS-OPEN.
