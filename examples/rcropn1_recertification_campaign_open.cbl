       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCROPN1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Opens an access recertification campaign for the MNUSEC
      *    menu entitlements -- the quarterly attestation auditors
      *    want from each user's manager, which until now went
      *    round on paper. Run on demand from a single RCRREQ card
      *    naming the administrator opening the campaign, the
      *    deadline, and a description. The campaign is added to
      *    the RCRCMP register (RCRCMP.CPY) and one review item
      *    (RCRITM.CPY) is generated per user per selection held on
      *    MNUSECF, assigned to the manager on the HRMGRF reporting-
      *    line file that HRPROV01 keeps from the HR feed. Managers
      *    then certify or revoke their items through the RCRATT1
      *    menu transaction, and RCRCLS1 closes the campaign the
      *    night the deadline is reached.
      *    Only one campaign may be open at a time, and the deadline
      *    must fall after the business date; otherwise the card is
      *    refused and both files carry forward unchanged. A user
      *    with no manager on file, or recorded as their own
      *    manager, still gets items -- nobody can certify them, so
      *    they are listed here for the reporting line to be fixed
      *    before the deadline revokes them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE      ASSIGN TO "RCRREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-IN-FILE  ASSIGN TO "RCRCMPI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-OUT-FILE ASSIGN TO "RCRCMPO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-IN-FILE      ASSIGN TO "RCRITMI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-OUT-FILE     ASSIGN TO "RCRITMO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT HRMGR-FILE        ASSIGN TO "HRMGRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HRMGR-FILE-KEY
               FILE STATUS IS WS-HRMGR-STATUS.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  RRQ-OPENED-BY           PIC X(08).
           05  RRQ-DEADLINE-DATE       PIC X(08).
           05  RRQ-DESCRIPTION         PIC X(20).

       FD  CAMPAIGN-IN-FILE.
       01  CAMPAIGN-IN-RECORD          PIC X(63).

       FD  CAMPAIGN-OUT-FILE.
       01  CAMPAIGN-OUT-RECORD         PIC X(63).

       FD  ITEM-IN-FILE.
       01  ITEM-IN-RECORD              PIC X(49).

       FD  ITEM-OUT-FILE.
       01  ITEM-OUT-RECORD             PIC X(49).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

       FD  HRMGR-FILE.
       01  HRMGR-FILE-RECORD.
           05  HRMGR-FILE-KEY          PIC X(08).
           05  FILLER                  PIC X(32).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-CAMPAIGN-EOF              PIC X       VALUE 'N'.
           88  END-OF-CAMPAIGNS                     VALUE 'Y'.
       01  WS-ITEM-EOF                  PIC X       VALUE 'N'.
           88  END-OF-ITEMS                         VALUE 'Y'.
       01  WS-SEC-EOF                   PIC X       VALUE 'N'.
           88  END-OF-MNUSEC                        VALUE 'Y'.

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HRMGR-STATUS              PIC X(02)   VALUE SPACES.

       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMPAIGN-COUNT        PIC 9(03)   VALUE ZERO.
           05  WS-CAMPAIGN-IMAGE OCCURS 500 TIMES
                                        PIC X(63).
       01  WS-CMP-IDX                   PIC 9(03).
       01  WS-NEXT-CAMPAIGN-ID          PIC 9(04)   VALUE ZERO.
       01  WS-OPEN-CAMPAIGN-ID          PIC 9(04)   VALUE ZERO.

       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-MANAGER                   PIC X(08).
       01  WS-REFUSE-REASON             PIC X(40)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-CARRIED         PIC 9(07)   VALUE ZERO.
           05  WS-USERS-REVIEWED        PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-GENERATED       PIC 9(06)   VALUE ZERO.
           05  WS-USERS-UNASSIGNED      PIC 9(05)   VALUE ZERO.

       COPY RCRCMP.
       COPY RCRITM.
       COPY MNUSEC.
       COPY HRMGR.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-CHECK-REQUEST
           PERFORM 2000-COPY-EXISTING-ITEMS
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2100-GENERATE-REVIEW-ITEMS
               PERFORM 2500-REGISTER-CAMPAIGN
           ELSE
               DISPLAY '*** RCROPN1 CAMPAIGN REQUEST FROM '
                   RRQ-OPENED-BY ' REFUSED -- ' WS-REFUSE-REASON
                   ' ***'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** RCROPN1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT REQUEST-FILE
           READ REQUEST-FILE
               AT END
                   DISPLAY '*** RCROPN1 RCRREQ CARD MISSING -- RUN'
                       ' ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE REQUEST-FILE
           PERFORM 1100-LOAD-CAMPAIGNS.

      *    The register is rewritten whole at the end of the run,
      *    so one too big to hold stops the run rather than losing
      *    campaign history.
       1100-LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-IN-FILE
           PERFORM 1110-READ-CAMPAIGN UNTIL END-OF-CAMPAIGNS
           CLOSE CAMPAIGN-IN-FILE.

       1110-READ-CAMPAIGN.
           READ CAMPAIGN-IN-FILE
               AT END
                   SET END-OF-CAMPAIGNS TO TRUE
               NOT AT END
                   IF WS-CAMPAIGN-COUNT >= 500
                       DISPLAY '*** RCROPN1 CAMPAIGN REGISTER HAS'
                           ' MORE THAN 500 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CAMPAIGN-COUNT
                   MOVE CAMPAIGN-IN-RECORD
                       TO WS-CAMPAIGN-IMAGE(WS-CAMPAIGN-COUNT)
                   MOVE CAMPAIGN-IN-RECORD TO RCRCMP-RECORD
                   IF RCRCMP-CAMPAIGN-ID > WS-NEXT-CAMPAIGN-ID
                       MOVE RCRCMP-CAMPAIGN-ID TO WS-NEXT-CAMPAIGN-ID
                   END-IF
                   IF RCRCMP-STATUS-OPEN
                       MOVE RCRCMP-CAMPAIGN-ID TO WS-OPEN-CAMPAIGN-ID
                   END-IF
           END-READ.

       1500-CHECK-REQUEST.
           EVALUATE TRUE
               WHEN RRQ-OPENED-BY = SPACES
                   MOVE 'NO ADMINISTRATOR NAMED'
                       TO WS-REFUSE-REASON
               WHEN RRQ-DEADLINE-DATE IS NOT NUMERIC
                   MOVE 'DEADLINE DATE NOT NUMERIC'
                       TO WS-REFUSE-REASON
               WHEN RRQ-DEADLINE-DATE NOT > BUSDATE-CURRENT-DATE
                   MOVE 'DEADLINE NOT AFTER THE BUSINESS DATE'
                       TO WS-REFUSE-REASON
               WHEN WS-OPEN-CAMPAIGN-ID > ZERO
                   MOVE 'A CAMPAIGN IS ALREADY OPEN'
                       TO WS-REFUSE-REASON
               WHEN WS-CAMPAIGN-COUNT >= 500
                   MOVE 'CAMPAIGN REGISTER FULL'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   ADD 1 TO WS-NEXT-CAMPAIGN-ID
           END-EVALUATE.

       2000-COPY-EXISTING-ITEMS.
           OPEN INPUT  ITEM-IN-FILE
           OPEN OUTPUT ITEM-OUT-FILE
           PERFORM 2010-COPY-ONE-ITEM UNTIL END-OF-ITEMS
           CLOSE ITEM-IN-FILE.

       2010-COPY-ONE-ITEM.
           READ ITEM-IN-FILE
               AT END
                   SET END-OF-ITEMS TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-CARRIED
                   MOVE ITEM-IN-RECORD TO ITEM-OUT-RECORD
                   WRITE ITEM-OUT-RECORD
           END-READ.

       2100-GENERATE-REVIEW-ITEMS.
           OPEN INPUT MNUSEC-FILE
           IF WS-MNUSEC-STATUS NOT = '00'
               DISPLAY '*** RCROPN1 MNUSECF OPEN FAILED, STATUS '
                   WS-MNUSEC-STATUS ' ***'
               MOVE 16 TO RETURN-CODE
               SET END-OF-MNUSEC TO TRUE
           END-IF
           OPEN INPUT HRMGR-FILE
           IF WS-HRMGR-STATUS NOT = '00'
               DISPLAY '*** RCROPN1 HRMGRF OPEN FAILED, STATUS '
                   WS-HRMGR-STATUS ' -- NO MANAGERS ASSIGNED ***'
           END-IF
           PERFORM 2110-REVIEW-ONE-USER UNTIL END-OF-MNUSEC
           CLOSE MNUSEC-FILE
           CLOSE HRMGR-FILE.

       2110-REVIEW-ONE-USER.
           READ MNUSEC-FILE NEXT
           IF WS-MNUSEC-STATUS NOT = '00'
               SET END-OF-MNUSEC TO TRUE
           ELSE
               MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
               IF MNUSEC-SELECTION-COUNT > ZERO
                   ADD 1 TO WS-USERS-REVIEWED
                   PERFORM 2120-FIND-MANAGER
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       PERFORM 2130-WRITE-REVIEW-ITEM
                   END-PERFORM
               END-IF
           END-IF.

       2120-FIND-MANAGER.
           MOVE SPACES TO WS-MANAGER
           MOVE MNUSEC-USERID TO HRMGR-FILE-KEY
           READ HRMGR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HRMGR-FILE-RECORD TO HRMGR-RECORD
                   MOVE HRMGR-MANAGER-USERID TO WS-MANAGER
           END-READ
           EVALUATE TRUE
               WHEN WS-MANAGER = SPACES
                   ADD 1 TO WS-USERS-UNASSIGNED
                   DISPLAY '*** RCROPN1 USER ' MNUSEC-USERID
                       ' HAS NO MANAGER ON HRMGRF -- ITEMS'
                       ' UNASSIGNED ***'
               WHEN WS-MANAGER = MNUSEC-USERID
                   ADD 1 TO WS-USERS-UNASSIGNED
                   DISPLAY '*** RCROPN1 USER ' MNUSEC-USERID
                       ' IS RECORDED AS THEIR OWN MANAGER -- ITEMS'
                       ' CANNOT BE CERTIFIED ***'
           END-EVALUATE.

       2130-WRITE-REVIEW-ITEM.
           MOVE SPACES TO RCRITM-RECORD
           MOVE WS-NEXT-CAMPAIGN-ID  TO RCRITM-CAMPAIGN-ID
           MOVE MNUSEC-USERID        TO RCRITM-USERID
           MOVE MNUSEC-SELECTION(WS-SEL-IDX)
                                     TO RCRITM-SELECTION
           MOVE WS-MANAGER           TO RCRITM-MANAGER-USERID
           SET RCRITM-STATUS-OPEN    TO TRUE
           MOVE ZERO                 TO RCRITM-DECIDED-DATE
           MOVE ZERO                 TO RCRITM-DECIDED-TIME
           MOVE ZERO                 TO RCRITM-PENDING-ID
           MOVE RCRITM-RECORD        TO ITEM-OUT-RECORD
           WRITE ITEM-OUT-RECORD
           ADD 1 TO WS-ITEMS-GENERATED.

       2500-REGISTER-CAMPAIGN.
           MOVE SPACES TO RCRCMP-RECORD
           MOVE WS-NEXT-CAMPAIGN-ID  TO RCRCMP-CAMPAIGN-ID
           MOVE RRQ-DESCRIPTION      TO RCRCMP-DESCRIPTION
           MOVE RRQ-OPENED-BY        TO RCRCMP-OPENED-BY
           MOVE BUSDATE-CURRENT-DATE TO RCRCMP-OPEN-DATE
           MOVE RRQ-DEADLINE-DATE    TO RCRCMP-DEADLINE-DATE
           SET RCRCMP-STATUS-OPEN    TO TRUE
           MOVE ZERO                 TO RCRCMP-CLOSED-DATE
           MOVE WS-ITEMS-GENERATED   TO RCRCMP-ITEM-COUNT
           ADD 1 TO WS-CAMPAIGN-COUNT
           MOVE RCRCMP-RECORD TO WS-CAMPAIGN-IMAGE(WS-CAMPAIGN-COUNT)
           DISPLAY 'RCROPN1 CAMPAIGN ' RCRCMP-CAMPAIGN-ID ' '
               RCRCMP-DESCRIPTION ' OPENED BY ' RCRCMP-OPENED-BY
               ' DEADLINE ' RCRCMP-DEADLINE-DATE
           IF WS-USERS-UNASSIGNED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-TERMINATE.
           CLOSE ITEM-OUT-FILE
           OPEN OUTPUT CAMPAIGN-OUT-FILE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CAMPAIGN-COUNT
               MOVE WS-CAMPAIGN-IMAGE(WS-CMP-IDX)
                   TO CAMPAIGN-OUT-RECORD
               WRITE CAMPAIGN-OUT-RECORD
           END-PERFORM
           CLOSE CAMPAIGN-OUT-FILE
           DISPLAY 'RCROPN1 ITEMS CARRIED:      ' WS-ITEMS-CARRIED
           DISPLAY 'RCROPN1 USERS REVIEWED:     ' WS-USERS-REVIEWED
           DISPLAY 'RCROPN1 ITEMS GENERATED:    ' WS-ITEMS-GENERATED
           DISPLAY 'RCROPN1 USERS UNASSIGNED:   '
               WS-USERS-UNASSIGNED.
