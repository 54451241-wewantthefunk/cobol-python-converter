       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRCLS1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly close of the access recertification campaign.
      *    When the business date reaches the deadline of the open
      *    campaign on the RCRCMP register, every review item still
      *    undecided is revoked outright -- an entitlement nobody
      *    would vouch for does not wait on a checker queue, the
      *    same stance HRPROV01 takes on leavers. The selection is
      *    taken off MNUSECF here and the revoke is written to the
      *    entitlement-administration audit trail under this
      *    program's name with event U and no pending id.
      *    The campaign completion report is then appended to the
      *    RCRRPT evidence file, which is kept for the auditors:
      *    every item with its decision, who made it and when, and
      *    for a manager's revoke the pending id and where that
      *    revoke now stands on MNUPND; then a per-manager summary
      *    and campaign totals. The campaign is stamped closed with
      *    the business date. Before the deadline the run changes
      *    nothing and both files carry forward as they are.
      *    Return code 4 when anything had to be revoked
      *    automatically.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-IN-FILE  ASSIGN TO "RCRCMPI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-OUT-FILE ASSIGN TO "RCRCMPO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-IN-FILE      ASSIGN TO "RCRITMI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-OUT-FILE     ASSIGN TO "RCRITMO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE      ASSIGN TO "MNUPENDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT ADMAUDIT-FILE     ASSIGN TO "MNUADMA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "RCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-IN-FILE.
       01  CAMPAIGN-IN-RECORD          PIC X(63).

       FD  CAMPAIGN-OUT-FILE.
       01  CAMPAIGN-OUT-RECORD         PIC X(63).

       FD  ITEM-IN-FILE.
       01  ITEM-IN-RECORD              PIC X(49).

       FD  ITEM-OUT-FILE.
       01  ITEM-OUT-RECORD             PIC X(49).

       FD  PENDING-FILE.
       01  PENDING-IN-RECORD           PIC X(38).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

      *    Same layout MNUADM01 writes.
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

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(100).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-CAMPAIGN-EOF              PIC X       VALUE 'N'.
           88  END-OF-CAMPAIGNS                     VALUE 'Y'.
       01  WS-ITEM-EOF                  PIC X       VALUE 'N'.
           88  END-OF-ITEMS                         VALUE 'Y'.
       01  WS-PENDING-EOF               PIC X       VALUE 'N'.
           88  END-OF-PENDING                       VALUE 'Y'.

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMPAIGN-COUNT        PIC 9(03)   VALUE ZERO.
           05  WS-CAMPAIGN-IMAGE OCCURS 500 TIMES
                                        PIC X(63).
       01  WS-CMP-IDX                   PIC 9(03).
       01  WS-CLOSING-IDX               PIC 9(03)   VALUE ZERO.
       01  WS-CLOSING-ID                PIC 9(04)   VALUE ZERO.

      *    Pending-file id and status only, to say where each
      *    manager's staged revoke stands.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-PENDING-ENTRY OCCURS 1000 TIMES.
               10  WS-PND-ID            PIC 9(04).
               10  WS-PND-STATUS        PIC X(01).
       01  WS-PND-IDX                   PIC 9(04).

       01  WS-MANAGER-TABLE.
           05  WS-MANAGER-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-MANAGER-ENTRY OCCURS 500 TIMES.
               10  WS-MGR-USERID        PIC X(08).
               10  WS-MGR-ITEMS         PIC 9(06).
               10  WS-MGR-CERTIFIED     PIC 9(06).
               10  WS-MGR-REVOKED       PIC 9(06).
               10  WS-MGR-AUTO-REVOKED  PIC 9(06).
       01  WS-MGR-IDX                   PIC 9(03).
       01  WS-FOUND-MGR                 PIC 9(03).

       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-FOUND-SEL                 PIC 9(02).

       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-READ            PIC 9(07)   VALUE ZERO.
           05  WS-CAMPAIGN-ITEMS        PIC 9(06)   VALUE ZERO.
           05  WS-TOTAL-CERTIFIED       PIC 9(06)   VALUE ZERO.
           05  WS-TOTAL-REVOKED         PIC 9(06)   VALUE ZERO.
           05  WS-TOTAL-AUTO-REVOKED    PIC 9(06)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-HEADER-LINE.
           05  FILLER                   PIC X(09)
               VALUE 'CAMPAIGN '.
           05  WS-HDR-CAMPAIGN-ID       PIC 9(04).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-HDR-DESCRIPTION       PIC X(20).
           05  FILLER                   PIC X(08)   VALUE ' OPENED '.
           05  WS-HDR-OPEN-DATE         PIC 9(08).
           05  FILLER                   PIC X(04)   VALUE ' BY '.
           05  WS-HDR-OPENED-BY         PIC X(08).
           05  FILLER                   PIC X(10)
               VALUE ' DEADLINE '.
           05  WS-HDR-DEADLINE          PIC 9(08).
           05  FILLER                   PIC X(08)   VALUE ' CLOSED '.
           05  WS-HDR-CLOSED-DATE       PIC 9(08).

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(34)
               VALUE 'MANAGER  USERID   SL DECISION     '.
           05  FILLER                   PIC X(32)
               VALUE 'DECIDED BY DATE     TIME   PEND '.
           05  FILLER                   PIC X(34)   VALUE 'MNUPND'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-MANAGER           PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DTL-USERID            PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DTL-SELECTION         PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DTL-DECISION          PIC X(12).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DTL-DECIDED-BY        PIC X(08).
           05  FILLER                   PIC X(03)   VALUE SPACES.
           05  WS-DTL-DATE              PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DTL-TIME              PIC 9(06).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DTL-PENDING-ID        PIC X(04).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DTL-PENDING-STATE     PIC X(20).
           05  FILLER                   PIC X(14)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL             PIC X(10).
           05  WS-SUM-MANAGER           PIC X(08).
           05  FILLER                   PIC X(07)   VALUE ' ITEMS '.
           05  WS-SUM-ITEMS             PIC ZZZZZ9.
           05  FILLER                   PIC X(11)
               VALUE ' CERTIFIED '.
           05  WS-SUM-CERTIFIED         PIC ZZZZZ9.
           05  FILLER                   PIC X(09)   VALUE ' REVOKED '.
           05  WS-SUM-REVOKED           PIC ZZZZZ9.
           05  FILLER                   PIC X(14)
               VALUE ' AUTO-REVOKED '.
           05  WS-SUM-AUTO-REVOKED      PIC ZZZZZ9.
           05  FILLER                   PIC X(17)   VALUE SPACES.

       COPY RCRCMP.
       COPY RCRITM.
       COPY MNUPND.
       COPY MNUSEC.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF WS-CLOSING-IDX > ZERO
               PERFORM 1300-LOAD-PENDING
               PERFORM 1500-START-REPORT
           END-IF
           PERFORM 2000-PROCESS-ITEMS
           IF WS-CLOSING-IDX > ZERO
               PERFORM 2500-FINISH-REPORT
           ELSE
               DISPLAY 'RCRCLS1 NO CAMPAIGN AT ITS DEADLINE ON '
                   BUSDATE-CURRENT-DATE
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** RCRCLS1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT CAMPAIGN-IN-FILE
           PERFORM 1110-READ-CAMPAIGN UNTIL END-OF-CAMPAIGNS
           CLOSE CAMPAIGN-IN-FILE.

      *    The register is rewritten whole, so it is never
      *    truncated: one too big to hold stops the run.
       1110-READ-CAMPAIGN.
           READ CAMPAIGN-IN-FILE
               AT END
                   SET END-OF-CAMPAIGNS TO TRUE
               NOT AT END
                   IF WS-CAMPAIGN-COUNT >= 500
                       DISPLAY '*** RCRCLS1 CAMPAIGN REGISTER HAS'
                           ' MORE THAN 500 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CAMPAIGN-COUNT
                   MOVE CAMPAIGN-IN-RECORD
                       TO WS-CAMPAIGN-IMAGE(WS-CAMPAIGN-COUNT)
                   MOVE CAMPAIGN-IN-RECORD TO RCRCMP-RECORD
                   IF RCRCMP-STATUS-OPEN
                       AND RCRCMP-DEADLINE-DATE
                           NOT > BUSDATE-CURRENT-DATE
                       MOVE WS-CAMPAIGN-COUNT TO WS-CLOSING-IDX
                       MOVE RCRCMP-CAMPAIGN-ID TO WS-CLOSING-ID
                   END-IF
           END-READ.

       1300-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           PERFORM 1310-READ-PENDING UNTIL END-OF-PENDING
           CLOSE PENDING-FILE.

       1310-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET END-OF-PENDING TO TRUE
               NOT AT END
                   IF WS-PENDING-COUNT < 1000
                       MOVE PENDING-IN-RECORD TO MNUPND-RECORD
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE MNUPND-ID
                           TO WS-PND-ID(WS-PENDING-COUNT)
                       MOVE MNUPND-STATUS
                           TO WS-PND-STATUS(WS-PENDING-COUNT)
                   END-IF
           END-READ.

       1500-START-REPORT.
           OPEN I-O MNUSEC-FILE
           IF WS-MNUSEC-STATUS NOT = '00'
               DISPLAY '*** RCRCLS1 MNUSECF OPEN FAILED, STATUS '
                   WS-MNUSEC-STATUS ' ***'
           END-IF
           OPEN EXTEND ADMAUDIT-FILE
           OPEN EXTEND REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE WS-CAMPAIGN-IMAGE(WS-CLOSING-IDX) TO RCRCMP-RECORD
           MOVE RCRCMP-CAMPAIGN-ID   TO WS-HDR-CAMPAIGN-ID
           MOVE RCRCMP-DESCRIPTION   TO WS-HDR-DESCRIPTION
           MOVE RCRCMP-OPEN-DATE     TO WS-HDR-OPEN-DATE
           MOVE RCRCMP-OPENED-BY     TO WS-HDR-OPENED-BY
           MOVE RCRCMP-DEADLINE-DATE TO WS-HDR-DEADLINE
           MOVE BUSDATE-CURRENT-DATE TO WS-HDR-CLOSED-DATE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-HEADER-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       2000-PROCESS-ITEMS.
           OPEN INPUT  ITEM-IN-FILE
           OPEN OUTPUT ITEM-OUT-FILE
           PERFORM 2010-PROCESS-ONE-ITEM UNTIL END-OF-ITEMS
           CLOSE ITEM-IN-FILE
           CLOSE ITEM-OUT-FILE.

       2010-PROCESS-ONE-ITEM.
           READ ITEM-IN-FILE
               AT END
                   SET END-OF-ITEMS TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE ITEM-IN-RECORD TO RCRITM-RECORD
                   IF WS-CLOSING-IDX > ZERO
                       AND RCRITM-CAMPAIGN-ID = WS-CLOSING-ID
                       PERFORM 2100-CLOSE-ONE-ITEM
                   END-IF
                   MOVE RCRITM-RECORD TO ITEM-OUT-RECORD
                   WRITE ITEM-OUT-RECORD
           END-READ.

       2100-CLOSE-ONE-ITEM.
           ADD 1 TO WS-CAMPAIGN-ITEMS
           PERFORM 2150-FIND-OR-ADD-MANAGER
           MOVE SPACES TO WS-DTL-PENDING-STATE
           MOVE SPACES TO WS-DTL-PENDING-ID
           IF RCRITM-STATUS-OPEN
               PERFORM 2200-AUTO-REVOKE-ITEM
           END-IF
           EVALUATE TRUE
               WHEN RCRITM-STATUS-CERTIFIED
                   ADD 1 TO WS-TOTAL-CERTIFIED
                   IF WS-FOUND-MGR > ZERO
                       ADD 1 TO WS-MGR-CERTIFIED(WS-FOUND-MGR)
                   END-IF
                   MOVE 'CERTIFIED   ' TO WS-DTL-DECISION
               WHEN RCRITM-STATUS-REVOKED
                   ADD 1 TO WS-TOTAL-REVOKED
                   IF WS-FOUND-MGR > ZERO
                       ADD 1 TO WS-MGR-REVOKED(WS-FOUND-MGR)
                   END-IF
                   MOVE 'REVOKED     ' TO WS-DTL-DECISION
                   MOVE RCRITM-PENDING-ID TO WS-DTL-PENDING-ID
                   PERFORM 2300-DESCRIBE-PENDING-REVOKE
               WHEN RCRITM-STATUS-AUTO-REVOKED
                   ADD 1 TO WS-TOTAL-AUTO-REVOKED
                   IF WS-FOUND-MGR > ZERO
                       ADD 1 TO WS-MGR-AUTO-REVOKED(WS-FOUND-MGR)
                   END-IF
                   MOVE 'AUTO-REVOKED' TO WS-DTL-DECISION
               WHEN OTHER
                   MOVE 'UNKNOWN     ' TO WS-DTL-DECISION
           END-EVALUATE
           IF RCRITM-MANAGER-USERID = SPACES
               MOVE '(NONE)  ' TO WS-DTL-MANAGER
           ELSE
               MOVE RCRITM-MANAGER-USERID TO WS-DTL-MANAGER
           END-IF
           MOVE RCRITM-USERID       TO WS-DTL-USERID
           MOVE RCRITM-SELECTION    TO WS-DTL-SELECTION
           MOVE RCRITM-DECIDED-BY   TO WS-DTL-DECIDED-BY
           MOVE RCRITM-DECIDED-DATE TO WS-DTL-DATE
           MOVE RCRITM-DECIDED-TIME TO WS-DTL-TIME
           MOVE WS-DETAIL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       2150-FIND-OR-ADD-MANAGER.
           MOVE ZERO TO WS-FOUND-MGR
           PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
               UNTIL WS-MGR-IDX > WS-MANAGER-COUNT
               OR WS-FOUND-MGR > ZERO
               IF WS-MGR-USERID(WS-MGR-IDX) = RCRITM-MANAGER-USERID
                   MOVE WS-MGR-IDX TO WS-FOUND-MGR
               END-IF
           END-PERFORM
           IF WS-FOUND-MGR = ZERO
               IF WS-MANAGER-COUNT >= 500
                   DISPLAY '*** RCRCLS1 MORE THAN 500 MANAGERS --'
                       ' ' RCRITM-MANAGER-USERID ' LEFT OUT OF THE'
                       ' SUMMARY ***'
               ELSE
                   ADD 1 TO WS-MANAGER-COUNT
                   MOVE WS-MANAGER-COUNT TO WS-FOUND-MGR
                   MOVE RCRITM-MANAGER-USERID
                       TO WS-MGR-USERID(WS-FOUND-MGR)
                   MOVE ZERO TO WS-MGR-ITEMS(WS-FOUND-MGR)
                   MOVE ZERO TO WS-MGR-CERTIFIED(WS-FOUND-MGR)
                   MOVE ZERO TO WS-MGR-REVOKED(WS-FOUND-MGR)
                   MOVE ZERO TO WS-MGR-AUTO-REVOKED(WS-FOUND-MGR)
               END-IF
           END-IF
           IF WS-FOUND-MGR > ZERO
               ADD 1 TO WS-MGR-ITEMS(WS-FOUND-MGR)
           END-IF.

      *    Revoked the way MNUADM01 applies an approved revoke: the
      *    last selection moves into the freed slot.
       2200-AUTO-REVOKE-ITEM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE ZERO TO WS-FOUND-SEL
           MOVE RCRITM-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX)
                               = RCRITM-SELECTION
                           MOVE WS-SEL-IDX TO WS-FOUND-SEL
                       END-IF
                   END-PERFORM
           END-READ
           IF WS-FOUND-SEL = ZERO
               MOVE 'NOT HELD AT CLOSE' TO WS-DTL-PENDING-STATE
           ELSE
               MOVE MNUSEC-SELECTION(MNUSEC-SELECTION-COUNT)
                   TO MNUSEC-SELECTION(WS-FOUND-SEL)
               MOVE SPACES
                   TO MNUSEC-SELECTION(MNUSEC-SELECTION-COUNT)
               SUBTRACT 1 FROM MNUSEC-SELECTION-COUNT
               MOVE MNUSEC-RECORD TO MNUSEC-FILE-RECORD
               REWRITE MNUSEC-FILE-RECORD
               IF WS-MNUSEC-STATUS NOT = '00'
                   DISPLAY '*** RCRCLS1 MNUSECF REWRITE FAILED FOR '
                       RCRITM-USERID ', STATUS ' WS-MNUSEC-STATUS
                       ' ***'
                   MOVE 'MNUSECF NOT UPDATED' TO WS-DTL-PENDING-STATE
               ELSE
                   MOVE 'REMOVED FROM MNUSEC' TO WS-DTL-PENDING-STATE
                   MOVE WS-CURR-DATE     TO ADA-LOG-DATE
                   MOVE WS-CURR-TIME     TO ADA-LOG-TIME
                   MOVE 'U'              TO ADA-EVENT
                   MOVE 'RCRCLS1 '       TO ADA-ADMIN-USERID
                   MOVE ZERO             TO ADA-PENDING-ID
                   MOVE RCRITM-USERID    TO ADA-TARGET-USERID
                   MOVE 'V'              TO ADA-CHANGE-TYPE
                   MOVE RCRITM-SELECTION TO ADA-SELECTION
                   WRITE ADMAUDIT-OUT-LINE
               END-IF
           END-IF
           SET RCRITM-STATUS-AUTO-REVOKED TO TRUE
           MOVE 'RCRCLS1 '   TO RCRITM-DECIDED-BY
           MOVE WS-CURR-DATE TO RCRITM-DECIDED-DATE
           MOVE WS-CURR-TIME TO RCRITM-DECIDED-TIME.

       2300-DESCRIBE-PENDING-REVOKE.
           MOVE 'NOT ON MNUPND' TO WS-DTL-PENDING-STATE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PENDING-COUNT
               IF WS-PND-ID(WS-PND-IDX) = RCRITM-PENDING-ID
                   EVALUATE WS-PND-STATUS(WS-PND-IDX)
                       WHEN 'P'
                           MOVE 'AWAITING CHECKER'
                               TO WS-DTL-PENDING-STATE
                       WHEN 'A'
                           MOVE 'APPROVED'
                               TO WS-DTL-PENDING-STATE
                       WHEN 'R'
                           MOVE 'REJECTED BY CHECKER'
                               TO WS-DTL-PENDING-STATE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2500-FINISH-REPORT.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM VARYING WS-MGR-IDX FROM 1 BY 1
               UNTIL WS-MGR-IDX > WS-MANAGER-COUNT
               MOVE 'MANAGER   ' TO WS-SUM-LABEL
               IF WS-MGR-USERID(WS-MGR-IDX) = SPACES
                   MOVE '(NONE)  ' TO WS-SUM-MANAGER
               ELSE
                   MOVE WS-MGR-USERID(WS-MGR-IDX) TO WS-SUM-MANAGER
               END-IF
               MOVE WS-MGR-ITEMS(WS-MGR-IDX)     TO WS-SUM-ITEMS
               MOVE WS-MGR-CERTIFIED(WS-MGR-IDX) TO WS-SUM-CERTIFIED
               MOVE WS-MGR-REVOKED(WS-MGR-IDX)   TO WS-SUM-REVOKED
               MOVE WS-MGR-AUTO-REVOKED(WS-MGR-IDX)
                   TO WS-SUM-AUTO-REVOKED
               MOVE WS-SUMMARY-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-PERFORM
           MOVE 'CAMPAIGN  '          TO WS-SUM-LABEL
           MOVE SPACES                TO WS-SUM-MANAGER
           MOVE WS-CAMPAIGN-ITEMS     TO WS-SUM-ITEMS
           MOVE WS-TOTAL-CERTIFIED    TO WS-SUM-CERTIFIED
           MOVE WS-TOTAL-REVOKED      TO WS-SUM-REVOKED
           MOVE WS-TOTAL-AUTO-REVOKED TO WS-SUM-AUTO-REVOKED
           MOVE WS-SUMMARY-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           CLOSE ADMAUDIT-FILE
           CLOSE MNUSEC-FILE
           MOVE WS-CAMPAIGN-IMAGE(WS-CLOSING-IDX) TO RCRCMP-RECORD
           SET RCRCMP-STATUS-CLOSED  TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO RCRCMP-CLOSED-DATE
           MOVE RCRCMP-RECORD TO WS-CAMPAIGN-IMAGE(WS-CLOSING-IDX)
           DISPLAY 'RCRCLS1 CAMPAIGN ' WS-CLOSING-ID ' CLOSED -- '
               WS-CAMPAIGN-ITEMS ' ITEMS, ' WS-TOTAL-CERTIFIED
               ' CERTIFIED, ' WS-TOTAL-REVOKED ' REVOKED, '
               WS-TOTAL-AUTO-REVOKED ' AUTO-REVOKED'
           IF WS-TOTAL-AUTO-REVOKED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3000-TERMINATE.
           OPEN OUTPUT CAMPAIGN-OUT-FILE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CAMPAIGN-COUNT
               MOVE WS-CAMPAIGN-IMAGE(WS-CMP-IDX)
                   TO CAMPAIGN-OUT-RECORD
               WRITE CAMPAIGN-OUT-RECORD
           END-PERFORM
           CLOSE CAMPAIGN-OUT-FILE
           DISPLAY 'RCRCLS1 ITEMS READ:         ' WS-ITEMS-READ.
