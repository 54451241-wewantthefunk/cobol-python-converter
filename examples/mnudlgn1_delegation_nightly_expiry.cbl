       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNUDLGN1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly housekeeping and review of delegated entitlements
      *    (MNUDLG.CPY). The run:
      *      - scans the MNUAUD trail for the delegator's own
      *        successful sign-ons and selections inside each
      *        approved delegation's window, and stamps the first
      *        one as the delegator's return
      *      - collects every selection dispatched under a
      *        delegation since the previous business date (the
      *        delegation id rides in MNUAUD-DELEGATION-ID) and
      *        reports each one made after the delegator was back
      *        -- cover that outlived the absence it was for
      *      - expires every approved delegation whose end date has
      *        been reached, and every request still awaiting
      *        approval whose end date has, stamping the business
      *        date as the closed date
      *    The MNUDLGRP report lists the findings, then every
      *    delegation still in force and every one closed tonight.
      *    Return code 4 when there is anything to follow up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGATION-IN-FILE ASSIGN TO "MNUDLGI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELEGATION-OUT-FILE ASSIGN TO "MNUDLGO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUAUD-FILE       ASSIGN TO "MNUAUDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNUAUD-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "MNUDLGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DELEGATION-IN-FILE.
       01  DELEGATION-IN-RECORD        PIC X(105).

       FD  DELEGATION-OUT-FILE.
       01  DELEGATION-OUT-RECORD       PIC X(105).

       FD  MNUAUD-FILE.
       01  MNUAUD-IN-LINE              PIC X(47).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(100).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-TABLE                         VALUE 'Y'.
       01  WS-AUDIT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-AUDIT                         VALUE 'Y'.

       01  WS-MNUAUD-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-DELEGATION-TABLE.
           05  WS-DELEGATION-COUNT      PIC 9(04)   VALUE ZERO.
           05  MNUDLG-RECORD OCCURS 2000 TIMES.
               COPY MNUDLG REPLACING
                   ==01  MNUDLG-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==
                   ==10  MNUDLG-SELECTION  == BY
                   ==15  MNUDLG-SELECTION  ==.
      *    Parallel to the delegation table: 'Y' for one closed by
      *    this run.
       01  WS-CLOSED-TONIGHT-AREA       PIC X(2000) VALUE ALL 'N'.
       01  WS-CLOSED-TONIGHT-TABLE
                   REDEFINES WS-CLOSED-TONIGHT-AREA.
           05  WS-CLOSED-TONIGHT OCCURS 2000 TIMES
                                        PIC X(01).
       01  WS-DLG-IDX                   PIC 9(04).
       01  WS-FOUND-DLG                 PIC 9(04).

      *    Delegated dispatches since the previous business date.
       01  WS-USE-TABLE.
           05  WS-USE-COUNT             PIC 9(04)   VALUE ZERO.
           05  WS-USE-ENTRY OCCURS 2000 TIMES.
               10  WS-USE-DELEGATION-ID PIC 9(04).
               10  WS-USE-USERID        PIC X(08).
               10  WS-USE-TERMID        PIC X(04).
               10  WS-USE-SELECTION     PIC X(02).
               10  WS-USE-STAMP.
                   15  WS-USE-DATE      PIC 9(08).
                   15  WS-USE-TIME      PIC 9(06).
               10  WS-USE-STAMP-N REDEFINES WS-USE-STAMP
                                        PIC 9(14).
       01  WS-USE-IDX                   PIC 9(04).

       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE            PIC 9(08).
           05  WS-EVENT-TIME            PIC 9(06).
       01  WS-EVENT-STAMP-N REDEFINES WS-EVENT-STAMP
                                        PIC 9(14).
       01  WS-RETURN-STAMP.
           05  WS-RETURN-DATE           PIC 9(08).
           05  WS-RETURN-TIME           PIC 9(06).
       01  WS-RETURN-STAMP-N REDEFINES WS-RETURN-STAMP
                                        PIC 9(14).

       01  WS-CONTROL-TOTALS.
           05  WS-AUDIT-READ            PIC 9(07)   VALUE ZERO.
           05  WS-RETURNS-RECORDED      PIC 9(05)   VALUE ZERO.
           05  WS-DELEGATED-USES        PIC 9(05)   VALUE ZERO.
           05  WS-USES-AFTER-RETURN     PIC 9(05)   VALUE ZERO.
           05  WS-DELEGATIONS-EXPIRED   PIC 9(05)   VALUE ZERO.
           05  WS-DELEGATIONS-IN-FORCE  PIC 9(05)   VALUE ZERO.

       01  WS-HEADER-LINE.
           05  FILLER                   PIC X(35)
               VALUE 'DELEGATED ENTITLEMENTS -- BUSINESS '.
           05  FILLER                   PIC X(05)   VALUE 'DATE '.
           05  WS-HDR-BUSINESS-DATE     PIC 9(08).
           05  FILLER                   PIC X(52)   VALUE SPACES.

       01  WS-SECTION-LINE              PIC X(100).

       01  WS-USE-COLUMN-LINE.
           05  FILLER                   PIC X(36)
               VALUE 'DLG  DELEGATOR DELEGATE SL USED ON  '.
           05  FILLER                   PIC X(34)
               VALUE '       TERM DELEGATOR BACK        '.
           05  FILLER                   PIC X(30)   VALUE SPACES.

       01  WS-USE-DETAIL-LINE.
           05  WS-UDT-DELEGATION-ID     PIC 9(04).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-UDT-DELEGATOR         PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-UDT-DELEGATE          PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-UDT-SELECTION         PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-UDT-USE-DATE          PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-UDT-USE-TIME          PIC 9(06).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-UDT-TERMID            PIC X(04).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-UDT-RETURN-DATE       PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-UDT-RETURN-TIME       PIC 9(06).
           05  FILLER                   PIC X(37)   VALUE SPACES.

       01  WS-DLG-COLUMN-LINE.
           05  FILLER                   PIC X(36)
               VALUE 'DLG  DELEGATOR DELEGATE START    END'.
           05  FILLER                   PIC X(34)
               VALUE '      STATUS    APPROVER RETURNED '.
           05  FILLER                   PIC X(30)
               VALUE 'SELECTIONS'.

       01  WS-DLG-DETAIL-LINE.
           05  WS-DDT-DELEGATION-ID     PIC 9(04).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DDT-DELEGATOR         PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-DDT-DELEGATE          PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DDT-START-DATE        PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DDT-END-DATE          PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DDT-STATUS            PIC X(09).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DDT-APPROVED-BY       PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DDT-RETURNED          PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-DDT-SELECTIONS        PIC X(20).
           05  FILLER                   PIC X(11)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL             PIC X(30).
           05  WS-TOT-COUNT             PIC ZZZZ9.
           05  FILLER                   PIC X(65)   VALUE SPACES.

       COPY MNUAUD.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-AUDIT-TRAIL
           PERFORM 4000-EXPIRE-FINISHED
           PERFORM 5000-WRITE-REPORT
           PERFORM 6000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** MNUDLGN1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT DELEGATION-IN-FILE
           MOVE 'N' TO WS-TABLE-EOF
           PERFORM 1100-READ-DELEGATION UNTIL END-OF-TABLE
           CLOSE DELEGATION-IN-FILE.

      *    The delegation file is rewritten whole, so one too big to
      *    hold stops the run rather than being truncated.
       1100-READ-DELEGATION.
           READ DELEGATION-IN-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-DELEGATION-COUNT >= 2000
                       DISPLAY '*** MNUDLGN1 MNUDLGI HAS MORE THAN'
                           ' 2000 DELEGATIONS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DELEGATION-COUNT
                   MOVE DELEGATION-IN-RECORD
                       TO MNUDLG-RECORD(WS-DELEGATION-COUNT)
           END-READ.

       2000-SCAN-AUDIT-TRAIL.
           OPEN INPUT MNUAUD-FILE
           IF WS-MNUAUD-STATUS NOT = '00'
               DISPLAY '*** MNUDLGN1 MNUAUDF OPEN FAILED, STATUS '
                   WS-MNUAUD-STATUS ' -- NO RETURNS OR USES'
                   ' REVIEWED ***'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 2010-READ-AUDIT UNTIL END-OF-AUDIT
               CLOSE MNUAUD-FILE
           END-IF.

       2010-READ-AUDIT.
           READ MNUAUD-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   MOVE MNUAUD-IN-LINE TO MNUAUD-RECORD
                   MOVE MNUAUD-LOG-DATE TO WS-EVENT-DATE
                   MOVE MNUAUD-LOG-TIME TO WS-EVENT-TIME
                   IF MNUAUD-REASON-CODE = SPACES
                       IF MNUAUD-EVENT-SELECTION
                           OR (MNUAUD-EVENT-SIGNON
                               AND MNUAUD-RESULT-CODE = 'S')
                           PERFORM 2100-NOTE-DELEGATOR-ACTIVITY
                       END-IF
                   ELSE
                       IF MNUAUD-EVENT-SELECTION
                           AND MNUAUD-DELEGATION-ID IS NUMERIC
                           AND MNUAUD-LOG-DATE
                               > BUSDATE-PREVIOUS-DATE
                           AND MNUAUD-LOG-DATE
                               <= BUSDATE-CURRENT-DATE
                           PERFORM 2200-NOTE-DELEGATED-USE
                       END-IF
                   END-IF
           END-READ.

      *    The earliest own activity inside the window wins, however
      *    the trail happens to be ordered.
       2100-NOTE-DELEGATOR-ACTIVITY.
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DELEGATION-COUNT
               IF MNUDLG-STATUS-APPROVED(WS-DLG-IDX)
                   AND MNUDLG-DELEGATOR(WS-DLG-IDX) = MNUAUD-USERID
                   AND MNUDLG-START-DATE(WS-DLG-IDX)
                       <= MNUAUD-LOG-DATE
                   AND MNUDLG-END-DATE(WS-DLG-IDX)
                       >= MNUAUD-LOG-DATE
                   MOVE MNUDLG-RETURNED-DATE(WS-DLG-IDX)
                       TO WS-RETURN-DATE
                   MOVE MNUDLG-RETURNED-TIME(WS-DLG-IDX)
                       TO WS-RETURN-TIME
                   IF WS-RETURN-STAMP-N = ZERO
                       OR WS-EVENT-STAMP-N < WS-RETURN-STAMP-N
                       IF WS-RETURN-STAMP-N = ZERO
                           ADD 1 TO WS-RETURNS-RECORDED
                       END-IF
                       MOVE WS-EVENT-DATE
                           TO MNUDLG-RETURNED-DATE(WS-DLG-IDX)
                       MOVE WS-EVENT-TIME
                           TO MNUDLG-RETURNED-TIME(WS-DLG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2200-NOTE-DELEGATED-USE.
           ADD 1 TO WS-DELEGATED-USES
           IF WS-USE-COUNT >= 2000
               DISPLAY '*** MNUDLGN1 MORE THAN 2000 DELEGATED USES'
                   ' -- REMAINDER NOT REVIEWED ***'
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-USE-COUNT
               MOVE MNUAUD-DELEGATION-ID
                   TO WS-USE-DELEGATION-ID(WS-USE-COUNT)
               MOVE MNUAUD-USERID    TO WS-USE-USERID(WS-USE-COUNT)
               MOVE MNUAUD-TERMID    TO WS-USE-TERMID(WS-USE-COUNT)
               MOVE MNUAUD-SELECTION
                   TO WS-USE-SELECTION(WS-USE-COUNT)
               MOVE MNUAUD-LOG-DATE  TO WS-USE-DATE(WS-USE-COUNT)
               MOVE MNUAUD-LOG-TIME  TO WS-USE-TIME(WS-USE-COUNT)
           END-IF.

      *    Reached means reached: a delegation ending on the business
      *    date has had its last day when this runs.
       4000-EXPIRE-FINISHED.
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DELEGATION-COUNT
               IF (MNUDLG-STATUS-APPROVED(WS-DLG-IDX)
                       OR MNUDLG-STATUS-REQUESTED(WS-DLG-IDX))
                   AND MNUDLG-END-DATE(WS-DLG-IDX)
                       <= BUSDATE-CURRENT-DATE
                   SET MNUDLG-STATUS-EXPIRED(WS-DLG-IDX) TO TRUE
                   MOVE BUSDATE-CURRENT-DATE
                       TO MNUDLG-CLOSED-DATE(WS-DLG-IDX)
                   MOVE 'Y' TO WS-CLOSED-TONIGHT(WS-DLG-IDX)
                   ADD 1 TO WS-DELEGATIONS-EXPIRED
               END-IF
           END-PERFORM.

       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-HDR-BUSINESS-DATE
           MOVE WS-HEADER-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'DELEGATED USE AFTER THE DELEGATOR RETURNED'
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-USE-COLUMN-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
               UNTIL WS-USE-IDX > WS-USE-COUNT
               PERFORM 5100-REVIEW-ONE-USE
           END-PERFORM
           IF WS-USES-AFTER-RETURN = ZERO
               MOVE '    (NONE)' TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'DELEGATIONS IN FORCE AND CLOSED TONIGHT'
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-DLG-COLUMN-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DELEGATION-COUNT
               IF MNUDLG-STATUS-APPROVED(WS-DLG-IDX)
                   OR MNUDLG-STATUS-REQUESTED(WS-DLG-IDX)
                   OR WS-CLOSED-TONIGHT(WS-DLG-IDX) = 'Y'
                   PERFORM 5200-LIST-ONE-DELEGATION
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'AUDIT RECORDS READ'       TO WS-TOT-LABEL
           MOVE WS-AUDIT-READ              TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL
           MOVE 'DELEGATOR RETURNS RECORDED' TO WS-TOT-LABEL
           MOVE WS-RETURNS-RECORDED        TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL
           MOVE 'DELEGATED SELECTIONS'     TO WS-TOT-LABEL
           MOVE WS-DELEGATED-USES          TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL
           MOVE 'USED AFTER RETURN'        TO WS-TOT-LABEL
           MOVE WS-USES-AFTER-RETURN       TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL
           MOVE 'DELEGATIONS IN FORCE'     TO WS-TOT-LABEL
           MOVE WS-DELEGATIONS-IN-FORCE    TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL
           MOVE 'DELEGATIONS EXPIRED'      TO WS-TOT-LABEL
           MOVE WS-DELEGATIONS-EXPIRED     TO WS-TOT-COUNT
           PERFORM 5900-WRITE-TOTAL
           CLOSE REPORT-FILE.

       5100-REVIEW-ONE-USE.
           MOVE ZERO TO WS-FOUND-DLG
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DELEGATION-COUNT
               OR WS-FOUND-DLG > ZERO
               IF MNUDLG-ID(WS-DLG-IDX)
                       = WS-USE-DELEGATION-ID(WS-USE-IDX)
                   MOVE WS-DLG-IDX TO WS-FOUND-DLG
               END-IF
           END-PERFORM
           IF WS-FOUND-DLG = ZERO
               DISPLAY '*** MNUDLGN1 DELEGATION '
                   WS-USE-DELEGATION-ID(WS-USE-IDX)
                   ' ON MNUAUD NOT ON MNUDLGI ***'
           ELSE
               MOVE MNUDLG-RETURNED-DATE(WS-FOUND-DLG)
                   TO WS-RETURN-DATE
               MOVE MNUDLG-RETURNED-TIME(WS-FOUND-DLG)
                   TO WS-RETURN-TIME
               IF WS-RETURN-STAMP-N > ZERO
                   AND WS-USE-STAMP-N(WS-USE-IDX) > WS-RETURN-STAMP-N
                   ADD 1 TO WS-USES-AFTER-RETURN
                   MOVE MNUDLG-ID(WS-FOUND-DLG)
                       TO WS-UDT-DELEGATION-ID
                   MOVE MNUDLG-DELEGATOR(WS-FOUND-DLG)
                       TO WS-UDT-DELEGATOR
                   MOVE WS-USE-USERID(WS-USE-IDX) TO WS-UDT-DELEGATE
                   MOVE WS-USE-SELECTION(WS-USE-IDX)
                       TO WS-UDT-SELECTION
                   MOVE WS-USE-DATE(WS-USE-IDX) TO WS-UDT-USE-DATE
                   MOVE WS-USE-TIME(WS-USE-IDX) TO WS-UDT-USE-TIME
                   MOVE WS-USE-TERMID(WS-USE-IDX) TO WS-UDT-TERMID
                   MOVE WS-RETURN-DATE TO WS-UDT-RETURN-DATE
                   MOVE WS-RETURN-TIME TO WS-UDT-RETURN-TIME
                   MOVE WS-USE-DETAIL-LINE TO REPORT-OUT-LINE
                   WRITE REPORT-OUT-LINE
               END-IF
           END-IF.

       5200-LIST-ONE-DELEGATION.
           MOVE MNUDLG-ID(WS-DLG-IDX)        TO WS-DDT-DELEGATION-ID
           MOVE MNUDLG-DELEGATOR(WS-DLG-IDX) TO WS-DDT-DELEGATOR
           MOVE MNUDLG-DELEGATE(WS-DLG-IDX)  TO WS-DDT-DELEGATE
           MOVE MNUDLG-START-DATE(WS-DLG-IDX) TO WS-DDT-START-DATE
           MOVE MNUDLG-END-DATE(WS-DLG-IDX)  TO WS-DDT-END-DATE
           MOVE MNUDLG-APPROVED-BY(WS-DLG-IDX) TO WS-DDT-APPROVED-BY
           MOVE MNUDLG-SELECTIONS(WS-DLG-IDX) TO WS-DDT-SELECTIONS
           EVALUATE TRUE
               WHEN MNUDLG-STATUS-APPROVED(WS-DLG-IDX)
                   MOVE 'IN FORCE ' TO WS-DDT-STATUS
                   ADD 1 TO WS-DELEGATIONS-IN-FORCE
               WHEN MNUDLG-STATUS-REQUESTED(WS-DLG-IDX)
                   MOVE 'REQUESTED' TO WS-DDT-STATUS
               WHEN OTHER
                   MOVE 'EXPIRED  ' TO WS-DDT-STATUS
           END-EVALUATE
           IF MNUDLG-RETURNED-DATE(WS-DLG-IDX) = ZERO
               MOVE 'AWAY    ' TO WS-DDT-RETURNED
           ELSE
               MOVE MNUDLG-RETURNED-DATE(WS-DLG-IDX)
                   TO WS-DDT-RETURNED
           END-IF
           MOVE WS-DLG-DETAIL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       5900-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       6000-TERMINATE.
           OPEN OUTPUT DELEGATION-OUT-FILE
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-DELEGATION-COUNT
               MOVE MNUDLG-RECORD(WS-DLG-IDX) TO DELEGATION-OUT-RECORD
               WRITE DELEGATION-OUT-RECORD
           END-PERFORM
           CLOSE DELEGATION-OUT-FILE
           DISPLAY 'MNUDLGN1 AUDIT RECORDS READ:     ' WS-AUDIT-READ
           DISPLAY 'MNUDLGN1 RETURNS RECORDED:       '
               WS-RETURNS-RECORDED
           DISPLAY 'MNUDLGN1 DELEGATED SELECTIONS:   '
               WS-DELEGATED-USES
           DISPLAY 'MNUDLGN1 USED AFTER RETURN:      '
               WS-USES-AFTER-RETURN
           DISPLAY 'MNUDLGN1 DELEGATIONS EXPIRED:    '
               WS-DELEGATIONS-EXPIRED
           IF WS-USES-AFTER-RETURN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
