      *    that reads it. Only the MNUACT terminal-activity state,
      *    which this program itself owns and updates, is still held
      *    in memory for the run and rewritten at end of job.
      *    A selection the user is not entitled to is still
      *    dispatched when an approved MNUDLGF delegation (MNUDLG.CPY)
      *    names the user as delegate for that selection and the
      *    submission date falls inside its start and end dates --
      *    and only while the delegator still holds the selection
      *    themselves. Every audit record written under a delegation
      *    carries its id in MNUAUD-DELEGATION-ID; the delegate's own
      *    MNUSECF record is never touched.
      *    Written as a driver over a file of simulated AMNMMNUI
      *    submissions so the dispatch/security logic can be
      *    exercised without requiring a live CICS region.
               FILE STATUS IS WS-MNUMSG-STATUS.
           SELECT MNUSUS-FILE       ASSIGN TO "MNUSUSF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUDLG-FILE       ASSIGN TO "MNUDLGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNUDLG-STATUS.
           SELECT MNUHLP-FILE       ASSIGN TO "MNUHLPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  MNUSUS-FILE.
       01  MNUSUS-FILE-RECORD          PIC X(17).

       FD  MNUDLG-FILE.
       01  MNUDLG-FILE-RECORD          PIC X(105).

       FD  MNUHLP-FILE.
       01  MNUHLP-FILE-RECORD.
           05  MNUHLP-FILE-KEY         PIC X(04).
                   ==01  MNUSUS-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.

      *    Approved delegations, loaded once at start of run like
      *    the suspension windows; requested, rejected, withdrawn,
      *    and expired ones are skipped at load time.
       01  WS-MNUDLG-TABLE.
           05  WS-MNUDLG-COUNT          PIC 9(03)   VALUE ZERO.
           05  MNUDLG-RECORD OCCURS 100 TIMES.
               COPY MNUDLG REPLACING
                   ==01  MNUDLG-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==
                   ==10  MNUDLG-SELECTION  == BY
                   ==15  MNUDLG-SELECTION  ==.
       01  WS-MNUDLG-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-DLG-IDX                   PIC 9(03).
       01  WS-DLG-SEL-IDX               PIC 9(02).
       01  WS-HONORED-DLG-ID            PIC 9(04)   VALUE ZERO.
       01  WS-DLG-CANDIDATE-SW          PIC X       VALUE 'N'.
           88  WS-DLG-CANDIDATE                     VALUE 'Y'.

       01  WS-EOF-SWITCH                PIC X       VALUE 'N'.
           88  END-OF-SUBMISSIONS                   VALUE 'Y'.
       01  WS-TABLE-EOF                 PIC X       VALUE 'N'.
           PERFORM 1200-LOAD-MNUACT-TABLE
           PERFORM 1250-LOAD-MNUDIR-TABLE
           PERFORM 1300-LOAD-MNUSUS-TABLE
           PERFORM 1350-LOAD-MNUDLG-TABLE
      *    Every reference-file open goes through the shop status
      *    handler -- a missing MNUTRNF now escalates through
      *    ERRH0100 with a translated status instead of dying with a
                   END-IF
           END-READ.

      *    No delegation file simply means no cover is in force.
       1350-LOAD-MNUDLG-TABLE.
           OPEN INPUT MNUDLG-FILE
           IF WS-MNUDLG-STATUS = '00'
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM 1360-READ-MNUDLG UNTIL END-OF-TABLE
               CLOSE MNUDLG-FILE
           END-IF.

       1360-READ-MNUDLG.
           READ MNUDLG-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-MNUDLG-COUNT >= 100
                       DISPLAY '*** MNUDLGF HAS MORE THAN 100'
                           ' APPROVED DELEGATIONS -- REMAINDER'
                           ' NOT LOADED ***'
                       SET END-OF-TABLE TO TRUE
                   ELSE
                       MOVE MNUDLG-FILE-RECORD
                           TO MNUDLG-RECORD(WS-MNUDLG-COUNT + 1)
                       IF MNUDLG-STATUS-APPROVED(WS-MNUDLG-COUNT + 1)
                           ADD 1 TO WS-MNUDLG-COUNT
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS-SUBMISSION.
           MOVE SUB-TERMID  TO TERMI
           MOVE SUB-USERID  TO USERI
               END-IF
           END-IF

           MOVE ZERO TO WS-HONORED-DLG-ID
           IF NOT WS-ENTITLED
               AND WS-MNUDLG-COUNT > ZERO
               PERFORM 2210-CHECK-DELEGATION
           END-IF
           IF WS-HONORED-DLG-ID > ZERO
               MOVE WS-HONORED-DLG-ID TO MNUAUD-DELEGATION-ID
           END-IF

           IF NOT WS-ENTITLED
               MOVE 'NOT AUTHORIZED FOR THIS OPTION' TO MESSAGEO
               MOVE 'I' TO MNUAUD-EVENT-TYPE
                   MOVE MNUTRN-FILE-RECORD TO MNUTRN-RECORD
                   PERFORM 2400-DISPATCH-SELECTION
               END-IF
           END-IF
           MOVE SPACES TO MNUAUD-REASON-CODE.

      *    A delegation covers the user only as its delegate, only
      *    for the selections it names, and only from its start date
      *    through its end date. The delegator's own entitlement is
      *    re-read on the spot, so cover cannot outlive an access
      *    removal on the delegator's side.
       2210-CHECK-DELEGATION.
           MOVE DATEI(1:4) TO WS-TODAY-DATE(1:4)
           MOVE DATEI(6:2) TO WS-TODAY-DATE(5:2)
           MOVE DATEI(9:2) TO WS-TODAY-DATE(7:2)
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
               UNTIL WS-DLG-IDX > WS-MNUDLG-COUNT
               OR WS-ENTITLED
               MOVE 'N' TO WS-DLG-CANDIDATE-SW
               IF MNUDLG-DELEGATE(WS-DLG-IDX) = USERI
                   AND MNUDLG-START-DATE(WS-DLG-IDX)
                       <= WS-TODAY-DATE
                   AND MNUDLG-END-DATE(WS-DLG-IDX)
                       >= WS-TODAY-DATE
                   PERFORM VARYING WS-DLG-SEL-IDX FROM 1 BY 1
                       UNTIL WS-DLG-SEL-IDX
                           > MNUDLG-SELECTION-COUNT(WS-DLG-IDX)
                       OR WS-DLG-SEL-IDX > 10
                       IF MNUDLG-SELECTION(WS-DLG-IDX, WS-DLG-SEL-IDX)
                               = SELECTI
                           SET WS-DLG-CANDIDATE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DLG-CANDIDATE
                   PERFORM 2220-CHECK-DELEGATOR-HOLDS
               END-IF
           END-PERFORM.

       2220-CHECK-DELEGATOR-HOLDS.
           MOVE MNUDLG-DELEGATOR(WS-DLG-IDX) TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
           IF WS-MNUSEC-STATUS = '00'
               MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                   IF MNUSEC-SELECTION(WS-SEL-IDX) = SELECTI
                       SET WS-ENTITLED TO TRUE
                       MOVE MNUDLG-ID(WS-DLG-IDX)
                           TO WS-HONORED-DLG-ID
                   END-IF
               END-PERFORM
           ELSE
               IF WS-MNUSEC-STATUS NOT = '23'
                   DISPLAY '*** MNUSECF READ FAILED, STATUS '
                       WS-MNUSEC-STATUS ' ***'
               END-IF
           END-IF.

      *    No option was keyed -- an Enter with a blank SELECTI is
