      *    administrator who staged the change is refused. Every
      *    staged, approved, rejected, and refused change is written
      *    to its own audit trail with both administrators' ids.
      *    Revokes also reach the pending file from the access
      *    recertification transaction (RCRATT1), staged by the
      *    reviewing manager, and are approved here like any other.
      *    A grant is also refused at approval when it would give
      *    the user both selections of a segregation-of-duties pair
      *    on the SODRULF conflict-rule file (SODRUL.CPY), unless
      *    an unexpired exception for that user and rule is on the
      *    SODEXCF exception file (SODEXC.CPY); the refusal is
      *    audited as event C with the change left pending.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT ADMAUDIT-FILE     ASSIGN TO "MNUADMA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SODRUL-FILE       ASSIGN TO "SODRULF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODRUL-STATUS.
           SELECT SODEXC-FILE       ASSIGN TO "SODEXCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ADA-CHANGE-TYPE         PIC X(01).
           05  ADA-SELECTION           PIC X(02).

       FD  SODRUL-FILE.
       01  SODRUL-IN-RECORD            PIC X(50).

       FD  SODEXC-FILE.
       01  SODEXC-IN-RECORD            PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-TABLE                         VALUE 'Y'.
           88  END-OF-ADMTRAN                       VALUE 'Y'.

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SODRUL-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SODEXC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-PENDING-TABLE.
           05  WS-PENDING-COUNT         PIC 9(04)   VALUE ZERO.
           05  MNUPND-RECORD OCCURS 1000 TIMES.
               COPY MNUPND REPLACING
                   ==01  MNUPND-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==
                   ==10  == BY ==15  ==.

      *    Segregation-of-duties pairs and the documented
      *    exceptions to them, loaded once for the run.
       01  WS-SOD-RULE-TABLE.
           05  WS-SOD-RULE-COUNT        PIC 9(03)   VALUE ZERO.
           05  SODRUL-RECORD OCCURS 200 TIMES.
               COPY SODRUL REPLACING
                   ==01  SODRUL-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-SOD-EXC-TABLE.
           05  WS-SOD-EXC-COUNT         PIC 9(03)   VALUE ZERO.
           05  SODEXC-RECORD OCCURS 500 TIMES.
               COPY SODEXC REPLACING
                   ==01  SODEXC-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-RUL-IDX                   PIC 9(03).
       01  WS-EXC-IDX                   PIC 9(03).
       01  WS-OTHER-SELECTION           PIC X(02).
       01  WS-CONFLICT-RULE-ID          PIC X(06).
       01  WS-EXCEPTION-SW              PIC X       VALUE 'N'.
           88  EXCEPTION-ON-FILE                    VALUE 'Y'.
       01  WS-HOLDS-SW                  PIC X       VALUE 'N'.
           88  USER-HOLDS-OTHER                     VALUE 'Y'.

       01  WS-PND-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).
       01  WS-SEL-IDX                   PIC 9(03).
       01  WS-NEXT-PENDING-ID           PIC 9(04)   VALUE ZERO.

           05  WS-CHANGES-APPROVED      PIC 9(05)   VALUE ZERO.
           05  WS-CHANGES-REJECTED      PIC 9(05)   VALUE ZERO.
           05  WS-TRANS-REFUSED         PIC 9(05)   VALUE ZERO.
           05  WS-CONFLICTS-REFUSED     PIC 9(05)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).

       1000-INITIALIZE.
           PERFORM 1100-LOAD-PENDING-TABLE
           PERFORM 1200-LOAD-SOD-RULES
           PERFORM 1300-LOAD-SOD-EXCEPTIONS
           OPEN INPUT  ADMTRAN-FILE
           OPEN I-O    MNUSEC-FILE
           IF WS-MNUSEC-STATUS NOT = '00'
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-PENDING-COUNT >= 1000
                       DISPLAY '*** MNUPENDI HAS MORE THAN 1000'
                           ' ENTRIES -- REMAINDER NOT LOADED ***'
                       SET END-OF-TABLE TO TRUE
                   ELSE
                   END-IF
           END-READ.

      *    Without the rule file the conflict check cannot be made;
      *    the run goes on, but says so and ends with RC 4.
       1200-LOAD-SOD-RULES.
           OPEN INPUT SODRUL-FILE
           IF WS-SODRUL-STATUS NOT = '00'
               DISPLAY '*** MNUADM01 SODRULF OPEN FAILED, STATUS '
                   WS-SODRUL-STATUS ' -- NO CONFLICT RULES LOADED'
                   ' ***'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM 1210-READ-SOD-RULE UNTIL END-OF-TABLE
               CLOSE SODRUL-FILE
           END-IF.

       1210-READ-SOD-RULE.
           READ SODRUL-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-SOD-RULE-COUNT >= 200
                       DISPLAY '*** SODRULF HAS MORE THAN 200'
                           ' RULES -- REMAINDER NOT LOADED ***'
                       MOVE 4 TO RETURN-CODE
                       SET END-OF-TABLE TO TRUE
                   ELSE
                       ADD 1 TO WS-SOD-RULE-COUNT
                       MOVE SODRUL-IN-RECORD
                           TO SODRUL-RECORD(WS-SOD-RULE-COUNT)
                   END-IF
           END-READ.

       1300-LOAD-SOD-EXCEPTIONS.
           OPEN INPUT SODEXC-FILE
           IF WS-SODEXC-STATUS = '00'
               MOVE 'N' TO WS-TABLE-EOF
               PERFORM 1310-READ-SOD-EXCEPTION UNTIL END-OF-TABLE
               CLOSE SODEXC-FILE
           END-IF.

       1310-READ-SOD-EXCEPTION.
           READ SODEXC-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-SOD-EXC-COUNT >= 500
                       DISPLAY '*** SODEXCF HAS MORE THAN 500'
                           ' EXCEPTIONS -- REMAINDER NOT LOADED ***'
                       MOVE 4 TO RETURN-CODE
                       SET END-OF-TABLE TO TRUE
                   ELSE
                       ADD 1 TO WS-SOD-EXC-COUNT
                       MOVE SODEXC-IN-RECORD
                           TO SODEXC-RECORD(WS-SOD-EXC-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           EVALUATE TRUE
           PERFORM 2900-READ-ADMTRAN.

       2100-STAGE-CHANGE.
           IF WS-PENDING-COUNT >= 1000
               ADD 1 TO WS-TRANS-REFUSED
               DISPLAY '*** MNUADM01 PENDING FILE FULL -- STAGE'
                   ' REFUSED ***'
                       ADM-PENDING-ID ' STAGED AND APPROVED BY THE'
                       ' SAME USER -- APPROVE REFUSED ***'
               ELSE
                   MOVE SPACES TO WS-CONFLICT-RULE-ID
                   IF MNUPND-CHANGE-GRANT(WS-PND-IDX)
                       PERFORM 2250-CHECK-SOD-CONFLICT
                   END-IF
                   IF WS-CONFLICT-RULE-ID NOT = SPACES
                       ADD 1 TO WS-TRANS-REFUSED
                       ADD 1 TO WS-CONFLICTS-REFUSED
                       MOVE 'C' TO ADA-EVENT
                       PERFORM 2800-WRITE-ADMIN-AUDIT
                       DISPLAY '*** MNUADM01 PENDING ID '
                           ADM-PENDING-ID ' GRANT OF '
                           MNUPND-SELECTION(WS-PND-IDX) ' TO '
                           MNUPND-TARGET-USERID(WS-PND-IDX)
                           ' CONFLICTS UNDER RULE '
                           WS-CONFLICT-RULE-ID
                           ' -- APPROVE REFUSED ***'
                   ELSE
                       PERFORM 2400-APPLY-CHANGE-TO-MNUSEC
                       SET MNUPND-STATUS-APPROVED(WS-PND-IDX)
                           TO TRUE
                       ADD 1 TO WS-CHANGES-APPROVED
                       MOVE 'A' TO ADA-EVENT
                       PERFORM 2800-WRITE-ADMIN-AUDIT
                   END-IF
               END-IF
           END-IF.

      *    The grant conflicts when the user already holds the other
      *    selection of any pair it belongs to, and no exception for
      *    that user and rule runs through today. The first such
      *    rule is named on the refusal.
       2250-CHECK-SOD-CONFLICT.
           MOVE MNUPND-TARGET-USERID(WS-PND-IDX) TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
           IF WS-MNUSEC-STATUS = '00'
               MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-SOD-RULE-COUNT
                   OR WS-CONFLICT-RULE-ID NOT = SPACES
                   MOVE SPACES TO WS-OTHER-SELECTION
                   IF SODRUL-SELECTION-A(WS-RUL-IDX)
                           = MNUPND-SELECTION(WS-PND-IDX)
                       MOVE SODRUL-SELECTION-B(WS-RUL-IDX)
                           TO WS-OTHER-SELECTION
                   END-IF
                   IF SODRUL-SELECTION-B(WS-RUL-IDX)
                           = MNUPND-SELECTION(WS-PND-IDX)
                       MOVE SODRUL-SELECTION-A(WS-RUL-IDX)
                           TO WS-OTHER-SELECTION
                   END-IF
                   IF WS-OTHER-SELECTION NOT = SPACES
                       PERFORM 2260-CHECK-HOLDS-OTHER
                       IF USER-HOLDS-OTHER
                           PERFORM 2270-CHECK-SOD-EXCEPTION
                           IF NOT EXCEPTION-ON-FILE
                               MOVE SODRUL-RULE-ID(WS-RUL-IDX)
                                   TO WS-CONFLICT-RULE-ID
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2260-CHECK-HOLDS-OTHER.
           MOVE 'N' TO WS-HOLDS-SW
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
               OR WS-SEL-IDX > 40
               IF MNUSEC-SELECTION(WS-SEL-IDX) = WS-OTHER-SELECTION
                   SET USER-HOLDS-OTHER TO TRUE
               END-IF
           END-PERFORM.

       2270-CHECK-SOD-EXCEPTION.
           MOVE 'N' TO WS-EXCEPTION-SW
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-SOD-EXC-COUNT
               IF SODEXC-USERID(WS-EXC-IDX)
                       = MNUPND-TARGET-USERID(WS-PND-IDX)
                   AND SODEXC-RULE-ID(WS-EXC-IDX)
                       = SODRUL-RULE-ID(WS-RUL-IDX)
                   AND SODEXC-EXPIRY-DATE(WS-EXC-IDX)
                       NOT < WS-CURR-DATE
                   SET EXCEPTION-ON-FILE TO TRUE
               END-IF
           END-PERFORM.

       2300-REJECT-CHANGE.
           PERFORM 2700-FIND-PENDING-CHANGE
           IF WS-FOUND-IDX = ZERO
           DISPLAY 'MNUADM01 CHANGES REJECTED:  '
               WS-CHANGES-REJECTED
           DISPLAY 'MNUADM01 TRANSACTIONS REFUSED: '
               WS-TRANS-REFUSED
           DISPLAY 'MNUADM01 SOD CONFLICTS REFUSED: '
               WS-CONFLICTS-REFUSED.
