       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly segregation-of-duties report over the MNUSEC
      *    menu entitlements. MNUADM01 stops a new grant completing
      *    a toxic pair from the SODRULF conflict-rule file, but
      *    pairs granted before the rules existed, or through a
      *    documented exception, are still out there -- this report
      *    is where they are seen. It lists:
      *      - every user holding both selections of a rule pair,
      *        with the exception that covers it, or NO EXCEPTION
      *      - every exception on SODEXCF still active on the
      *        business date, with its expiry date, who approved
      *        it, and whether the user still holds the pair at all
      *        (an exception no longer needed can be withdrawn)
      *    An exception is active through its expiry date.
      *    Return code 4 when any user holds a pair with no active
      *    exception behind it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODRUL-FILE       ASSIGN TO "SODRULF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODRUL-STATUS.
           SELECT SODEXC-FILE       ASSIGN TO "SODEXCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODEXC-STATUS.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SODRUL-FILE.
       01  SODRUL-IN-RECORD            PIC X(50).

       FD  SODEXC-FILE.
       01  SODEXC-IN-RECORD            PIC X(58).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(100).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-TABLE                         VALUE 'Y'.
       01  WS-SEC-EOF                   PIC X       VALUE 'N'.
           88  END-OF-MNUSEC                        VALUE 'Y'.

       01  WS-SODRUL-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SODEXC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-SOD-RULE-TABLE.
           05  WS-SOD-RULE-COUNT        PIC 9(03)   VALUE ZERO.
           05  SODRUL-RECORD OCCURS 200 TIMES.
               COPY SODRUL REPLACING
                   ==01  SODRUL-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
      *    Each exception carries a flag set when a conflict it
      *    covers is found tonight.
       01  WS-SOD-EXC-TABLE.
           05  WS-SOD-EXC-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-SOD-EXC-ENTRY OCCURS 500 TIMES.
               10  SODEXC-RECORD.
                   COPY SODEXC REPLACING
                       ==01  SODEXC-RECORD.== BY ==  ==
                       ==05  == BY ==15  ==.
               10  WS-EXC-IN-USE        PIC X(01).
       01  WS-RUL-IDX                   PIC 9(03).
       01  WS-EXC-IDX                   PIC 9(03).
       01  WS-FOUND-EXC                 PIC 9(03).
       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-HOLDS-A-SW                PIC X       VALUE 'N'.
           88  HOLDS-SELECTION-A                    VALUE 'Y'.
       01  WS-HOLDS-B-SW                PIC X       VALUE 'N'.
           88  HOLDS-SELECTION-B                    VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-USERS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-CONFLICTS-FOUND       PIC 9(05)   VALUE ZERO.
           05  WS-CONFLICTS-EXCEPTED    PIC 9(05)   VALUE ZERO.
           05  WS-CONFLICTS-OPEN        PIC 9(05)   VALUE ZERO.
           05  WS-EXCEPTIONS-ACTIVE     PIC 9(05)   VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(40)
               VALUE 'SEGREGATION OF DUTIES CONFLICTS AS OF  '.
           05  WS-TTL-DATE              PIC 9(08).
           05  FILLER                   PIC X(52)   VALUE SPACES.

       01  WS-CONFLICT-LINE.
           05  WS-CFL-USERID            PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CFL-RULE-ID           PIC X(06).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CFL-SELECTION-A       PIC X(02).
           05  FILLER                   PIC X(01)   VALUE '/'.
           05  WS-CFL-SELECTION-B       PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CFL-DESCRIPTION       PIC X(40).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-CFL-EXCEPTION         PIC X(37).

       01  WS-EXCEPTION-LINE.
           05  WS-EXL-USERID            PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXL-RULE-ID           PIC X(06).
           05  FILLER                   PIC X(08)   VALUE ' EXPIRES'.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXL-EXPIRY-DATE       PIC 9(08).
           05  FILLER                   PIC X(13)
               VALUE ' APPROVED BY '.
           05  WS-EXL-APPROVED-BY       PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXL-APPROVED-DATE     PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXL-REFERENCE         PIC X(20).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-EXL-IN-USE            PIC X(16).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL             PIC X(30).
           05  WS-TOT-COUNT             PIC ZZZZ9.
           05  FILLER                   PIC X(65)   VALUE SPACES.

       COPY MNUSEC.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-USER UNTIL END-OF-MNUSEC
           PERFORM 3000-LIST-ACTIVE-EXCEPTIONS
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** SODRPT1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT SODRUL-FILE
           IF WS-SODRUL-STATUS NOT = '00'
               DISPLAY '*** SODRPT1 SODRULF OPEN FAILED, STATUS '
                   WS-SODRUL-STATUS ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-SOD-RULE UNTIL END-OF-TABLE
           CLOSE SODRUL-FILE
           MOVE 'N' TO WS-TABLE-EOF
           OPEN INPUT SODEXC-FILE
           IF WS-SODEXC-STATUS = '00'
               PERFORM 1210-READ-SOD-EXCEPTION UNTIL END-OF-TABLE
               CLOSE SODEXC-FILE
           END-IF
           OPEN INPUT MNUSEC-FILE
           IF WS-MNUSEC-STATUS NOT = '00'
               DISPLAY '*** SODRPT1 MNUSECF OPEN FAILED, STATUS '
                   WS-MNUSEC-STATUS ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-TTL-DATE
           MOVE WS-TITLE-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'USERS HOLDING BOTH SELECTIONS OF A RULE PAIR'
               TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       1110-READ-SOD-RULE.
           READ SODRUL-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-SOD-RULE-COUNT >= 200
                       DISPLAY '*** SODRPT1 SODRULF HAS MORE THAN'
                           ' 200 RULES -- REMAINDER NOT CHECKED ***'
                       SET END-OF-TABLE TO TRUE
                   ELSE
                       ADD 1 TO WS-SOD-RULE-COUNT
                       MOVE SODRUL-IN-RECORD
                           TO SODRUL-RECORD(WS-SOD-RULE-COUNT)
                   END-IF
           END-READ.

       1210-READ-SOD-EXCEPTION.
           READ SODEXC-FILE
               AT END
                   SET END-OF-TABLE TO TRUE
               NOT AT END
                   IF WS-SOD-EXC-COUNT >= 500
                       DISPLAY '*** SODRPT1 SODEXCF HAS MORE THAN'
                           ' 500 EXCEPTIONS -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-TABLE TO TRUE
                   ELSE
                       ADD 1 TO WS-SOD-EXC-COUNT
                       MOVE SODEXC-IN-RECORD
                           TO SODEXC-RECORD(WS-SOD-EXC-COUNT)
                       MOVE 'N' TO WS-EXC-IN-USE(WS-SOD-EXC-COUNT)
                   END-IF
           END-READ.

       2000-CHECK-ONE-USER.
           READ MNUSEC-FILE NEXT
           IF WS-MNUSEC-STATUS NOT = '00'
               SET END-OF-MNUSEC TO TRUE
           ELSE
               ADD 1 TO WS-USERS-READ
               MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-SOD-RULE-COUNT
                   PERFORM 2100-CHECK-ONE-RULE
               END-PERFORM
           END-IF.

       2100-CHECK-ONE-RULE.
           MOVE 'N' TO WS-HOLDS-A-SW
           MOVE 'N' TO WS-HOLDS-B-SW
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
               OR WS-SEL-IDX > 40
               IF MNUSEC-SELECTION(WS-SEL-IDX)
                       = SODRUL-SELECTION-A(WS-RUL-IDX)
                   SET HOLDS-SELECTION-A TO TRUE
               END-IF
               IF MNUSEC-SELECTION(WS-SEL-IDX)
                       = SODRUL-SELECTION-B(WS-RUL-IDX)
                   SET HOLDS-SELECTION-B TO TRUE
               END-IF
           END-PERFORM
           IF HOLDS-SELECTION-A AND HOLDS-SELECTION-B
               ADD 1 TO WS-CONFLICTS-FOUND
               PERFORM 2200-FIND-ACTIVE-EXCEPTION
               MOVE MNUSEC-USERID TO WS-CFL-USERID
               MOVE SODRUL-RULE-ID(WS-RUL-IDX) TO WS-CFL-RULE-ID
               MOVE SODRUL-SELECTION-A(WS-RUL-IDX)
                   TO WS-CFL-SELECTION-A
               MOVE SODRUL-SELECTION-B(WS-RUL-IDX)
                   TO WS-CFL-SELECTION-B
               MOVE SODRUL-DESCRIPTION(WS-RUL-IDX)
                   TO WS-CFL-DESCRIPTION
               MOVE SPACES TO WS-CFL-EXCEPTION
               IF WS-FOUND-EXC = ZERO
                   ADD 1 TO WS-CONFLICTS-OPEN
                   MOVE 'NO EXCEPTION' TO WS-CFL-EXCEPTION
               ELSE
                   ADD 1 TO WS-CONFLICTS-EXCEPTED
                   MOVE 'Y' TO WS-EXC-IN-USE(WS-FOUND-EXC)
                   STRING 'EXCEPTION TO '
                       SODEXC-EXPIRY-DATE(WS-FOUND-EXC) ' '
                       SODEXC-REFERENCE(WS-FOUND-EXC)
                       DELIMITED BY SIZE INTO WS-CFL-EXCEPTION
                   END-STRING
               END-IF
               MOVE WS-CONFLICT-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF.

       2200-FIND-ACTIVE-EXCEPTION.
           MOVE ZERO TO WS-FOUND-EXC
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-SOD-EXC-COUNT
               OR WS-FOUND-EXC > ZERO
               IF SODEXC-USERID(WS-EXC-IDX) = MNUSEC-USERID
                   AND SODEXC-RULE-ID(WS-EXC-IDX)
                       = SODRUL-RULE-ID(WS-RUL-IDX)
                   AND SODEXC-EXPIRY-DATE(WS-EXC-IDX)
                       NOT < BUSDATE-CURRENT-DATE
                   MOVE WS-EXC-IDX TO WS-FOUND-EXC
               END-IF
           END-PERFORM.

       3000-LIST-ACTIVE-EXCEPTIONS.
           CLOSE MNUSEC-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'ACTIVE SEGREGATION OF DUTIES EXCEPTIONS'
               TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-SOD-EXC-COUNT
               IF SODEXC-EXPIRY-DATE(WS-EXC-IDX)
                       NOT < BUSDATE-CURRENT-DATE
                   ADD 1 TO WS-EXCEPTIONS-ACTIVE
                   MOVE SODEXC-USERID(WS-EXC-IDX) TO WS-EXL-USERID
                   MOVE SODEXC-RULE-ID(WS-EXC-IDX) TO WS-EXL-RULE-ID
                   MOVE SODEXC-EXPIRY-DATE(WS-EXC-IDX)
                       TO WS-EXL-EXPIRY-DATE
                   MOVE SODEXC-APPROVED-BY(WS-EXC-IDX)
                       TO WS-EXL-APPROVED-BY
                   MOVE SODEXC-APPROVED-DATE(WS-EXC-IDX)
                       TO WS-EXL-APPROVED-DATE
                   MOVE SODEXC-REFERENCE(WS-EXC-IDX)
                       TO WS-EXL-REFERENCE
                   IF WS-EXC-IN-USE(WS-EXC-IDX) = 'Y'
                       MOVE 'PAIR HELD' TO WS-EXL-IN-USE
                   ELSE
                       MOVE 'PAIR NOT HELD' TO WS-EXL-IN-USE
                   END-IF
                   MOVE WS-EXCEPTION-LINE TO REPORT-OUT-LINE
                   WRITE REPORT-OUT-LINE
               END-IF
           END-PERFORM.

       4000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'USERS CHECKED'          TO WS-TOT-LABEL
           MOVE WS-USERS-READ            TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'CONFLICTS FOUND'        TO WS-TOT-LABEL
           MOVE WS-CONFLICTS-FOUND       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'COVERED BY AN EXCEPTION' TO WS-TOT-LABEL
           MOVE WS-CONFLICTS-EXCEPTED    TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'WITH NO EXCEPTION'      TO WS-TOT-LABEL
           MOVE WS-CONFLICTS-OPEN        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'ACTIVE EXCEPTIONS'      TO WS-TOT-LABEL
           MOVE WS-EXCEPTIONS-ACTIVE     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'SODRPT1 USERS CHECKED:      ' WS-USERS-READ
           DISPLAY 'SODRPT1 CONFLICTS FOUND:    ' WS-CONFLICTS-FOUND
           DISPLAY 'SODRPT1 WITH NO EXCEPTION:  ' WS-CONFLICTS-OPEN
           DISPLAY 'SODRPT1 ACTIVE EXCEPTIONS:  '
               WS-EXCEPTIONS-ACTIVE
           IF WS-CONFLICTS-OPEN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
