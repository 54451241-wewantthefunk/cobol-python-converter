       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTCERT1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Certification step of the posting-chain regression
      *    harness (see jcl/PSTREGR.proc). DTECERT1 certifies the
      *    date service before the online day; the posting chain
      *    had nothing comparable, and a CUSTPST1 change that went
      *    in untested broke the reversal path for three days. The
      *    harness runs CUSTPST1, CUSTBAL1 and CUSTSTM1 against a
      *    frozen TSTEXT01 masked master and a scripted set of
      *    channel files; this program then compares every output
      *    the chain wrote with the approved expected result for
      *    the same input, record by record, and names each
      *    differing field from the PSTFLD field map. Fields the
      *    map marks as run-to-run volatile (clock-built
      *    correlation ids, logged times) are left out; every other
      *    byte is compared, mapped or not. A missing actual or
      *    expected file, a record-count difference, or any field
      *    difference fails the file. The PSTSCN scenario catalogue
      *    must cover every posting path -- debit, credit,
      *    reversal, backdated item, limit hold, merged-id
      *    redirect, closed-period hold -- or the run certifies
      *    nothing. The result is the PSTCERTR certificate, naming
      *    the release and change record from the PSTCERTP card,
      *    that change management requires before a posting-chain
      *    release is promoted: RC 0 CERTIFIED, RC 8 NOT CERTIFIED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP-RECF-FILE     ASSIGN TO "EXPRECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-RECF-FILE     ASSIGN TO "ACTRECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-PREJ-FILE     ASSIGN TO "EXPPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-PREJ-FILE     ASSIGN TO "ACTPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-HIST-FILE     ASSIGN TO "EXPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-HIST-FILE     ASSIGN TO "ACTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-HELD-FILE     ASSIGN TO "EXPHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-HELD-FILE     ASSIGN TO "ACTHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-SUSP-FILE     ASSIGN TO "EXPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-SUSP-FILE     ASSIGN TO "ACTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-UNAP-FILE     ASSIGN TO "EXPUNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-UNAP-FILE     ASSIGN TO "ACTUNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-PGLI-FILE     ASSIGN TO "EXPPGLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-PGLI-FILE     ASSIGN TO "ACTPGLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-PCTL-FILE     ASSIGN TO "EXPPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-PCTL-FILE     ASSIGN TO "ACTPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-HSTU-FILE     ASSIGN TO "EXPHSTU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-HSTU-FILE     ASSIGN TO "ACTHSTU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-BFWO-FILE     ASSIGN TO "EXPBFWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-BFWO-FILE     ASSIGN TO "ACTBFWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-STMT-FILE     ASSIGN TO "EXPSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-STMT-FILE     ASSIGN TO "ACTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT EXP-STMH-FILE     ASSIGN TO "EXPSTMH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT ACT-STMH-FILE     ASSIGN TO "ACTSTMH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT FIELDMAP-FILE     ASSIGN TO "PSTFLDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SCENARIO-FILE     ASSIGN TO "PSTSCNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RELEASE-FILE      ASSIGN TO "PSTCERTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "PSTCERTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXP-RECF-FILE.
       01  EXP-RECF-RECORD PIC X(61).

       FD  ACT-RECF-FILE.
       01  ACT-RECF-RECORD PIC X(61).

       FD  EXP-PREJ-FILE.
       01  EXP-PREJ-RECORD PIC X(80).

       FD  ACT-PREJ-FILE.
       01  ACT-PREJ-RECORD PIC X(80).

       FD  EXP-HIST-FILE.
       01  EXP-HIST-RECORD PIC X(80).

       FD  ACT-HIST-FILE.
       01  ACT-HIST-RECORD PIC X(80).

       FD  EXP-HELD-FILE.
       01  EXP-HELD-RECORD PIC X(83).

       FD  ACT-HELD-FILE.
       01  ACT-HELD-RECORD PIC X(83).

       FD  EXP-SUSP-FILE.
       01  EXP-SUSP-RECORD PIC X(75).

       FD  ACT-SUSP-FILE.
       01  ACT-SUSP-RECORD PIC X(75).

       FD  EXP-UNAP-FILE.
       01  EXP-UNAP-RECORD PIC X(70).

       FD  ACT-UNAP-FILE.
       01  ACT-UNAP-RECORD PIC X(70).

       FD  EXP-PGLI-FILE.
       01  EXP-PGLI-RECORD PIC X(80).

       FD  ACT-PGLI-FILE.
       01  ACT-PGLI-RECORD PIC X(80).

       FD  EXP-PCTL-FILE.
       01  EXP-PCTL-RECORD PIC X(80).

       FD  ACT-PCTL-FILE.
       01  ACT-PCTL-RECORD PIC X(80).

       FD  EXP-HSTU-FILE.
       01  EXP-HSTU-RECORD PIC X(80).

       FD  ACT-HSTU-FILE.
       01  ACT-HSTU-RECORD PIC X(80).

       FD  EXP-BFWO-FILE.
       01  EXP-BFWO-RECORD PIC X(88).

       FD  ACT-BFWO-FILE.
       01  ACT-BFWO-RECORD PIC X(88).

       FD  EXP-STMT-FILE.
       01  EXP-STMT-RECORD PIC X(80).

       FD  ACT-STMT-FILE.
       01  ACT-STMT-RECORD PIC X(80).

       FD  EXP-STMH-FILE.
       01  EXP-STMH-RECORD PIC X(80).

       FD  ACT-STMH-FILE.
       01  ACT-STMH-RECORD PIC X(80).

       FD  FIELDMAP-FILE.
       01  FIELDMAP-IN-RECORD          PIC X(40).

       FD  SCENARIO-FILE.
       01  SCENARIO-IN-RECORD          PIC X(60).

       FD  RELEASE-FILE.
       01  RELEASE-IN-RECORD.
           05  REL-RELEASE-ID          PIC X(12).
           05  FILLER                  PIC X(01).
           05  REL-CHANGE-RECORD       PIC X(12).
           05  FILLER                  PIC X(01).
           05  REL-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(46).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-FIELDMAP-EOF              PIC X       VALUE 'N'.
           88  END-OF-FIELDMAP                      VALUE 'Y'.
       01  WS-SCENARIO-EOF              PIC X       VALUE 'N'.
           88  END-OF-SCENARIOS                     VALUE 'Y'.
       01  WS-EXPECTED-EOF              PIC X       VALUE 'N'.
           88  END-OF-EXPECTED                      VALUE 'Y'.
       01  WS-ACTUAL-EOF                PIC X       VALUE 'N'.
           88  END-OF-ACTUAL                        VALUE 'Y'.

       01  WS-EXP-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-ACT-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-CONTROL-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-EXP-OPEN-SW               PIC X       VALUE 'N'.
           88  EXPECTED-IS-OPEN                     VALUE 'Y'.
       01  WS-ACT-OPEN-SW               PIC X       VALUE 'N'.
           88  ACTUAL-IS-OPEN                       VALUE 'Y'.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

      *    The outputs of the chain under certification, in the
      *    order the certificate lists them. Each is read through
      *    its own EXPxxxx (approved) and ACTxxxx (this run) DD.
       01  WS-FILE-VALUES.
           05  FILLER PIC X(32) VALUE
               'RECFCUSTRECF MASTER IMAGE       '.
           05  FILLER PIC X(32) VALUE
               'PREJCUSTPREJ REJECTS            '.
           05  FILLER PIC X(32) VALUE
               'HISTCUSTHIST POSTED HISTORY     '.
           05  FILLER PIC X(32) VALUE
               'HELDCUSTHELD HELD ITEMS         '.
           05  FILLER PIC X(32) VALUE
               'SUSPCUSTSUSP DUPLICATE SUSPECTS '.
           05  FILLER PIC X(32) VALUE
               'UNAPCUSTUNAP UNAPPLIED CASH     '.
           05  FILLER PIC X(32) VALUE
               'PGLICUSTPGLI GL INTERFACE       '.
           05  FILLER PIC X(32) VALUE
               'PCTLCUSTPCTL POSTING CONTROL    '.
           05  FILLER PIC X(32) VALUE
               'HSTUCUSTHSTU HISTORY INVENTORY  '.
           05  FILLER PIC X(32) VALUE
               'BFWOCUSTBFWO BALANCE FORWARD    '.
           05  FILLER PIC X(32) VALUE
               'STMTCUSTSTMT STATEMENTS         '.
           05  FILLER PIC X(32) VALUE
               'STMHCUSTSTMH HOUSEHOLD STMTS    '.
       01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           05  WS-FILE-ENTRY OCCURS 12 TIMES.
               10  WS-FILE-CODE         PIC X(04).
               10  WS-FILE-TITLE        PIC X(28).
       01  WS-FILE-COUNT                PIC 9(02)   VALUE 12.
       01  WS-FIL-IDX                   PIC 9(02).
       01  WS-CURRENT-CODE              PIC X(04)   VALUE SPACES.

       01  WS-FIELD-MAP-TABLE.
           05  WS-FLD-COUNT             PIC 9(03)   VALUE ZERO.
           05  WS-FLD-ENTRY OCCURS 400 TIMES.
               10  WS-FLD-FILE-CODE     PIC X(04).
               10  WS-FLD-RECORD-TAG    PIC X(04).
               10  WS-FLD-NAME          PIC X(24).
               10  WS-FLD-START         PIC 9(03).
               10  WS-FLD-LENGTH        PIC 9(03).
               10  WS-FLD-RULE          PIC X(01).
       01  WS-FLD-IDX                   PIC 9(03).
       01  WS-USE-TAG                   PIC X(04).
       01  WS-TAG-FOUND-SW              PIC X       VALUE 'N'.
           88  TAG-HAS-ENTRIES                      VALUE 'Y'.
       01  WS-FIELD-NAMED-SW            PIC X       VALUE 'N'.
           88  A-FIELD-WAS-NAMED                    VALUE 'Y'.

      *    One compare area per side, wide enough for the longest
      *    output record; shorter records compare space-padded.
       01  WS-EXP-AREA                  PIC X(132)  VALUE SPACES.
       01  WS-ACT-AREA                  PIC X(132)  VALUE SPACES.

      *    Scenario classes the catalogue must cover, with how many
      *    scripted items each has.
       01  WS-CLASS-VALUES.
           05  FILLER PIC X(25) VALUE 'DDEBIT                   '.
           05  FILLER PIC X(25) VALUE 'CCREDIT                  '.
           05  FILLER PIC X(25) VALUE 'VREVERSAL                '.
           05  FILLER PIC X(25) VALUE 'BBACKDATED ITEM          '.
           05  FILLER PIC X(25) VALUE 'LCREDIT-LIMIT HOLD       '.
           05  FILLER PIC X(25) VALUE 'MMERGED-ID REDIRECT      '.
           05  FILLER PIC X(25) VALUE 'PCLOSED-PERIOD HOLD      '.
       01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
           05  WS-CLASS-ENTRY OCCURS 7 TIMES.
               10  WS-CLASS-CODE        PIC X(01).
               10  WS-CLASS-TITLE       PIC X(24).
       01  WS-CLASS-COUNTS.
           05  WS-CLASS-ITEMS OCCURS 7 TIMES
                                        PIC 9(05).
       01  WS-CLS-IDX                   PIC 9(02).
       01  WS-CLASSES-MISSING           PIC 9(02)   VALUE ZERO.

       01  WS-FILE-TOTALS.
           05  WS-EXP-RECORDS           PIC 9(09)   VALUE ZERO.
           05  WS-ACT-RECORDS           PIC 9(09)   VALUE ZERO.
           05  WS-RECORDS-DIFFERING     PIC 9(09)   VALUE ZERO.
           05  WS-FIELDS-DIFFERING      PIC 9(09)   VALUE ZERO.
           05  WS-DETAILS-LISTED        PIC 9(03)   VALUE ZERO.
           05  WS-FILE-FAILED-SW        PIC X       VALUE 'N'.
               88  FILE-FAILED                      VALUE 'Y'.
           05  WS-FILE-NOTE             PIC X(19)   VALUE SPACES.
       01  WS-DETAIL-LIMIT              PIC 9(03)   VALUE 025.

       01  WS-CONTROL-TOTALS.
           05  WS-SCENARIOS-READ        PIC 9(05)   VALUE ZERO.
           05  WS-FILES-PASSED          PIC 9(02)   VALUE ZERO.
           05  WS-FILES-FAILED          PIC 9(02)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-RPT-HEADING-1.
           05  FILLER                   PIC X(42)   VALUE
               'PSTCERT1 POSTING CHAIN CERTIFICATE        '.
           05  FILLER                   PIC X(09)   VALUE
               'RELEASE  '.
           05  WS-RH1-RELEASE           PIC X(12).
           05  FILLER                   PIC X(17)   VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                   PIC X(18)   VALUE
               'CHANGE RECORD     '.
           05  WS-RH2-CHANGE            PIC X(12).
           05  FILLER                   PIC X(16)   VALUE
               '  REQUESTED BY  '.
           05  WS-RH2-REQUESTER         PIC X(08).
           05  FILLER                   PIC X(26)   VALUE SPACES.
       01  WS-RPT-HEADING-3.
           05  FILLER                   PIC X(18)   VALUE
               'TEST BUSINESS DATE'.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RH3-BUS-DATE          PIC 9(08).
           05  FILLER                   PIC X(11)   VALUE
               '  RUN DATE '.
           05  WS-RH3-RUN-DATE          PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RH3-RUN-TIME          PIC 9(06).
           05  FILLER                   PIC X(27)   VALUE SPACES.
       01  WS-RPT-SECTION.
           05  WS-RSE-TITLE             PIC X(40).
           05  FILLER                   PIC X(40)   VALUE SPACES.
       01  WS-RPT-CLASS-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RCL-TITLE             PIC X(24).
           05  WS-RCL-ITEMS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(08)   VALUE
               ' ITEMS  '.
           05  WS-RCL-RESULT            PIC X(10).
           05  FILLER                   PIC X(30)   VALUE SPACES.
       01  WS-RPT-FILE-HEAD.
           05  FILLER                   PIC X(41)   VALUE
               '  OUTPUT                         EXPECTED'.
           05  FILLER                   PIC X(39)   VALUE
               '     ACTUAL   DIFF RESULT'.
       01  WS-RPT-FILE-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RFL-TITLE             PIC X(28).
           05  WS-RFL-EXPECTED          PIC ZZZ,ZZZ,ZZ9.
           05  WS-RFL-ACTUAL            PIC ZZZ,ZZZ,ZZ9.
           05  WS-RFL-DIFFERING         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RFL-RESULT            PIC X(04).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RFL-NOTE              PIC X(15).
       01  WS-RPT-DIFF-LINE.
           05  FILLER                   PIC X(06)   VALUE
               '  REC '.
           05  WS-RDL-RECORD            PIC 9(07).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RDL-FIELD             PIC X(24).
           05  FILLER                   PIC X(04)   VALUE ' EX '.
           05  WS-RDL-EXPECTED          PIC X(15).
           05  FILLER                   PIC X(04)   VALUE ' AC '.
           05  WS-RDL-ACTUAL            PIC X(15).
           05  FILLER                   PIC X(04)   VALUE SPACES.
       01  WS-RPT-MORE-LINE.
           05  FILLER                   PIC X(06)   VALUE SPACES.
           05  WS-RML-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(40)   VALUE
               ' MORE FIELD DIFFERENCES NOT LISTED      '.
           05  FILLER                   PIC X(23)   VALUE SPACES.
       01  WS-RPT-VERDICT.
           05  FILLER                   PIC X(20)   VALUE
               'CERTIFICATE:        '.
           05  WS-RVE-TEXT              PIC X(40).
           05  FILLER                   PIC X(20)   VALUE SPACES.

       COPY PSTFLD.
       COPY PSTSCN.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-SCENARIO-COVERAGE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'OUTPUTS AGAINST APPROVED RESULTS' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-FILE-HEAD TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM 3000-COMPARE-ONE-OUTPUT
               VARYING WS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FIL-IDX > WS-FILE-COUNT
           PERFORM 4000-WRITE-VERDICT
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** PSTCERT1 BUSDATE CONTROL FILE'
                       ' EMPTY -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT RELEASE-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY '*** PSTCERT1 NO PSTCERTP RELEASE CARD --'
                   ' A CERTIFICATE MUST NAME ITS RELEASE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RELEASE-FILE
               AT END
                   MOVE SPACES TO RELEASE-IN-RECORD
           END-READ
           CLOSE RELEASE-FILE
           IF REL-RELEASE-ID = SPACES
               DISPLAY '*** PSTCERT1 PSTCERTP RELEASE CARD NAMES NO'
                   ' RELEASE -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-FIELD-MAP
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT REPORT-FILE
           MOVE REL-RELEASE-ID TO WS-RH1-RELEASE
           MOVE WS-RPT-HEADING-1 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE REL-CHANGE-RECORD TO WS-RH2-CHANGE
           MOVE REL-REQUESTED-BY TO WS-RH2-REQUESTER
           MOVE WS-RPT-HEADING-2 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE BUSDATE-CURRENT-DATE TO WS-RH3-BUS-DATE
           MOVE WS-CURR-DATE TO WS-RH3-RUN-DATE
           MOVE WS-CURR-TIME TO WS-RH3-RUN-TIME
           MOVE WS-RPT-HEADING-3 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       1100-LOAD-FIELD-MAP.
           OPEN INPUT FIELDMAP-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY '*** PSTCERT1 NO PSTFLDF FIELD MAP --'
                   ' RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-ONE-FIELD UNTIL END-OF-FIELDMAP
           CLOSE FIELDMAP-FILE.

       1110-READ-ONE-FIELD.
           READ FIELDMAP-FILE
               AT END
                   SET END-OF-FIELDMAP TO TRUE
               NOT AT END
                   MOVE FIELDMAP-IN-RECORD TO PSTFLD-RECORD
                   IF PSTFLD-START NOT NUMERIC
                       OR PSTFLD-LENGTH NOT NUMERIC
                       OR PSTFLD-START = ZERO
                       OR PSTFLD-LENGTH = ZERO
                       OR PSTFLD-START + PSTFLD-LENGTH > 133
                       OR NOT (PSTFLD-COMPARED OR PSTFLD-IGNORED)
                       DISPLAY '*** PSTCERT1 FIELD MAP ENTRY '
                           PSTFLD-FILE-CODE ' ' PSTFLD-FIELD-NAME
                           ' MALFORMED -- SKIPPED ***'
                   ELSE
                       IF WS-FLD-COUNT >= 400
                           DISPLAY '*** PSTCERT1 FIELD MAP OVER 400'
                               ' ENTRIES -- RUN ENDED ***'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FLD-COUNT
                       MOVE PSTFLD-FILE-CODE
                           TO WS-FLD-FILE-CODE(WS-FLD-COUNT)
                       MOVE PSTFLD-RECORD-TAG
                           TO WS-FLD-RECORD-TAG(WS-FLD-COUNT)
                       MOVE PSTFLD-FIELD-NAME
                           TO WS-FLD-NAME(WS-FLD-COUNT)
                       MOVE PSTFLD-START
                           TO WS-FLD-START(WS-FLD-COUNT)
                       MOVE PSTFLD-LENGTH
                           TO WS-FLD-LENGTH(WS-FLD-COUNT)
                       MOVE PSTFLD-RULE
                           TO WS-FLD-RULE(WS-FLD-COUNT)
                   END-IF
           END-READ.

      *    The scripted input is only as good as the paths it
      *    walks: each class with no item is listed MISSING and
      *    the run cannot certify.
       2000-CHECK-SCENARIO-COVERAGE.
           MOVE ZEROES TO WS-CLASS-COUNTS
           OPEN INPUT SCENARIO-FILE
           IF WS-CONTROL-STATUS = '00'
               PERFORM 2010-READ-ONE-SCENARIO UNTIL END-OF-SCENARIOS
               CLOSE SCENARIO-FILE
           END-IF
           MOVE 'SCENARIO COVERAGE' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 7
               MOVE WS-CLASS-TITLE(WS-CLS-IDX) TO WS-RCL-TITLE
               MOVE WS-CLASS-ITEMS(WS-CLS-IDX) TO WS-RCL-ITEMS
               IF WS-CLASS-ITEMS(WS-CLS-IDX) = ZERO
                   MOVE 'MISSING' TO WS-RCL-RESULT
                   ADD 1 TO WS-CLASSES-MISSING
               ELSE
                   MOVE 'COVERED' TO WS-RCL-RESULT
               END-IF
               MOVE WS-RPT-CLASS-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-PERFORM
           IF WS-CLASSES-MISSING > ZERO
               DISPLAY '*** PSTCERT1 ' WS-CLASSES-MISSING
                   ' POSTING PATH(S) NOT EXERCISED BY THE SCRIPT ***'
               MOVE 8 TO WS-RUN-RETURN-CODE
           END-IF.

       2010-READ-ONE-SCENARIO.
           READ SCENARIO-FILE
               AT END
                   SET END-OF-SCENARIOS TO TRUE
               NOT AT END
                   MOVE SCENARIO-IN-RECORD TO PSTSCN-RECORD
                   ADD 1 TO WS-SCENARIOS-READ
                   PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                       UNTIL WS-CLS-IDX > 7
                       IF WS-CLASS-CODE(WS-CLS-IDX)
                           = PSTSCN-SCENARIO-CLASS
                           ADD 1 TO WS-CLASS-ITEMS(WS-CLS-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

      *    One output: both sides are read in step, record by
      *    record. The pair is judged on record counts and on the
      *    compared bytes of every record pair.
       3000-COMPARE-ONE-OUTPUT.
           MOVE WS-FILE-CODE(WS-FIL-IDX) TO WS-CURRENT-CODE
           INITIALIZE WS-FILE-TOTALS
           MOVE 'N' TO WS-EXPECTED-EOF
                       WS-ACTUAL-EOF
                       WS-EXP-OPEN-SW
                       WS-ACT-OPEN-SW
           PERFORM 3100-OPEN-EXPECTED
           IF WS-EXP-STATUS = '00'
               SET EXPECTED-IS-OPEN TO TRUE
           ELSE
               SET FILE-FAILED TO TRUE
               MOVE 'NO APPROVED SET' TO WS-FILE-NOTE
               SET END-OF-EXPECTED TO TRUE
           END-IF
           PERFORM 3150-OPEN-ACTUAL
           IF WS-ACT-STATUS = '00'
               SET ACTUAL-IS-OPEN TO TRUE
           ELSE
               SET FILE-FAILED TO TRUE
               MOVE 'NOT WRITTEN' TO WS-FILE-NOTE
               SET END-OF-ACTUAL TO TRUE
           END-IF
           IF NOT FILE-FAILED
               PERFORM 3200-READ-EXPECTED
               PERFORM 3250-READ-ACTUAL
               PERFORM 3300-COMPARE-RECORD-PAIR
                   UNTIL END-OF-EXPECTED AND END-OF-ACTUAL
           END-IF
           IF EXPECTED-IS-OPEN
               PERFORM 3500-CLOSE-EXPECTED
           END-IF
           IF ACTUAL-IS-OPEN
               PERFORM 3550-CLOSE-ACTUAL
           END-IF
           IF WS-EXP-RECORDS NOT = WS-ACT-RECORDS
               SET FILE-FAILED TO TRUE
               IF WS-FILE-NOTE = SPACES
                   MOVE 'COUNTS DIFFER' TO WS-FILE-NOTE
               END-IF
           END-IF
           IF WS-RECORDS-DIFFERING > ZERO
               SET FILE-FAILED TO TRUE
           END-IF
           IF WS-FIELDS-DIFFERING > WS-DETAILS-LISTED
               COMPUTE WS-RML-COUNT =
                   WS-FIELDS-DIFFERING - WS-DETAILS-LISTED
               MOVE WS-RPT-MORE-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF
           MOVE WS-FILE-TITLE(WS-FIL-IDX) TO WS-RFL-TITLE
           MOVE WS-EXP-RECORDS TO WS-RFL-EXPECTED
           MOVE WS-ACT-RECORDS TO WS-RFL-ACTUAL
           MOVE WS-RECORDS-DIFFERING TO WS-RFL-DIFFERING
           MOVE WS-FILE-NOTE TO WS-RFL-NOTE
           IF FILE-FAILED
               MOVE 'FAIL' TO WS-RFL-RESULT
               ADD 1 TO WS-FILES-FAILED
               MOVE 8 TO WS-RUN-RETURN-CODE
               DISPLAY '*** PSTCERT1 ' WS-FILE-TITLE(WS-FIL-IDX)
                   ' DOES NOT MATCH THE APPROVED RESULT ***'
           ELSE
               MOVE 'PASS' TO WS-RFL-RESULT
               ADD 1 TO WS-FILES-PASSED
           END-IF
           MOVE WS-RPT-FILE-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       3100-OPEN-EXPECTED.
           EVALUATE WS-CURRENT-CODE
               WHEN 'RECF'
                   OPEN INPUT EXP-RECF-FILE
               WHEN 'PREJ'
                   OPEN INPUT EXP-PREJ-FILE
               WHEN 'HIST'
                   OPEN INPUT EXP-HIST-FILE
               WHEN 'HELD'
                   OPEN INPUT EXP-HELD-FILE
               WHEN 'SUSP'
                   OPEN INPUT EXP-SUSP-FILE
               WHEN 'UNAP'
                   OPEN INPUT EXP-UNAP-FILE
               WHEN 'PGLI'
                   OPEN INPUT EXP-PGLI-FILE
               WHEN 'PCTL'
                   OPEN INPUT EXP-PCTL-FILE
               WHEN 'HSTU'
                   OPEN INPUT EXP-HSTU-FILE
               WHEN 'BFWO'
                   OPEN INPUT EXP-BFWO-FILE
               WHEN 'STMT'
                   OPEN INPUT EXP-STMT-FILE
               WHEN 'STMH'
                   OPEN INPUT EXP-STMH-FILE
           END-EVALUATE.

       3150-OPEN-ACTUAL.
           EVALUATE WS-CURRENT-CODE
               WHEN 'RECF'
                   OPEN INPUT ACT-RECF-FILE
               WHEN 'PREJ'
                   OPEN INPUT ACT-PREJ-FILE
               WHEN 'HIST'
                   OPEN INPUT ACT-HIST-FILE
               WHEN 'HELD'
                   OPEN INPUT ACT-HELD-FILE
               WHEN 'SUSP'
                   OPEN INPUT ACT-SUSP-FILE
               WHEN 'UNAP'
                   OPEN INPUT ACT-UNAP-FILE
               WHEN 'PGLI'
                   OPEN INPUT ACT-PGLI-FILE
               WHEN 'PCTL'
                   OPEN INPUT ACT-PCTL-FILE
               WHEN 'HSTU'
                   OPEN INPUT ACT-HSTU-FILE
               WHEN 'BFWO'
                   OPEN INPUT ACT-BFWO-FILE
               WHEN 'STMT'
                   OPEN INPUT ACT-STMT-FILE
               WHEN 'STMH'
                   OPEN INPUT ACT-STMH-FILE
           END-EVALUATE.

       3200-READ-EXPECTED.
           MOVE SPACES TO WS-EXP-AREA
           PERFORM 3210-READ-EXPECTED-FILE
           IF NOT END-OF-EXPECTED
               ADD 1 TO WS-EXP-RECORDS
           END-IF.

       3250-READ-ACTUAL.
           MOVE SPACES TO WS-ACT-AREA
           PERFORM 3260-READ-ACTUAL-FILE
           IF NOT END-OF-ACTUAL
               ADD 1 TO WS-ACT-RECORDS
           END-IF.

       3210-READ-EXPECTED-FILE.
           EVALUATE WS-CURRENT-CODE
               WHEN 'RECF'
                   READ EXP-RECF-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-RECF-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'PREJ'
                   READ EXP-PREJ-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-PREJ-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'HIST'
                   READ EXP-HIST-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-HIST-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'HELD'
                   READ EXP-HELD-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-HELD-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'SUSP'
                   READ EXP-SUSP-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-SUSP-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'UNAP'
                   READ EXP-UNAP-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-UNAP-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'PGLI'
                   READ EXP-PGLI-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-PGLI-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'PCTL'
                   READ EXP-PCTL-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-PCTL-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'HSTU'
                   READ EXP-HSTU-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-HSTU-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'BFWO'
                   READ EXP-BFWO-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-BFWO-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'STMT'
                   READ EXP-STMT-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-STMT-RECORD TO WS-EXP-AREA
                   END-READ
               WHEN 'STMH'
                   READ EXP-STMH-FILE
                       AT END SET END-OF-EXPECTED TO TRUE
                       NOT AT END
                           MOVE EXP-STMH-RECORD TO WS-EXP-AREA
                   END-READ
           END-EVALUATE.

       3260-READ-ACTUAL-FILE.
           EVALUATE WS-CURRENT-CODE
               WHEN 'RECF'
                   READ ACT-RECF-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-RECF-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'PREJ'
                   READ ACT-PREJ-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-PREJ-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'HIST'
                   READ ACT-HIST-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-HIST-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'HELD'
                   READ ACT-HELD-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-HELD-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'SUSP'
                   READ ACT-SUSP-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-SUSP-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'UNAP'
                   READ ACT-UNAP-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-UNAP-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'PGLI'
                   READ ACT-PGLI-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-PGLI-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'PCTL'
                   READ ACT-PCTL-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-PCTL-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'HSTU'
                   READ ACT-HSTU-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-HSTU-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'BFWO'
                   READ ACT-BFWO-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-BFWO-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'STMT'
                   READ ACT-STMT-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-STMT-RECORD TO WS-ACT-AREA
                   END-READ
               WHEN 'STMH'
                   READ ACT-STMH-FILE
                       AT END SET END-OF-ACTUAL TO TRUE
                       NOT AT END
                           MOVE ACT-STMH-RECORD TO WS-ACT-AREA
                   END-READ
           END-EVALUATE.

      *    A record present on one side only is a difference of
      *    its own; a pair is compared with the volatile fields
      *    blanked on both sides, and only a pair that still
      *    differs is walked field by field.
       3300-COMPARE-RECORD-PAIR.
           EVALUATE TRUE
               WHEN END-OF-EXPECTED
                   ADD 1 TO WS-RECORDS-DIFFERING
                   MOVE '(EXTRA RECORD)' TO WS-RDL-FIELD
                   MOVE SPACES TO WS-RDL-EXPECTED
                   MOVE WS-ACT-AREA TO WS-RDL-ACTUAL
                   MOVE WS-ACT-RECORDS TO WS-RDL-RECORD
                   PERFORM 3410-LIST-ONE-DIFFERENCE
                   PERFORM 3250-READ-ACTUAL
               WHEN END-OF-ACTUAL
                   ADD 1 TO WS-RECORDS-DIFFERING
                   MOVE '(MISSING RECORD)' TO WS-RDL-FIELD
                   MOVE WS-EXP-AREA TO WS-RDL-EXPECTED
                   MOVE SPACES TO WS-RDL-ACTUAL
                   MOVE WS-EXP-RECORDS TO WS-RDL-RECORD
                   PERFORM 3410-LIST-ONE-DIFFERENCE
                   PERFORM 3200-READ-EXPECTED
               WHEN OTHER
                   PERFORM 3310-PICK-RECORD-TAG
                   PERFORM 3320-BLANK-VOLATILE-FIELDS
                   IF WS-EXP-AREA NOT = WS-ACT-AREA
                       ADD 1 TO WS-RECORDS-DIFFERING
                       PERFORM 3400-NAME-DIFFERING-FIELDS
                   END-IF
                   PERFORM 3200-READ-EXPECTED
                   PERFORM 3250-READ-ACTUAL
           END-EVALUATE.

      *    Entries tagged with the record's own first four bytes
      *    govern it when the map has any; otherwise the untagged
      *    entries for the file do.
       3310-PICK-RECORD-TAG.
           MOVE 'N' TO WS-TAG-FOUND-SW
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FLD-COUNT
               IF WS-FLD-FILE-CODE(WS-FLD-IDX) = WS-CURRENT-CODE
                   AND WS-FLD-RECORD-TAG(WS-FLD-IDX)
                       = WS-EXP-AREA(1:4)
                   SET TAG-HAS-ENTRIES TO TRUE
               END-IF
           END-PERFORM
           IF TAG-HAS-ENTRIES
               MOVE WS-EXP-AREA(1:4) TO WS-USE-TAG
           ELSE
               MOVE SPACES TO WS-USE-TAG
           END-IF.

       3320-BLANK-VOLATILE-FIELDS.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FLD-COUNT
               IF WS-FLD-FILE-CODE(WS-FLD-IDX) = WS-CURRENT-CODE
                   AND WS-FLD-RECORD-TAG(WS-FLD-IDX) = WS-USE-TAG
                   AND WS-FLD-RULE(WS-FLD-IDX) = 'I'
                   MOVE SPACES TO WS-EXP-AREA(WS-FLD-START(WS-FLD-IDX):
                       WS-FLD-LENGTH(WS-FLD-IDX))
                   MOVE SPACES TO WS-ACT-AREA(WS-FLD-START(WS-FLD-IDX):
                       WS-FLD-LENGTH(WS-FLD-IDX))
               END-IF
           END-PERFORM.

      *    A difference in bytes no compared field covers is still
      *    a difference: it is listed against the whole record.
       3400-NAME-DIFFERING-FIELDS.
           MOVE 'N' TO WS-FIELD-NAMED-SW
           MOVE WS-EXP-RECORDS TO WS-RDL-RECORD
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-FLD-COUNT
               IF WS-FLD-FILE-CODE(WS-FLD-IDX) = WS-CURRENT-CODE
                   AND WS-FLD-RECORD-TAG(WS-FLD-IDX) = WS-USE-TAG
                   AND WS-FLD-RULE(WS-FLD-IDX) = 'C'
                   AND WS-EXP-AREA(WS-FLD-START(WS-FLD-IDX):
                       WS-FLD-LENGTH(WS-FLD-IDX))
                   NOT = WS-ACT-AREA(WS-FLD-START(WS-FLD-IDX):
                       WS-FLD-LENGTH(WS-FLD-IDX))
                   SET A-FIELD-WAS-NAMED TO TRUE
                   MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-RDL-FIELD
                   MOVE WS-EXP-AREA(WS-FLD-START(WS-FLD-IDX):
                       WS-FLD-LENGTH(WS-FLD-IDX)) TO WS-RDL-EXPECTED
                   MOVE WS-ACT-AREA(WS-FLD-START(WS-FLD-IDX):
                       WS-FLD-LENGTH(WS-FLD-IDX)) TO WS-RDL-ACTUAL
                   PERFORM 3410-LIST-ONE-DIFFERENCE
               END-IF
           END-PERFORM
           IF NOT A-FIELD-WAS-NAMED
               MOVE '(UNMAPPED BYTES)' TO WS-RDL-FIELD
               MOVE WS-EXP-AREA TO WS-RDL-EXPECTED
               MOVE WS-ACT-AREA TO WS-RDL-ACTUAL
               PERFORM 3410-LIST-ONE-DIFFERENCE
           END-IF.

       3410-LIST-ONE-DIFFERENCE.
           ADD 1 TO WS-FIELDS-DIFFERING
           IF WS-DETAILS-LISTED < WS-DETAIL-LIMIT
               ADD 1 TO WS-DETAILS-LISTED
               IF WS-DETAILS-LISTED = 1
                   MOVE SPACES TO REPORT-OUT-LINE
                   STRING '  ' WS-FILE-TITLE(WS-FIL-IDX)
                       ' -- DIFFERENCES' DELIMITED BY SIZE
                       INTO REPORT-OUT-LINE
                   END-STRING
                   WRITE REPORT-OUT-LINE
               END-IF
               MOVE WS-RPT-DIFF-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF.

       3500-CLOSE-EXPECTED.
           EVALUATE WS-CURRENT-CODE
               WHEN 'RECF'
                   CLOSE EXP-RECF-FILE
               WHEN 'PREJ'
                   CLOSE EXP-PREJ-FILE
               WHEN 'HIST'
                   CLOSE EXP-HIST-FILE
               WHEN 'HELD'
                   CLOSE EXP-HELD-FILE
               WHEN 'SUSP'
                   CLOSE EXP-SUSP-FILE
               WHEN 'UNAP'
                   CLOSE EXP-UNAP-FILE
               WHEN 'PGLI'
                   CLOSE EXP-PGLI-FILE
               WHEN 'PCTL'
                   CLOSE EXP-PCTL-FILE
               WHEN 'HSTU'
                   CLOSE EXP-HSTU-FILE
               WHEN 'BFWO'
                   CLOSE EXP-BFWO-FILE
               WHEN 'STMT'
                   CLOSE EXP-STMT-FILE
               WHEN 'STMH'
                   CLOSE EXP-STMH-FILE
           END-EVALUATE.

       3550-CLOSE-ACTUAL.
           EVALUATE WS-CURRENT-CODE
               WHEN 'RECF'
                   CLOSE ACT-RECF-FILE
               WHEN 'PREJ'
                   CLOSE ACT-PREJ-FILE
               WHEN 'HIST'
                   CLOSE ACT-HIST-FILE
               WHEN 'HELD'
                   CLOSE ACT-HELD-FILE
               WHEN 'SUSP'
                   CLOSE ACT-SUSP-FILE
               WHEN 'UNAP'
                   CLOSE ACT-UNAP-FILE
               WHEN 'PGLI'
                   CLOSE ACT-PGLI-FILE
               WHEN 'PCTL'
                   CLOSE ACT-PCTL-FILE
               WHEN 'HSTU'
                   CLOSE ACT-HSTU-FILE
               WHEN 'BFWO'
                   CLOSE ACT-BFWO-FILE
               WHEN 'STMT'
                   CLOSE ACT-STMT-FILE
               WHEN 'STMH'
                   CLOSE ACT-STMH-FILE
           END-EVALUATE.

       4000-WRITE-VERDICT.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF WS-RUN-RETURN-CODE = ZERO
               MOVE 'CERTIFIED FOR PROMOTION' TO WS-RVE-TEXT
           ELSE
               MOVE 'NOT CERTIFIED -- DO NOT PROMOTE' TO WS-RVE-TEXT
           END-IF
           MOVE WS-RPT-VERDICT TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'PSTCERT1 RELEASE:           ' REL-RELEASE-ID
           DISPLAY 'PSTCERT1 SCENARIOS SCRIPTED: ' WS-SCENARIOS-READ
           DISPLAY 'PSTCERT1 OUTPUTS PASSED:     ' WS-FILES-PASSED
           DISPLAY 'PSTCERT1 OUTPUTS FAILED:     ' WS-FILES-FAILED
           DISPLAY 'PSTCERT1 CERTIFICATE:        ' WS-RVE-TEXT.
