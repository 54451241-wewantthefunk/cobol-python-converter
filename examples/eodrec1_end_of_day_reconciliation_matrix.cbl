       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODREC1.
       AUTHOR. CHRISTIAN STRAMA.

      *    End-of-day cross-file reconciliation matrix. Every job in
      *    the posting chain proves its own numbers -- CUSTPST1 its
      *    CUSTPCTL control totals, CUSTBAL1 the CUSTBFW balance
      *    forward, FHDRVAL1 each file's trailer -- but nothing
      *    proved the files agree with each other, so a history
      *    record dropped on the floor or a journal line written
      *    for the wrong pair passed every proof. Run nightly after
      *    the posting run, this job builds the business date's
      *    matrix of cross-checks between the chain's outputs:
      *      - CUSTHIST's net balance movement against CUSTPCTL's
      *        debits less credits, and its detail count against
      *        the postings the channel lines report
      *      - CUSTPGLI's totals by GLMAP account pair against the
      *        pairs the CUSTPCTL channel and suspense totals map
      *        to, and any nonzero aggregate with no mapping
      *      - channel details read less postings against the new
      *        exceptions that account for the difference: CUSTPREJ
      *        rejects, CUSTHELD holds, CUSTSUSP duplicate suspects,
      *        CUSTUNAP suspense bookings and the suspense returns
      *        counted on the CUSTPCTL SUSPENSE line
      *      - the night's CUSTHSTM merge-transfer slices, whose
      *        debits and credits must net to zero
      *    Each check shows its two figures and the difference on
      *    the EODRECR report and as an EODMTX.CPY row appended to
      *    the EODRECM matrix file inside a header and trailer
      *    dated with the business date, so an auditor can pull any
      *    night's proof. Any break raises a FATAL through ERRH0100
      *    -- which pages -- and ends the run RC 8. A CUSTPCTL,
      *    CUSTHIST, or CUSTPGLI that is not for the business date
      *    leaves nothing to reconcile: the run is refused RC 8 with
      *    no matrix slice written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-CTL-FILE  ASSIGN TO "CUSTPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE      ASSIGN TO "CUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    No merges, no slice: an absent file is a quiet night.
           SELECT MERGE-HIST-FILE   ASSIGN TO "CUSTHSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.
           SELECT EXTRACT-FILE      ASSIGN TO "CUSTPGLI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE        ASSIGN TO "GLMAPF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE       ASSIGN TO "CUSTPREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-FILE         ASSIGN TO "CUSTHELD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPECT-FILE      ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE     ASSIGN TO "CUSTUNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATRIX-FILE       ASSIGN TO "EODRECM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "EODRECR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-CTL-FILE.
       01  POSTING-CTL-LINE.
           05  PCT-BUSINESS-DATE       PIC 9(08).
           05  PCT-OPENING-TOTAL       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  PCT-DEBIT-TOTAL         PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  PCT-CREDIT-TOTAL        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  PCT-CLOSING-TOTAL       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
       01  POSTING-CTL-CHANNEL-LINE.
           05  PCC-TAG                 PIC X(03).
               88  PCC-IS-CHANNEL-LINE             VALUE 'CH-'.
           05  PCC-CODE                PIC X(01).
           05  FILLER                  PIC X(06).
           05  PCC-READ                PIC 9(07).
           05  FILLER                  PIC X(08).
           05  PCC-POSTED              PIC 9(07).
           05  FILLER                  PIC X(04).
           05  PCC-DEBITS              PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(04).
           05  PCC-CREDITS             PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(04).
           05  PCC-SUSPECT             PIC 9(04).
       01  POSTING-CTL-SUSPENSE-LINE.
           05  PCS-TAG                 PIC X(08).
               88  PCS-IS-SUSPENSE-LINE            VALUE 'SUSPENSE'.
           05  FILLER                  PIC X(05).
           05  PCS-RECEIVED            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(05).
           05  PCS-APPLIED             PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(05).
           05  PCS-RETURNED            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(04).
           05  PCS-RETURN-COUNT        PIC 9(05).

       FD  HISTORY-FILE.
       01  HISTORY-IN-LINE             PIC X(80).

       FD  MERGE-HIST-FILE.
       01  MERGE-HIST-LINE             PIC X(80).

       FD  EXTRACT-FILE.
       01  EXTRACT-IN-LINE             PIC X(80).

       FD  GLMAP-FILE.
       01  GLMAP-IN-RECORD             PIC X(57).

       FD  REJECT-FILE.
       01  REJECT-IN-LINE              PIC X(80).

       FD  HELD-FILE.
       01  HELD-IN-LINE                PIC X(83).

       FD  SUSPECT-FILE.
       01  SUSPECT-IN-LINE             PIC X(75).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-IN-LINE            PIC X(70).

       FD  MATRIX-FILE.
       01  MATRIX-OUT-LINE             PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-PCT-EOF                   PIC X       VALUE 'N'.
           88  END-OF-POSTING-CTL                   VALUE 'Y'.
       01  WS-HISTORY-EOF               PIC X       VALUE 'N'.
           88  END-OF-HISTORY                       VALUE 'Y'.
       01  WS-MERGE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-MERGE-HIST                    VALUE 'Y'.
       01  WS-EXTRACT-EOF               PIC X       VALUE 'N'.
           88  END-OF-EXTRACT                       VALUE 'Y'.
       01  WS-GLMAP-EOF                 PIC X       VALUE 'N'.
           88  END-OF-GLMAP                         VALUE 'Y'.
       01  WS-REJECT-EOF                PIC X       VALUE 'N'.
           88  END-OF-REJECTS                       VALUE 'Y'.
       01  WS-HELD-EOF                  PIC X       VALUE 'N'.
           88  END-OF-HELD                          VALUE 'Y'.
       01  WS-SUSPECT-EOF               PIC X       VALUE 'N'.
           88  END-OF-SUSPECTS                      VALUE 'Y'.
       01  WS-SUSPENSE-EOF              PIC X       VALUE 'N'.
           88  END-OF-SUSPENSE                      VALUE 'Y'.
       01  WS-MERGE-STATUS              PIC X(02)   VALUE SPACES.

       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.
      *    Held apart from RETURN-CODE, which the ERRH0100 call
      *    resets.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.
       01  WS-REFUSAL-TEXT              PIC X(60)   VALUE SPACES.

      *    Whether the history and extract headers were for the
      *    business date, and whether the merge slice being read
      *    is tonight's.
       01  WS-FILE-STATE.
           05  WS-HISTORY-HEADER-OK     PIC X(01)   VALUE 'N'.
               88  HISTORY-HEADER-OK                VALUE 'Y'.
           05  WS-EXTRACT-HEADER-OK     PIC X(01)   VALUE 'N'.
               88  EXTRACT-HEADER-OK                VALUE 'Y'.
           05  WS-MERGE-SLICE-SW        PIC X(01)   VALUE 'N'.
               88  MERGE-SLICE-IS-TONIGHTS          VALUE 'Y'.
           05  WS-PENDING-DR-FLAG       PIC X(01)   VALUE 'N'.
               88  PENDING-DR-HELD                  VALUE 'Y'.
           05  WS-PENDING-DR-ACCOUNT    PIC X(08)   VALUE SPACES.
           05  WS-PENDING-DR-AMOUNT     PIC 9(13)V99 VALUE ZERO.

      *    One extract detail line -- the CUSTPST1 layout.
       01  WS-EXTRACT-DETAIL.
           05  WS-EXD-ACCOUNT           PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-EXD-DR-CR             PIC X(02).
           05  FILLER                   PIC X(01).
           05  WS-EXD-AMOUNT            PIC 9(13)V99.
           05  FILLER                   PIC X(01).
           05  WS-EXD-BUSINESS-DATE     PIC 9(08).
           05  FILLER                   PIC X(01).
           05  WS-EXD-SOURCE            PIC X(04).
           05  FILLER                   PIC X(39).

       01  WS-GLMAP-TABLE.
           05  WS-GLM-COUNT             PIC 9(03)   VALUE ZERO.
           05  GLMAP-RECORD OCCURS 200 TIMES.
               COPY GLMAP REPLACING
                   ==01  GLMAP-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-GLM-IDX                   PIC 9(03).
       01  WS-GLM-FOUND-IDX             PIC 9(03).

      *    The aggregates CUSTPCTL says the extract should carry:
      *    each channel's debits and credits, and the suspense
      *    receipts, applications and returns -- the same type and
      *    channel keys CUSTPST1 resolves through GLMAP.
       01  WS-AGGREGATE-TABLE.
           05  WS-AGG-COUNT             PIC 9(02)   VALUE ZERO.
           05  WS-AGG-ENTRY OCCURS 20 TIMES.
               10  WS-AGG-TRAN-TYPE     PIC X(01).
               10  WS-AGG-CHANNEL-CODE  PIC X(01).
               10  WS-AGG-AMOUNT        PIC S9(13)V99 COMP-3.
       01  WS-AGG-IDX                   PIC 9(02).

      *    Account pairs, with the extract's total beside the total
      *    the control file's aggregates map to.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-PAIR-ENTRY OCCURS 50 TIMES.
               10  WS-PAIR-DEBIT-ACCOUNT
                                        PIC X(08).
               10  WS-PAIR-CREDIT-ACCOUNT
                                        PIC X(08).
               10  WS-PAIR-EXTRACT-AMOUNT
                                        PIC S9(13)V99 COMP-3.
               10  WS-PAIR-EXPECTED-AMOUNT
                                        PIC S9(13)V99 COMP-3.
       01  WS-PAIR-IDX                  PIC 9(03).
       01  WS-PAIR-FOUND-IDX            PIC 9(03).
       01  WS-SEEK-DEBIT-ACCOUNT        PIC X(08).
       01  WS-SEEK-CREDIT-ACCOUNT       PIC X(08).

       01  WS-CONTROL-TOTALS.
           05  WS-CTL-DEBITS            PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CTL-CREDITS           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CHANNEL-READ          PIC 9(09)   VALUE ZERO.
           05  WS-CHANNEL-POSTED        PIC 9(09)   VALUE ZERO.
           05  WS-SUSPENSE-RETURNS      PIC 9(09)   VALUE ZERO.
           05  WS-HISTORY-DETAILS       PIC 9(09)   VALUE ZERO.
           05  WS-HISTORY-NET           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-MERGE-SLICES          PIC 9(05)   VALUE ZERO.
           05  WS-MERGE-STALE-SLICES    PIC 9(05)   VALUE ZERO.
           05  WS-MERGE-DEBITS          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-MERGE-CREDITS         PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-EXTRACT-LINES         PIC 9(07)   VALUE ZERO.
           05  WS-UNMAPPED-AGGREGATES   PIC 9(03)   VALUE ZERO.
           05  WS-NEW-REJECTS           PIC 9(09)   VALUE ZERO.
           05  WS-NEW-HELD              PIC 9(09)   VALUE ZERO.
           05  WS-NEW-SUSPECTS          PIC 9(09)   VALUE ZERO.
           05  WS-NEW-SUSPENSE          PIC 9(09)   VALUE ZERO.
           05  WS-MATRIX-ROWS           PIC 9(05)   VALUE ZERO.
           05  WS-BREAK-COUNT           PIC 9(05)   VALUE ZERO.

      *    The check being entered in the matrix.
       01  WS-CHECK-FIGURES.
           05  WS-CHK-ID                PIC X(04).
           05  WS-CHK-LABEL             PIC X(24).
           05  WS-CHK-MEASURE           PIC X(01).
               88  CHECK-IS-AMOUNT                  VALUE 'A'.
               88  CHECK-IS-COUNT                   VALUE 'C'.
           05  WS-CHK-FIGURE-A          PIC S9(13)V99 COMP-3.
           05  WS-CHK-FIGURE-B          PIC S9(13)V99 COMP-3.
           05  WS-CHK-DIFFERENCE        PIC S9(13)V99 COMP-3.

       01  WS-RPT-HEADING-1.
           05  FILLER                   PIC X(46)   VALUE
               'EODREC1 END-OF-DAY CROSS-FILE RECONCILIATION  '.
           05  FILLER                   PIC X(14)   VALUE
               'BUSINESS DATE '.
           05  WS-RH1-DATE              PIC 9(08).
           05  FILLER                   PIC X(12)   VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                   PIC X(40)   VALUE
               'CROSS-CHECK                     FIGURE A'.
           05  FILLER                   PIC X(40)   VALUE
               '        FIGURE B      DIFFERENCE  RESULT'.
       01  WS-RPT-AMOUNT-ROW.
           05  WS-RAR-LABEL             PIC X(24).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RAR-FIGURE-A          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RAR-FIGURE-B          PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RAR-DIFFERENCE        PIC -ZZZZZZZZZZ9.99.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RAR-RESULT            PIC X(06).
       01  WS-RPT-COUNT-ROW.
           05  WS-RCR-LABEL             PIC X(24).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RCR-FIGURE-A          PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RCR-FIGURE-B          PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RCR-DIFFERENCE        PIC -ZZZZZZZZZZZZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RCR-RESULT            PIC X(06).
       01  WS-RPT-DETAIL-COUNT.
           05  FILLER                   PIC X(04)   VALUE SPACES.
           05  WS-RDC-LABEL             PIC X(36).
           05  WS-RDC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(29)   VALUE SPACES.
       01  WS-RPT-REFUSAL.
           05  FILLER                   PIC X(19)   VALUE
               'MATRIX REFUSED:    '.
           05  WS-RPR-TEXT              PIC X(60).
           05  FILLER                   PIC X(01)   VALUE SPACES.
       01  WS-RPT-VERDICT.
           05  FILLER                   PIC X(20)   VALUE
               'CROSS-FILE STATUS:  '.
           05  WS-RVE-TEXT              PIC X(40).
           05  FILLER                   PIC X(20)   VALUE SPACES.

       COPY EODMTX.
       COPY CUSTHST.
       COPY CUSTHELD.
       COPY CUSTSUS.
       COPY CUSTUNA.
       COPY FILEHDTR.
       COPY BUSDATE.
       COPY ERR020W.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-GL-MAPPING
           PERFORM 2000-READ-POSTING-CONTROL
           PERFORM 2100-SUM-POSTED-HISTORY
           PERFORM 2200-SUM-MERGE-SLICES
           PERFORM 2300-SUM-GL-EXTRACT
           PERFORM 2400-COUNT-NEW-EXCEPTIONS
           PERFORM 3000-BUILD-THE-MATRIX
           PERFORM 4000-REPORT-THE-VERDICT
           PERFORM 9000-END-RUN.

       1000-INITIALIZE.
           MOVE 'EODR' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** EODREC1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE 'EODREC1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** EODREC1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE RECONCILING ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-RH1-DATE
           MOVE WS-RPT-HEADING-1 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       1100-LOAD-GL-MAPPING.
           OPEN INPUT GLMAP-FILE
           PERFORM 1110-READ-ONE-GLMAP UNTIL END-OF-GLMAP
           CLOSE GLMAP-FILE.

       1110-READ-ONE-GLMAP.
           READ GLMAP-FILE
               AT END
                   SET END-OF-GLMAP TO TRUE
               NOT AT END
                   IF WS-GLM-COUNT >= 200
                       DISPLAY '*** EODREC1 GL MAPPING HAS MORE'
                           ' THAN 200 ENTRIES -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-GLMAP TO TRUE
                   ELSE
                       ADD 1 TO WS-GLM-COUNT
                       MOVE GLMAP-IN-RECORD
                           TO GLMAP-RECORD(WS-GLM-COUNT)
                       IF GLMAP-EFFECTIVE-DATE(WS-GLM-COUNT)
                               NOT NUMERIC
                           MOVE ZERO
                               TO GLMAP-EFFECTIVE-DATE(WS-GLM-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *    The day record first, then the channel lines and the
      *    SUSPENSE line behind it, each turned into the aggregates
      *    the extract should carry.
       2000-READ-POSTING-CONTROL.
           OPEN INPUT POSTING-CTL-FILE
           READ POSTING-CTL-FILE
               AT END
                   SET END-OF-POSTING-CTL TO TRUE
           END-READ
           IF END-OF-POSTING-CTL
               CLOSE POSTING-CTL-FILE
               MOVE 'NO POSTING CONTROL RECORD ON CUSTPCTL'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-MATRIX
           END-IF
           IF PCT-BUSINESS-DATE NOT = BUSDATE-CURRENT-DATE
               CLOSE POSTING-CTL-FILE
               MOVE 'CUSTPCTL IS NOT FOR THE BUSINESS DATE'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-MATRIX
           END-IF
           MOVE PCT-DEBIT-TOTAL  TO WS-CTL-DEBITS
           MOVE PCT-CREDIT-TOTAL TO WS-CTL-CREDITS
           PERFORM 2010-READ-ONE-CONTROL-LINE
               UNTIL END-OF-POSTING-CTL
           CLOSE POSTING-CTL-FILE.

       2010-READ-ONE-CONTROL-LINE.
           READ POSTING-CTL-FILE
               AT END
                   SET END-OF-POSTING-CTL TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PCC-IS-CHANNEL-LINE
                           ADD PCC-READ   TO WS-CHANNEL-READ
                           ADD PCC-POSTED TO WS-CHANNEL-POSTED
                           PERFORM 2020-ADD-CHANNEL-AGGREGATES
                       WHEN PCS-IS-SUSPENSE-LINE
                           MOVE PCS-RETURN-COUNT
                               TO WS-SUSPENSE-RETURNS
                           PERFORM 2030-ADD-SUSPENSE-AGGREGATES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2020-ADD-CHANNEL-AGGREGATES.
           IF WS-AGG-COUNT > 15
               DISPLAY '*** EODREC1 MORE CHANNEL LINES THAN THE'
                   ' AGGREGATE TABLE HOLDS -- ' PCC-CODE
                   ' NOT RECONCILED ***'
           ELSE
               ADD 1 TO WS-AGG-COUNT
               MOVE 'D'         TO WS-AGG-TRAN-TYPE(WS-AGG-COUNT)
               MOVE PCC-CODE    TO WS-AGG-CHANNEL-CODE(WS-AGG-COUNT)
               MOVE PCC-DEBITS  TO WS-AGG-AMOUNT(WS-AGG-COUNT)
               ADD 1 TO WS-AGG-COUNT
               MOVE 'C'         TO WS-AGG-TRAN-TYPE(WS-AGG-COUNT)
               MOVE PCC-CODE    TO WS-AGG-CHANNEL-CODE(WS-AGG-COUNT)
               MOVE PCC-CREDITS TO WS-AGG-AMOUNT(WS-AGG-COUNT)
           END-IF.

      *    Suspense journals under type U: channel L the receipts,
      *    A the applications, R the returns.
       2030-ADD-SUSPENSE-AGGREGATES.
           ADD 1 TO WS-AGG-COUNT
           MOVE 'U'          TO WS-AGG-TRAN-TYPE(WS-AGG-COUNT)
           MOVE 'L'          TO WS-AGG-CHANNEL-CODE(WS-AGG-COUNT)
           MOVE PCS-RECEIVED TO WS-AGG-AMOUNT(WS-AGG-COUNT)
           ADD 1 TO WS-AGG-COUNT
           MOVE 'U'          TO WS-AGG-TRAN-TYPE(WS-AGG-COUNT)
           MOVE 'A'          TO WS-AGG-CHANNEL-CODE(WS-AGG-COUNT)
           MOVE PCS-APPLIED  TO WS-AGG-AMOUNT(WS-AGG-COUNT)
           ADD 1 TO WS-AGG-COUNT
           MOVE 'U'          TO WS-AGG-TRAN-TYPE(WS-AGG-COUNT)
           MOVE 'R'          TO WS-AGG-CHANNEL-CODE(WS-AGG-COUNT)
           MOVE PCS-RETURNED TO WS-AGG-AMOUNT(WS-AGG-COUNT).

      *    A debit takes the balance down, so the balance before
      *    less the balance after is the posting's debit-less-credit
      *    movement whatever its type -- a reversal included.
       2100-SUM-POSTED-HISTORY.
           OPEN INPUT HISTORY-FILE
           PERFORM 2110-READ-ONE-HISTORY UNTIL END-OF-HISTORY
           CLOSE HISTORY-FILE
           IF NOT HISTORY-HEADER-OK
               MOVE 'CUSTHIST HEADER IS NOT FOR THE BUSINESS DATE'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-MATRIX
           END-IF.

       2110-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   EVALUATE HISTORY-IN-LINE(1:4)
                       WHEN 'HDR*'
                           MOVE HISTORY-IN-LINE TO FILEHDTR-RECORD
                           IF FILEHDTR-BUSINESS-DATE
                                   = BUSDATE-CURRENT-DATE
                               SET HISTORY-HEADER-OK TO TRUE
                           END-IF
                       WHEN 'TRL*'
                           CONTINUE
                       WHEN OTHER
                           MOVE HISTORY-IN-LINE TO CUSTHST-RECORD
                           ADD 1 TO WS-HISTORY-DETAILS
                           COMPUTE WS-HISTORY-NET = WS-HISTORY-NET
                               + CUSTHST-BALANCE-BEFORE
                               - CUSTHST-BALANCE-AFTER
                   END-EVALUATE
           END-READ.

      *    Only the slices dated tonight count; an earlier night's
      *    slice left in the file was reconciled on its own night.
       2200-SUM-MERGE-SLICES.
           OPEN INPUT MERGE-HIST-FILE
           IF WS-MERGE-STATUS = '00'
               PERFORM 2210-READ-ONE-MERGE-RECORD
                   UNTIL END-OF-MERGE-HIST
               CLOSE MERGE-HIST-FILE
           ELSE
               DISPLAY 'EODREC1 NO CUSTHSTM MERGE SLICE TONIGHT'
           END-IF
           IF WS-MERGE-STALE-SLICES > ZERO
               DISPLAY 'EODREC1 ' WS-MERGE-STALE-SLICES
                   ' CUSTHSTM SLICE(S) FOR OTHER DATES PASSED OVER'
           END-IF.

       2210-READ-ONE-MERGE-RECORD.
           READ MERGE-HIST-FILE
               AT END
                   SET END-OF-MERGE-HIST TO TRUE
               NOT AT END
                   EVALUATE MERGE-HIST-LINE(1:4)
                       WHEN 'HDR*'
                           MOVE MERGE-HIST-LINE TO FILEHDTR-RECORD
                           IF FILEHDTR-BUSINESS-DATE
                                   = BUSDATE-CURRENT-DATE
                               SET MERGE-SLICE-IS-TONIGHTS TO TRUE
                               ADD 1 TO WS-MERGE-SLICES
                           ELSE
                               MOVE 'N' TO WS-MERGE-SLICE-SW
                               ADD 1 TO WS-MERGE-STALE-SLICES
                           END-IF
                       WHEN 'TRL*'
                           MOVE 'N' TO WS-MERGE-SLICE-SW
                       WHEN OTHER
                           IF MERGE-SLICE-IS-TONIGHTS
                               MOVE MERGE-HIST-LINE TO CUSTHST-RECORD
                               IF CUSTHST-TRAN-TYPE = 'D'
                                   ADD CUSTHST-AMOUNT
                                       TO WS-MERGE-DEBITS
                               ELSE
                                   ADD CUSTHST-AMOUNT
                                       TO WS-MERGE-CREDITS
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

      *    The extract writes each aggregate as a DR line followed
      *    by its CR line; the two together are the account pair.
       2300-SUM-GL-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           PERFORM 2310-READ-ONE-EXTRACT UNTIL END-OF-EXTRACT
           CLOSE EXTRACT-FILE
           IF NOT EXTRACT-HEADER-OK
               MOVE 'CUSTPGLI HEADER IS NOT FOR THE BUSINESS DATE'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-MATRIX
           END-IF.

       2310-READ-ONE-EXTRACT.
           READ EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
               NOT AT END
                   EVALUATE EXTRACT-IN-LINE(1:4)
                       WHEN 'HDR*'
                           MOVE EXTRACT-IN-LINE TO FILEHDTR-RECORD
                           IF FILEHDTR-BUSINESS-DATE
                                   = BUSDATE-CURRENT-DATE
                               SET EXTRACT-HEADER-OK TO TRUE
                           END-IF
                       WHEN 'TRL*'
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-EXTRACT-LINES
                           MOVE EXTRACT-IN-LINE TO WS-EXTRACT-DETAIL
                           PERFORM 2320-PAIR-EXTRACT-LINE
                   END-EVALUATE
           END-READ.

      *    A CR line without its DR line is entered against a blank
      *    debit account, so it shows in the matrix as a pair the
      *    control file never asked for.
       2320-PAIR-EXTRACT-LINE.
           IF WS-EXD-DR-CR = 'DR'
               MOVE WS-EXD-ACCOUNT TO WS-PENDING-DR-ACCOUNT
               MOVE WS-EXD-AMOUNT  TO WS-PENDING-DR-AMOUNT
               SET PENDING-DR-HELD TO TRUE
           ELSE
               IF PENDING-DR-HELD
                   MOVE WS-PENDING-DR-ACCOUNT TO WS-SEEK-DEBIT-ACCOUNT
               ELSE
                   MOVE SPACES TO WS-SEEK-DEBIT-ACCOUNT
               END-IF
               MOVE WS-EXD-ACCOUNT TO WS-SEEK-CREDIT-ACCOUNT
               PERFORM 2350-FIND-PAIR
               IF WS-PAIR-FOUND-IDX > ZERO
                   ADD WS-EXD-AMOUNT
                       TO WS-PAIR-EXTRACT-AMOUNT(WS-PAIR-FOUND-IDX)
               END-IF
               MOVE 'N' TO WS-PENDING-DR-FLAG
           END-IF.

       2350-FIND-PAIR.
           MOVE ZERO TO WS-PAIR-FOUND-IDX
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               OR WS-PAIR-FOUND-IDX > ZERO
               IF WS-PAIR-DEBIT-ACCOUNT(WS-PAIR-IDX)
                       = WS-SEEK-DEBIT-ACCOUNT
                   AND WS-PAIR-CREDIT-ACCOUNT(WS-PAIR-IDX)
                       = WS-SEEK-CREDIT-ACCOUNT
                   MOVE WS-PAIR-IDX TO WS-PAIR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND-IDX = ZERO
               IF WS-PAIR-COUNT >= 50
                   DISPLAY '*** EODREC1 MORE THAN 50 ACCOUNT PAIRS'
                       ' -- ' WS-SEEK-DEBIT-ACCOUNT '/'
                       WS-SEEK-CREDIT-ACCOUNT ' NOT RECONCILED ***'
               ELSE
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-IDX
                   MOVE WS-SEEK-DEBIT-ACCOUNT
                       TO WS-PAIR-DEBIT-ACCOUNT(WS-PAIR-COUNT)
                   MOVE WS-SEEK-CREDIT-ACCOUNT
                       TO WS-PAIR-CREDIT-ACCOUNT(WS-PAIR-COUNT)
                   MOVE ZERO TO WS-PAIR-EXTRACT-AMOUNT(WS-PAIR-COUNT)
                   MOVE ZERO
                       TO WS-PAIR-EXPECTED-AMOUNT(WS-PAIR-COUNT)
               END-IF
           END-IF.

      *    CUSTPST1 writes tonight's exception files fresh (a
      *    restart carries forward only what its checkpoint
      *    accounted for), so everything on them dated tonight is
      *    new. A reject line carries no date; the whole file is
      *    tonight's.
       2400-COUNT-NEW-EXCEPTIONS.
           OPEN INPUT REJECT-FILE
           PERFORM 2410-READ-ONE-REJECT UNTIL END-OF-REJECTS
           CLOSE REJECT-FILE
           OPEN INPUT HELD-FILE
           PERFORM 2420-READ-ONE-HELD UNTIL END-OF-HELD
           CLOSE HELD-FILE
           OPEN INPUT SUSPECT-FILE
           PERFORM 2430-READ-ONE-SUSPECT UNTIL END-OF-SUSPECTS
           CLOSE SUSPECT-FILE
           OPEN INPUT SUSPENSE-FILE
           PERFORM 2440-READ-ONE-SUSPENSE UNTIL END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE.

       2410-READ-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET END-OF-REJECTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-NEW-REJECTS
           END-READ.

       2420-READ-ONE-HELD.
           READ HELD-FILE
               AT END
                   SET END-OF-HELD TO TRUE
               NOT AT END
                   MOVE HELD-IN-LINE TO CUSTHLD-RECORD
                   IF CUSTHLD-HELD-DATE = BUSDATE-CURRENT-DATE
                       ADD 1 TO WS-NEW-HELD
                   END-IF
           END-READ.

       2430-READ-ONE-SUSPECT.
           READ SUSPECT-FILE
               AT END
                   SET END-OF-SUSPECTS TO TRUE
               NOT AT END
                   MOVE SUSPECT-IN-LINE TO CUSTSUS-RECORD
                   IF CUSTSUS-SUSPECT-DATE = BUSDATE-CURRENT-DATE
                       ADD 1 TO WS-NEW-SUSPECTS
                   END-IF
           END-READ.

       2440-READ-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   MOVE SUSPENSE-IN-LINE TO CUSTUNA-RECORD
                   IF CUSTUNA-RECEIVED-DATE = BUSDATE-CURRENT-DATE
                       ADD 1 TO WS-NEW-SUSPENSE
                   END-IF
           END-READ.

      *    The night's slice: header, one row per cross-check, and
      *    a trailer carrying the row count.
       3000-BUILD-THE-MATRIX.
           OPEN EXTEND MATRIX-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'EODRECM' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO MATRIX-OUT-LINE
           WRITE MATRIX-OUT-LINE
           MOVE WS-RPT-HEADING-2 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM 3100-CHECK-HISTORY
           PERFORM 3200-CHECK-GL-EXTRACT
           PERFORM 3300-CHECK-DETAIL-COUNTS
           PERFORM 3400-CHECK-MERGE-SLICES
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'EODRECM' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-MATRIX-ROWS TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO MATRIX-OUT-LINE
           WRITE MATRIX-OUT-LINE
           CLOSE MATRIX-FILE.

       3100-CHECK-HISTORY.
           MOVE 'HNET' TO WS-CHK-ID
           MOVE 'CUSTHIST NET VS DR-CR' TO WS-CHK-LABEL
           SET CHECK-IS-AMOUNT TO TRUE
           MOVE WS-HISTORY-NET TO WS-CHK-FIGURE-A
           COMPUTE WS-CHK-FIGURE-B = WS-CTL-DEBITS - WS-CTL-CREDITS
           PERFORM 3900-ENTER-ONE-CHECK
           MOVE 'HCNT' TO WS-CHK-ID
           MOVE 'CUSTHIST ITEMS VS POSTED' TO WS-CHK-LABEL
           SET CHECK-IS-COUNT TO TRUE
           MOVE WS-HISTORY-DETAILS TO WS-CHK-FIGURE-A
           MOVE WS-CHANNEL-POSTED TO WS-CHK-FIGURE-B
           PERFORM 3900-ENTER-ONE-CHECK.

      *    Each nonzero aggregate the control file reports is mapped
      *    to its account pair the way CUSTPST1 mapped it; pairs the
      *    extract carries and the control file does not ask for
      *    are already in the table from the extract pass.
       3200-CHECK-GL-EXTRACT.
           PERFORM 3210-EXPECT-ONE-AGGREGATE
               VARYING WS-AGG-IDX FROM 1 BY 1
               UNTIL WS-AGG-IDX > WS-AGG-COUNT
           PERFORM 3220-ENTER-ONE-PAIR
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
           MOVE 'GLUM' TO WS-CHK-ID
           MOVE 'GL UNMAPPED AGGREGATES' TO WS-CHK-LABEL
           SET CHECK-IS-COUNT TO TRUE
           MOVE WS-UNMAPPED-AGGREGATES TO WS-CHK-FIGURE-A
           MOVE ZERO TO WS-CHK-FIGURE-B
           PERFORM 3900-ENTER-ONE-CHECK.

      *    Resolved as CUSTPST1 resolves it: the entry in force on
      *    the business date, a retired one meaning no mapping.
       3210-EXPECT-ONE-AGGREGATE.
           IF WS-AGG-AMOUNT(WS-AGG-IDX) NOT = ZERO
               MOVE ZERO TO WS-GLM-FOUND-IDX
               PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
                   UNTIL WS-GLM-IDX > WS-GLM-COUNT
                   IF GLMAP-TRAN-TYPE(WS-GLM-IDX)
                           = WS-AGG-TRAN-TYPE(WS-AGG-IDX)
                       AND GLMAP-CHANNEL-CODE(WS-GLM-IDX)
                           = WS-AGG-CHANNEL-CODE(WS-AGG-IDX)
                       AND GLMAP-EFFECTIVE-DATE(WS-GLM-IDX)
                           NOT > BUSDATE-CURRENT-DATE
                       PERFORM 3215-KEEP-LATER-MAPPING
                   END-IF
               END-PERFORM
               IF WS-GLM-FOUND-IDX NOT = ZERO
                   IF GLMAP-RETIRED(WS-GLM-FOUND-IDX)
                       MOVE ZERO TO WS-GLM-FOUND-IDX
                   END-IF
               END-IF
               IF WS-GLM-FOUND-IDX = ZERO
                   ADD 1 TO WS-UNMAPPED-AGGREGATES
                   DISPLAY '*** EODREC1 NO GL MAPPING FOR TYPE '
                       WS-AGG-TRAN-TYPE(WS-AGG-IDX) ' CHANNEL '
                       WS-AGG-CHANNEL-CODE(WS-AGG-IDX) ' ***'
               ELSE
                   MOVE GLMAP-DEBIT-ACCOUNT(WS-GLM-FOUND-IDX)
                       TO WS-SEEK-DEBIT-ACCOUNT
                   MOVE GLMAP-CREDIT-ACCOUNT(WS-GLM-FOUND-IDX)
                       TO WS-SEEK-CREDIT-ACCOUNT
                   PERFORM 2350-FIND-PAIR
                   IF WS-PAIR-FOUND-IDX > ZERO
                       ADD WS-AGG-AMOUNT(WS-AGG-IDX)
                           TO WS-PAIR-EXPECTED-AMOUNT
                               (WS-PAIR-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       3215-KEEP-LATER-MAPPING.
           IF WS-GLM-FOUND-IDX = ZERO
               MOVE WS-GLM-IDX TO WS-GLM-FOUND-IDX
           ELSE
               IF GLMAP-EFFECTIVE-DATE(WS-GLM-IDX)
                   NOT < GLMAP-EFFECTIVE-DATE(WS-GLM-FOUND-IDX)
                   MOVE WS-GLM-IDX TO WS-GLM-FOUND-IDX
               END-IF
           END-IF.

       3220-ENTER-ONE-PAIR.
           MOVE 'GLPR' TO WS-CHK-ID
           MOVE SPACES TO WS-CHK-LABEL
           STRING 'GL ' WS-PAIR-DEBIT-ACCOUNT(WS-PAIR-IDX)
               '/' WS-PAIR-CREDIT-ACCOUNT(WS-PAIR-IDX)
               DELIMITED BY SIZE INTO WS-CHK-LABEL
           SET CHECK-IS-AMOUNT TO TRUE
           MOVE WS-PAIR-EXTRACT-AMOUNT(WS-PAIR-IDX)
               TO WS-CHK-FIGURE-A
           MOVE WS-PAIR-EXPECTED-AMOUNT(WS-PAIR-IDX)
               TO WS-CHK-FIGURE-B
           PERFORM 3900-ENTER-ONE-CHECK.

      *    Every channel detail either posted or left a trace: a
      *    reject, a hold, a duplicate suspect, a suspense booking,
      *    or a return out of suspense. The parts are listed under
      *    the check so a break shows which one is short.
       3300-CHECK-DETAIL-COUNTS.
           MOVE 'DCNT' TO WS-CHK-ID
           MOVE 'UNPOSTED VS EXCEPTIONS' TO WS-CHK-LABEL
           SET CHECK-IS-COUNT TO TRUE
           COMPUTE WS-CHK-FIGURE-A =
               WS-CHANNEL-READ - WS-CHANNEL-POSTED
           COMPUTE WS-CHK-FIGURE-B =
               WS-NEW-REJECTS + WS-NEW-HELD + WS-NEW-SUSPECTS
               + WS-NEW-SUSPENSE + WS-SUSPENSE-RETURNS
           PERFORM 3900-ENTER-ONE-CHECK
           MOVE 'CHANNEL DETAILS READ' TO WS-RDC-LABEL
           MOVE WS-CHANNEL-READ TO WS-RDC-COUNT
           PERFORM 3950-WRITE-DETAIL-COUNT
           MOVE 'POSTED' TO WS-RDC-LABEL
           MOVE WS-CHANNEL-POSTED TO WS-RDC-COUNT
           PERFORM 3950-WRITE-DETAIL-COUNT
           MOVE 'NEW CUSTPREJ REJECTS' TO WS-RDC-LABEL
           MOVE WS-NEW-REJECTS TO WS-RDC-COUNT
           PERFORM 3950-WRITE-DETAIL-COUNT
           MOVE 'NEW CUSTHELD HOLDS' TO WS-RDC-LABEL
           MOVE WS-NEW-HELD TO WS-RDC-COUNT
           PERFORM 3950-WRITE-DETAIL-COUNT
           MOVE 'NEW CUSTSUSP DUPLICATE SUSPECTS' TO WS-RDC-LABEL
           MOVE WS-NEW-SUSPECTS TO WS-RDC-COUNT
           PERFORM 3950-WRITE-DETAIL-COUNT
           MOVE 'NEW CUSTUNAP SUSPENSE BOOKINGS' TO WS-RDC-LABEL
           MOVE WS-NEW-SUSPENSE TO WS-RDC-COUNT
           PERFORM 3950-WRITE-DETAIL-COUNT
           MOVE 'RETURNS OUT OF SUSPENSE' TO WS-RDC-LABEL
           MOVE WS-SUSPENSE-RETURNS TO WS-RDC-COUNT
           PERFORM 3950-WRITE-DETAIL-COUNT.

       3400-CHECK-MERGE-SLICES.
           MOVE 'MNET' TO WS-CHK-ID
           MOVE 'MERGE SLICE DR VS CR' TO WS-CHK-LABEL
           SET CHECK-IS-AMOUNT TO TRUE
           MOVE WS-MERGE-DEBITS TO WS-CHK-FIGURE-A
           MOVE WS-MERGE-CREDITS TO WS-CHK-FIGURE-B
           PERFORM 3900-ENTER-ONE-CHECK
           MOVE 'MERGE SLICES FOR THE DATE' TO WS-RDC-LABEL
           MOVE WS-MERGE-SLICES TO WS-RDC-COUNT
           PERFORM 3950-WRITE-DETAIL-COUNT.

       3900-ENTER-ONE-CHECK.
           COMPUTE WS-CHK-DIFFERENCE =
               WS-CHK-FIGURE-A - WS-CHK-FIGURE-B
           MOVE SPACES            TO EODMTX-RECORD
           MOVE WS-CHK-ID         TO EODMTX-CHECK-ID
           MOVE WS-CHK-LABEL      TO EODMTX-CHECK-LABEL
           MOVE WS-CHK-FIGURE-A   TO EODMTX-FIGURE-A
           MOVE WS-CHK-FIGURE-B   TO EODMTX-FIGURE-B
           MOVE WS-CHK-DIFFERENCE TO EODMTX-DIFFERENCE
           MOVE WS-CHK-MEASURE    TO EODMTX-MEASURE
           IF WS-CHK-DIFFERENCE = ZERO
               SET EODMTX-AGREES TO TRUE
           ELSE
               SET EODMTX-BREAK TO TRUE
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY '*** EODREC1 CROSS-FILE BREAK ' WS-CHK-ID
                   ' ' WS-CHK-LABEL ' ***'
           END-IF
           MOVE EODMTX-RECORD TO MATRIX-OUT-LINE
           WRITE MATRIX-OUT-LINE
           ADD 1 TO WS-MATRIX-ROWS
           IF CHECK-IS-AMOUNT
               MOVE WS-CHK-LABEL      TO WS-RAR-LABEL
               MOVE WS-CHK-FIGURE-A   TO WS-RAR-FIGURE-A
               MOVE WS-CHK-FIGURE-B   TO WS-RAR-FIGURE-B
               MOVE WS-CHK-DIFFERENCE TO WS-RAR-DIFFERENCE
               IF EODMTX-AGREES
                   MOVE 'OK' TO WS-RAR-RESULT
               ELSE
                   MOVE 'BREAK' TO WS-RAR-RESULT
               END-IF
               MOVE WS-RPT-AMOUNT-ROW TO REPORT-OUT-LINE
           ELSE
               MOVE WS-CHK-LABEL      TO WS-RCR-LABEL
               MOVE WS-CHK-FIGURE-A   TO WS-RCR-FIGURE-A
               MOVE WS-CHK-FIGURE-B   TO WS-RCR-FIGURE-B
               MOVE WS-CHK-DIFFERENCE TO WS-RCR-DIFFERENCE
               IF EODMTX-AGREES
                   MOVE 'OK' TO WS-RCR-RESULT
               ELSE
                   MOVE 'BREAK' TO WS-RCR-RESULT
               END-IF
               MOVE WS-RPT-COUNT-ROW TO REPORT-OUT-LINE
           END-IF
           WRITE REPORT-OUT-LINE.

       3950-WRITE-DETAIL-COUNT.
           MOVE WS-RPT-DETAIL-COUNT TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    One FATAL for the night, however many checks broke --
      *    the matrix on the report and the file names them all.
       4000-REPORT-THE-VERDICT.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE 'ALL CROSS-CHECKS AGREE' TO WS-RVE-TEXT
               DISPLAY 'EODREC1 ' WS-MATRIX-ROWS ' CROSS-CHECKS'
                   ' FOR ' BUSDATE-CURRENT-DATE ' - ALL AGREE'
           ELSE
               MOVE SPACES TO WS-RVE-TEXT
               STRING WS-BREAK-COUNT ' BREAK(S) -- FATAL RAISED'
                   DELIMITED BY SIZE INTO WS-RVE-TEXT
               PERFORM 4100-RAISE-THE-BREAK
               MOVE 8 TO WS-RUN-RETURN-CODE
           END-IF
           MOVE WS-RPT-VERDICT TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE.

       4100-RAISE-THE-BREAK.
           MOVE 'CROSSFILE'       TO ERR020W-ERROR
           MOVE ZEROES            TO ERR020W-RESPONSE-CODE
           MOVE 'EODREC1'         TO ERR020W-ERROR-PROGRAM
           MOVE '4000  '          TO ERR020W-ERROR-PARA
           MOVE 'F'               TO ERR020W-SEVERITY
           MOVE 'EODRECM'         TO ERR020W-ERROR-LITERAL
           MOVE SPACES            TO ERR020W-ERROR-VALUE
           STRING WS-BREAK-COUNT ' CHECK(S) BROKEN'
               DELIMITED BY SIZE INTO ERR020W-ERROR-VALUE
           MOVE ZERO              TO ERR020W-RETRY-COUNT
           MOVE WS-CORRELATION-ID TO ERR020W-CORRELATION-ID
           CALL 'ERRH0100' USING ERR020W.

       9000-END-RUN.
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    Nothing is appended to the matrix when the files are not
      *    tonight's: the reason goes on the console and the report,
      *    and the run ends RC 8.
       9100-REFUSE-THE-MATRIX.
           DISPLAY '*** EODREC1 MATRIX REFUSED -- '
               WS-REFUSAL-TEXT ' ***'
           MOVE WS-REFUSAL-TEXT TO WS-RPR-TEXT
           MOVE WS-RPT-REFUSAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           MOVE 8 TO WS-RUN-RETURN-CODE
           PERFORM 9000-END-RUN.
