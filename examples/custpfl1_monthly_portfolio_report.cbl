       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPFL1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Month-end customer portfolio report for Finance, who had
      *    it built by hand every month from raw dumps of the
      *    master. The job runs in the nightly chain and does its
      *    work only on the business date FISCALCL marks as a
      *    period end (FISCALCL-IS-PERIOD-END); any other night it
      *    ends at once, clean. At period end it reads the customer
      *    master (CUSTRECF) and breaks the book down into counts
      *    and balances by balance band, by risk-score band off
      *    CUSTREC-FIN-RISK-SCORE (a legacy-view record is not
      *    scored), by statement cycle and by record type, each
      *    line beside last period's figures. Last period's figures
      *    and the twelve-period trend come from the PORTHST
      *    summary history (PORTHST.CPY, PORTHSTI in, PORTHSTO out)
      *    this job appends to every period end -- a rerun of the
      *    same period replaces its own record. The month's
      *    movement comes from matching the master against the
      *    snapshot this job took of it at the last period end
      *    (PORTSNPI, in customer-id order like the master; today's
      *    is written to PORTSNPO): customers new this month,
      *    closed (flagged closed, or gone from the master while
      *    still open), merged away, and migrated from the legacy
      *    to the finance view, with the ten largest balance
      *    changes. The report (PORTFRPT) is 80 columns so RPTDIST1
      *    can bundle it, and is routed there as a month-end
      *    report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SNAPSHOT-IN-FILE  ASSIGN TO "PORTSNPI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT SNAPSHOT-OUT-FILE ASSIGN TO "PORTSNPO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-IN-FILE   ASSIGN TO "PORTHSTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-OUT-FILE  ASSIGN TO "PORTHSTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "PORTFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCALCL-FILE.
       01  FISCALCL-FILE-RECORD        PIC X(17).

       FD  CUSTREC-FILE.
       01  CUSTREC-IN-RECORD           PIC X(61).

       FD  SNAPSHOT-IN-FILE.
       01  SNAPSHOT-IN-RECORD          PIC X(61).

       FD  SNAPSHOT-OUT-FILE.
       01  SNAPSHOT-OUT-RECORD         PIC X(61).

       FD  HISTORY-IN-FILE.
       01  HISTORY-IN-RECORD           PIC X(548).

       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-RECORD          PIC X(548).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-FISCAL-EOF                PIC X       VALUE 'N'.
           88  END-OF-FISCAL                        VALUE 'Y'.
       01  WS-SNAPSHOT-EOF              PIC X       VALUE 'N'.
           88  END-OF-SNAPSHOT                      VALUE 'Y'.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-HISTORY-EOF               PIC X       VALUE 'N'.
           88  END-OF-HISTORY                       VALUE 'Y'.
       01  WS-FISCAL-FOUND-SWITCH       PIC X       VALUE 'N'.
           88  FISCAL-DAY-FOUND                     VALUE 'Y'.
       01  WS-SNAPSHOT-OPEN-SWITCH      PIC X       VALUE 'N'.
           88  PRIOR-SNAPSHOT-ON-FILE               VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SNAPSHOT-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

       01  WS-FISCAL-YEAR               PIC 9(04)   VALUE ZERO.
       01  WS-FISCAL-PERIOD             PIC 9(02)   VALUE ZERO.

      *    The two sides of the month's match, as in CUSTCDC1: a
      *    side at end of file holds HIGH-VALUES in its key.
       01  WS-PRIOR-KEY                 PIC X(08)   VALUE LOW-VALUES.
       01  WS-TODAY-KEY                 PIC X(08)   VALUE LOW-VALUES.
       01  WS-PRIOR-LAST-KEY            PIC X(08)   VALUE LOW-VALUES.
       01  WS-TODAY-LAST-KEY            PIC X(08)   VALUE LOW-VALUES.
       01  WS-PRIOR-IMAGE               PIC X(61)   VALUE SPACES.
       01  WS-TODAY-IMAGE               PIC X(61)   VALUE SPACES.
       01  WS-PRIOR-TYPE                PIC X(01)   VALUE SPACE.
       01  WS-PRIOR-STATUS-BYTE         PIC X(01)   VALUE SPACE.
       01  WS-PRIOR-BALANCE             PIC S9(09)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-TODAY-BALANCE             PIC S9(09)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-CHANGE-CUSTOMER-ID        PIC X(08)   VALUE SPACES.
       01  WS-CHANGE-AMOUNT             PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-CHANGE-SIZE               PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.

       01  WS-LINE-IDX                  PIC 9(02)   VALUE ZERO.
       01  WS-RISK-BAND                 PIC 9(01)   VALUE ZERO.

      *    The ten largest balance changes of the month, largest
      *    first, by size of the change whichever way it went.
       01  WS-TOP-TABLE.
           05  WS-TOP-COUNT             PIC 9(02)   VALUE ZERO.
           05  WS-TOP-ENTRY OCCURS 11 TIMES.
               10  WS-TOP-CUSTOMER-ID   PIC X(08).
               10  WS-TOP-PRIOR         PIC S9(09)V99 COMP-3.
               10  WS-TOP-CURRENT       PIC S9(09)V99 COMP-3.
               10  WS-TOP-CHANGE        PIC S9(11)V99 COMP-3.
               10  WS-TOP-SIZE          PIC S9(11)V99 COMP-3.
       01  WS-TOP-IDX                   PIC 9(02).
       01  WS-TOP-SWAP.
           05  WS-SWP-CUSTOMER-ID       PIC X(08).
           05  WS-SWP-PRIOR             PIC S9(09)V99 COMP-3.
           05  WS-SWP-CURRENT           PIC S9(09)V99 COMP-3.
           05  WS-SWP-CHANGE            PIC S9(11)V99 COMP-3.
           05  WS-SWP-SIZE              PIC S9(11)V99 COMP-3.

      *    Every earlier period on the history, in the order it
      *    was written; the last one is the prior period.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-HISTORY-IMAGE OCCURS 240 TIMES
                                        PIC X(548).
       01  WS-HST-IDX                   PIC 9(03).
       01  WS-TREND-START               PIC 9(03).
       01  WS-PRIOR-PERIOD-IMAGE        PIC X(548)  VALUE SPACES.
       01  WS-PRIOR-PERIOD-SWITCH       PIC X       VALUE 'N'.
           88  PRIOR-PERIOD-ON-HISTORY              VALUE 'Y'.
       01  WS-PERIOD-REPLACED-SWITCH    PIC X       VALUE 'N'.
           88  PERIOD-WAS-RERUN                     VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-SNAPSHOT-READ         PIC 9(07)   VALUE ZERO.
           05  WS-MASTER-READ           PIC 9(07)   VALUE ZERO.

      *    This period's figures, built in the history layout and
      *    kept apart from the prior period's.
       01  WS-CURRENT-PERIOD-IMAGE      PIC X(548)  VALUE SPACES.

       01  WS-LINE-LABEL-VALUES.
           05  FILLER PIC X(16) VALUE 'NEGATIVE        '.
           05  FILLER PIC X(16) VALUE 'ZERO            '.
           05  FILLER PIC X(16) VALUE 'TO 1,000        '.
           05  FILLER PIC X(16) VALUE 'TO 10,000       '.
           05  FILLER PIC X(16) VALUE 'TO 100,000      '.
           05  FILLER PIC X(16) VALUE 'OVER 100,000    '.
           05  FILLER PIC X(16) VALUE 'SCORE 000-199   '.
           05  FILLER PIC X(16) VALUE 'SCORE 200-399   '.
           05  FILLER PIC X(16) VALUE 'SCORE 400-599   '.
           05  FILLER PIC X(16) VALUE 'SCORE 600-799   '.
           05  FILLER PIC X(16) VALUE 'SCORE 800-999   '.
           05  FILLER PIC X(16) VALUE 'NOT SCORED      '.
           05  FILLER PIC X(16) VALUE 'CYCLE PERIOD END'.
           05  FILLER PIC X(16) VALUE 'CYCLE 01        '.
           05  FILLER PIC X(16) VALUE 'CYCLE 02        '.
           05  FILLER PIC X(16) VALUE 'CYCLE 03        '.
           05  FILLER PIC X(16) VALUE 'CYCLE 04        '.
           05  FILLER PIC X(16) VALUE 'CYCLE 05        '.
           05  FILLER PIC X(16) VALUE 'CYCLE OTHER     '.
           05  FILLER PIC X(16) VALUE 'LEGACY VIEW     '.
           05  FILLER PIC X(16) VALUE 'FINANCE VIEW    '.
       01  WS-LINE-LABEL-TABLE REDEFINES WS-LINE-LABEL-VALUES.
           05  WS-LINE-LABEL OCCURS 21 TIMES
                                        PIC X(16).

       01  WS-RPT-HEADING.
           05  FILLER                   PIC X(36)   VALUE
               'CUSTPFL1 CUSTOMER PORTFOLIO  FISCAL '.
           05  WS-RH-YEAR               PIC 9(04).
           05  FILLER                   PIC X(01)   VALUE '/'.
           05  WS-RH-PERIOD             PIC 9(02).
           05  FILLER                   PIC X(16)   VALUE
               '  BUSINESS DATE '.
           05  WS-RH-DATE               PIC 9(08).
           05  FILLER                   PIC X(13)   VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                   PIC X(40)   VALUE
               '                     COUNT         THIS '.
           05  FILLER                   PIC X(40)   VALUE
               'PERIOD PRIOR CNT        PRIOR PERIOD    '.
       01  WS-RPT-SECTION.
           05  WS-RS-TITLE              PIC X(40).
           05  FILLER                   PIC X(40)   VALUE SPACES.
       01  WS-RPT-LINE.
           05  WS-RL-LABEL              PIC X(16).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RL-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RL-BALANCE            PIC ----,---,---,--9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RL-PRIOR-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RL-PRIOR-BALANCE      PIC ----,---,---,--9.99.
           05  FILLER                   PIC X(04)   VALUE SPACES.
       01  WS-RPT-MOVE-LINE.
           05  WS-RM-LABEL              PIC X(16).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RM-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(21)   VALUE SPACES.
           05  WS-RM-PRIOR-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(24)   VALUE SPACES.
       01  WS-RPT-TOP-COLUMNS.
           05  FILLER                   PIC X(40)   VALUE
               'CUSTOMER        PRIOR PERIOD         THI'.
           05  FILLER                   PIC X(40)   VALUE
               'S PERIOD                CHANGE          '.
       01  WS-RPT-TOP-LINE.
           05  WS-RT-CUSTOMER-ID        PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RT-PRIOR              PIC ----,---,---,--9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RT-CURRENT            PIC ----,---,---,--9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RT-CHANGE             PIC --,---,---,---,--9.99.
           05  FILLER                   PIC X(10)   VALUE SPACES.
       01  WS-RPT-TREND-COLUMNS.
           05  FILLER                   PIC X(40)   VALUE
               'PERIOD  CUSTOMERS               BALANCE '.
           05  FILLER                   PIC X(40)   VALUE
               '      NEW    CLOSED                     '.
       01  WS-RPT-TREND-LINE.
           05  WS-RD-YEAR               PIC 9(04).
           05  FILLER                   PIC X(01)   VALUE '/'.
           05  WS-RD-PERIOD             PIC 9(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-BALANCE            PIC --,---,---,---,--9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-NEW                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-CLOSED             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(21)   VALUE SPACES.

       COPY CUSTREC.
       COPY PORTHST.
       COPY FISCALCL.
       COPY BUSDATE.
       COPY FSTATCOM.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ONE-KEY
               UNTIL END-OF-SNAPSHOT AND END-OF-MASTER
           PERFORM 3000-WRITE-THE-REPORT
           PERFORM 4000-WRITE-THE-HISTORY
           PERFORM 5000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CPFL' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTPFL1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE 'CUSTPFL1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** CUSTPFL1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE THE REPORT ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-FIND-FISCAL-DAY
           IF NOT FISCALCL-IS-PERIOD-END
               DISPLAY 'CUSTPFL1 ' BUSDATE-CURRENT-DATE
                   ' IS NOT A PERIOD END -- NO PORTFOLIO REPORT'
                   ' TONIGHT'
               SET JOBGATE-MODE-END TO TRUE
               MOVE ZERO TO JOBGATE-RETURN-CODE
               CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-HISTORY
           MOVE SPACES TO PORTHST-RECORD
           MOVE WS-FISCAL-YEAR       TO PORTHST-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD     TO PORTHST-FISCAL-PERIOD
           MOVE BUSDATE-CURRENT-DATE TO PORTHST-BUSINESS-DATE
           MOVE ZERO TO PORTHST-CUSTOMER-COUNT
                        PORTHST-TOTAL-BALANCE
                        PORTHST-NEW-COUNT
                        PORTHST-CLOSED-COUNT
                        PORTHST-MERGED-COUNT
                        PORTHST-MIGRATED-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 21
               MOVE ZERO TO PORTHST-LINE-COUNT(WS-LINE-IDX)
                            PORTHST-LINE-BALANCE(WS-LINE-IDX)
           END-PERFORM
           MOVE PORTHST-RECORD TO WS-CURRENT-PERIOD-IMAGE
           OPEN INPUT SNAPSHOT-IN-FILE
           IF WS-SNAPSHOT-STATUS = '00'
               SET PRIOR-SNAPSHOT-ON-FILE TO TRUE
               PERFORM 2900-READ-SNAPSHOT
           ELSE
               DISPLAY '*** CUSTPFL1 NO PRIOR PERIOD-END SNAPSHOT'
                   ' -- MONTH MOVEMENT NOT REPORTED ***'
               SET END-OF-SNAPSHOT TO TRUE
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           END-IF
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN OUTPUT SNAPSHOT-OUT-FILE
           PERFORM 2950-READ-MASTER.

      *    The business date's own FISCALCL day says whether this
      *    is a period end and which fiscal period it closes.
       1100-FIND-FISCAL-DAY.
           OPEN INPUT FISCALCL-FILE
           PERFORM 1110-READ-FISCAL UNTIL END-OF-FISCAL
           CLOSE FISCALCL-FILE
           IF NOT FISCAL-DAY-FOUND
               DISPLAY '*** CUSTPFL1 ' BUSDATE-CURRENT-DATE
                   ' NOT ON FISCALCL -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-FISCAL.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FISCAL TO TRUE
               NOT AT END
                   MOVE FISCALCL-FILE-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-CALENDAR-DATE = BUSDATE-CURRENT-DATE
                       SET FISCAL-DAY-FOUND TO TRUE
                       MOVE FISCALCL-FISCAL-YEAR TO WS-FISCAL-YEAR
                       MOVE FISCALCL-FISCAL-PERIOD
                           TO WS-FISCAL-PERIOD
                       SET END-OF-FISCAL TO TRUE
                   END-IF
           END-READ.

      *    A record for the period being run comes from an earlier
      *    run of this same period; it is dropped here and written
      *    afresh, so it is never its own prior period.
       1200-LOAD-HISTORY.
           OPEN INPUT HISTORY-IN-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM 1210-READ-HISTORY UNTIL END-OF-HISTORY
               CLOSE HISTORY-IN-FILE
           END-IF
           IF WS-HISTORY-COUNT > ZERO
               SET PRIOR-PERIOD-ON-HISTORY TO TRUE
               MOVE WS-HISTORY-IMAGE(WS-HISTORY-COUNT)
                   TO WS-PRIOR-PERIOD-IMAGE
           END-IF.

       1210-READ-HISTORY.
           READ HISTORY-IN-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE HISTORY-IN-RECORD TO PORTHST-RECORD
                   IF PORTHST-FISCAL-YEAR = WS-FISCAL-YEAR
                       AND PORTHST-FISCAL-PERIOD = WS-FISCAL-PERIOD
                       SET PERIOD-WAS-RERUN TO TRUE
                   ELSE
                       IF WS-HISTORY-COUNT >= 240
                           DISPLAY '*** CUSTPFL1 PORTFOLIO HISTORY'
                               ' HAS MORE THAN 240 PERIODS -- RUN'
                               ' ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE HISTORY-IN-RECORD
                           TO WS-HISTORY-IMAGE(WS-HISTORY-COUNT)
                   END-IF
           END-READ.

      *    One step of the balanced-line match against last period
      *    end's snapshot. Every record of today's master is
      *    counted into the breakdown; the match only adds the
      *    movement and the balance change.
       2000-MATCH-ONE-KEY.
           MOVE WS-CURRENT-PERIOD-IMAGE TO PORTHST-RECORD
           EVALUATE TRUE
               WHEN WS-PRIOR-KEY = WS-TODAY-KEY
                   PERFORM 2100-COUNT-TODAY-RECORD
                   PERFORM 2200-COMPARE-WITH-PRIOR
                   PERFORM 2900-READ-SNAPSHOT
                   PERFORM 2950-READ-MASTER
               WHEN WS-PRIOR-KEY < WS-TODAY-KEY
                   PERFORM 2300-CUSTOMER-GONE
                   PERFORM 2900-READ-SNAPSHOT
               WHEN OTHER
                   PERFORM 2100-COUNT-TODAY-RECORD
                   IF PRIOR-SNAPSHOT-ON-FILE
                       ADD 1 TO PORTHST-NEW-COUNT
                       MOVE ZERO TO WS-PRIOR-BALANCE
                       PERFORM 2500-RANK-THE-CHANGE
                   END-IF
                   PERFORM 2950-READ-MASTER
           END-EVALUATE
           MOVE PORTHST-RECORD TO WS-CURRENT-PERIOD-IMAGE.

       2100-COUNT-TODAY-RECORD.
           MOVE WS-TODAY-IMAGE TO CUSTREC-RECORD
           MOVE CUSTREC-LEGACY-BALANCE TO WS-TODAY-BALANCE
           ADD 1 TO PORTHST-CUSTOMER-COUNT
           ADD WS-TODAY-BALANCE TO PORTHST-TOTAL-BALANCE
           EVALUATE TRUE
               WHEN WS-TODAY-BALANCE < ZERO
                   MOVE 1 TO WS-LINE-IDX
               WHEN WS-TODAY-BALANCE = ZERO
                   MOVE 2 TO WS-LINE-IDX
               WHEN WS-TODAY-BALANCE <= 1000.00
                   MOVE 3 TO WS-LINE-IDX
               WHEN WS-TODAY-BALANCE <= 10000.00
                   MOVE 4 TO WS-LINE-IDX
               WHEN WS-TODAY-BALANCE <= 100000.00
                   MOVE 5 TO WS-LINE-IDX
               WHEN OTHER
                   MOVE 6 TO WS-LINE-IDX
           END-EVALUATE
           PERFORM 2150-ADD-TO-LINE
           IF CUSTREC-TYPE-FINANCE
               AND CUSTREC-FIN-RISK-SCORE NUMERIC
               DIVIDE CUSTREC-FIN-RISK-SCORE BY 200
                   GIVING WS-RISK-BAND
               COMPUTE WS-LINE-IDX = 7 + WS-RISK-BAND
           ELSE
               MOVE 12 TO WS-LINE-IDX
           END-IF
           PERFORM 2150-ADD-TO-LINE
           EVALUATE CUSTREC-LEGACY-CYCLE
               WHEN SPACES
               WHEN '00'
                   MOVE 13 TO WS-LINE-IDX
               WHEN '01'
                   MOVE 14 TO WS-LINE-IDX
               WHEN '02'
                   MOVE 15 TO WS-LINE-IDX
               WHEN '03'
                   MOVE 16 TO WS-LINE-IDX
               WHEN '04'
                   MOVE 17 TO WS-LINE-IDX
               WHEN '05'
                   MOVE 18 TO WS-LINE-IDX
               WHEN OTHER
                   MOVE 19 TO WS-LINE-IDX
           END-EVALUATE
           PERFORM 2150-ADD-TO-LINE
           IF CUSTREC-TYPE-FINANCE
               MOVE 21 TO WS-LINE-IDX
           ELSE
               MOVE 20 TO WS-LINE-IDX
           END-IF
           PERFORM 2150-ADD-TO-LINE.

       2150-ADD-TO-LINE.
           ADD 1 TO PORTHST-LINE-COUNT(WS-LINE-IDX)
           ADD WS-TODAY-BALANCE TO PORTHST-LINE-BALANCE(WS-LINE-IDX).

      *    A status byte newly at 'C' or 'M' is a closure or a
      *    merge; a record on the finance view that was on the
      *    legacy view a period ago has been migrated.
       2200-COMPARE-WITH-PRIOR.
           MOVE WS-PRIOR-IMAGE TO CUSTREC-RECORD
           MOVE CUSTREC-TYPE           TO WS-PRIOR-TYPE
           MOVE CUSTREC-LEGACY-STATUS  TO WS-PRIOR-STATUS-BYTE
           MOVE CUSTREC-LEGACY-BALANCE TO WS-PRIOR-BALANCE
           MOVE WS-TODAY-IMAGE TO CUSTREC-RECORD
           IF CUSTREC-LEGACY-CLOSED
               AND WS-PRIOR-STATUS-BYTE NOT = 'C'
               ADD 1 TO PORTHST-CLOSED-COUNT
           END-IF
           IF CUSTREC-LEGACY-MERGED
               AND WS-PRIOR-STATUS-BYTE NOT = 'M'
               ADD 1 TO PORTHST-MERGED-COUNT
           END-IF
           IF CUSTREC-TYPE-FINANCE
               AND WS-PRIOR-TYPE = 'L'
               ADD 1 TO PORTHST-MIGRATED-COUNT
           END-IF
           PERFORM 2500-RANK-THE-CHANGE.

      *    Gone from the master since last period end. Still open a
      *    period ago, it was closed and archived inside the month
      *    and counts as a closure; already flagged closed or
      *    merged, it was counted when that happened.
       2300-CUSTOMER-GONE.
           MOVE WS-PRIOR-IMAGE TO CUSTREC-RECORD
           MOVE CUSTREC-LEGACY-BALANCE TO WS-PRIOR-BALANCE
           IF CUSTREC-LEGACY-OPEN
               ADD 1 TO PORTHST-CLOSED-COUNT
           END-IF
           MOVE ZERO TO WS-TODAY-BALANCE
           PERFORM 2500-RANK-THE-CHANGE.

      *    A change bigger than the smallest of the ten on the
      *    table takes its place at the bottom and rises to where
      *    it belongs.
       2500-RANK-THE-CHANGE.
           MOVE CUSTREC-CUSTOMER-ID TO WS-CHANGE-CUSTOMER-ID
           COMPUTE WS-CHANGE-AMOUNT =
               WS-TODAY-BALANCE - WS-PRIOR-BALANCE
           IF WS-CHANGE-AMOUNT < ZERO
               COMPUTE WS-CHANGE-SIZE = ZERO - WS-CHANGE-AMOUNT
           ELSE
               MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-SIZE
           END-IF
           IF WS-CHANGE-SIZE > ZERO
               IF WS-TOP-COUNT < 10
                   ADD 1 TO WS-TOP-COUNT
                   MOVE WS-TOP-COUNT TO WS-TOP-IDX
                   PERFORM 2510-PLACE-AT-BOTTOM
               ELSE
                   IF WS-CHANGE-SIZE > WS-TOP-SIZE(10)
                       MOVE 10 TO WS-TOP-IDX
                       PERFORM 2510-PLACE-AT-BOTTOM
                   END-IF
               END-IF
           END-IF.

       2510-PLACE-AT-BOTTOM.
           MOVE WS-CHANGE-CUSTOMER-ID
                                TO WS-TOP-CUSTOMER-ID(WS-TOP-IDX)
           MOVE WS-PRIOR-BALANCE TO WS-TOP-PRIOR(WS-TOP-IDX)
           MOVE WS-TODAY-BALANCE TO WS-TOP-CURRENT(WS-TOP-IDX)
           MOVE WS-CHANGE-AMOUNT TO WS-TOP-CHANGE(WS-TOP-IDX)
           MOVE WS-CHANGE-SIZE   TO WS-TOP-SIZE(WS-TOP-IDX)
           PERFORM UNTIL WS-TOP-IDX = 1
               OR WS-TOP-SIZE(WS-TOP-IDX)
                   NOT > WS-TOP-SIZE(WS-TOP-IDX - 1)
               MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1) TO WS-TOP-SWAP
               MOVE WS-TOP-ENTRY(WS-TOP-IDX)
                   TO WS-TOP-ENTRY(WS-TOP-IDX - 1)
               MOVE WS-TOP-SWAP TO WS-TOP-ENTRY(WS-TOP-IDX)
               SUBTRACT 1 FROM WS-TOP-IDX
           END-PERFORM.

      *    Header and trailer lines are passed over. The match only
      *    works on ascending keys, so a file out of order stops
      *    the run rather than printing a wrong movement.
       2900-READ-SNAPSHOT.
           IF NOT END-OF-SNAPSHOT
               READ SNAPSHOT-IN-FILE
                   AT END
                       SET END-OF-SNAPSHOT TO TRUE
                       MOVE HIGH-VALUES TO WS-PRIOR-KEY
                   NOT AT END
                       ADD 1 TO WS-SNAPSHOT-READ
                       MOVE SNAPSHOT-IN-RECORD TO WS-PRIOR-IMAGE
                       MOVE SNAPSHOT-IN-RECORD(2:8) TO WS-PRIOR-KEY
                       IF WS-PRIOR-KEY NOT > WS-PRIOR-LAST-KEY
                           DISPLAY '*** CUSTPFL1 SNAPSHOT OUT OF'
                               ' SEQUENCE AT ' WS-PRIOR-KEY
                               ' -- RUN ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE WS-PRIOR-KEY TO WS-PRIOR-LAST-KEY
               END-READ
           END-IF.

       2950-READ-MASTER.
           IF NOT END-OF-MASTER
               READ CUSTREC-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                       MOVE HIGH-VALUES TO WS-TODAY-KEY
                   NOT AT END
                       IF CUSTREC-IN-RECORD(1:4) = 'HDR*'
                           OR CUSTREC-IN-RECORD(1:4) = 'TRL*'
                           PERFORM 2960-SKIP-MASTER-CONTROL
                       ELSE
                           PERFORM 2970-TAKE-MASTER-RECORD
                       END-IF
               END-READ
           END-IF.

       2960-SKIP-MASTER-CONTROL.
           READ CUSTREC-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-TODAY-KEY
               NOT AT END
                   IF CUSTREC-IN-RECORD(1:4) NOT = 'HDR*'
                       AND CUSTREC-IN-RECORD(1:4) NOT = 'TRL*'
                       PERFORM 2970-TAKE-MASTER-RECORD
                   END-IF
           END-READ.

      *    Each of today's records is also next period's snapshot.
       2970-TAKE-MASTER-RECORD.
           ADD 1 TO WS-MASTER-READ
           MOVE CUSTREC-IN-RECORD TO WS-TODAY-IMAGE
           MOVE CUSTREC-IN-RECORD(2:8) TO WS-TODAY-KEY
           IF WS-TODAY-KEY NOT > WS-TODAY-LAST-KEY
               DISPLAY '*** CUSTPFL1 CUSTOMER MASTER OUT OF SEQUENCE'
                   ' AT ' WS-TODAY-KEY ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TODAY-KEY TO WS-TODAY-LAST-KEY
           MOVE WS-TODAY-IMAGE TO SNAPSHOT-OUT-RECORD
           WRITE SNAPSHOT-OUT-RECORD.

       3000-WRITE-THE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-FISCAL-YEAR       TO WS-RH-YEAR
           MOVE WS-FISCAL-PERIOD     TO WS-RH-PERIOD
           MOVE BUSDATE-CURRENT-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEADING TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF NOT PRIOR-PERIOD-ON-HISTORY
               MOVE 'NO PRIOR PERIOD ON THE HISTORY -- PRIOR'
                   TO WS-RS-TITLE
               MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
               MOVE 'COLUMNS SHOWN AS ZERO' TO WS-RS-TITLE
               MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-COLUMNS TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'BY BALANCE BAND' TO WS-RS-TITLE
           PERFORM 3100-WRITE-SECTION-TITLE
           PERFORM 3200-WRITE-BREAKDOWN-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 6
           MOVE 'BY RISK-SCORE BAND' TO WS-RS-TITLE
           PERFORM 3100-WRITE-SECTION-TITLE
           PERFORM 3200-WRITE-BREAKDOWN-LINE
               VARYING WS-LINE-IDX FROM 7 BY 1
               UNTIL WS-LINE-IDX > 12
           MOVE 'BY STATEMENT CYCLE' TO WS-RS-TITLE
           PERFORM 3100-WRITE-SECTION-TITLE
           PERFORM 3200-WRITE-BREAKDOWN-LINE
               VARYING WS-LINE-IDX FROM 13 BY 1
               UNTIL WS-LINE-IDX > 19
           MOVE 'BY RECORD TYPE' TO WS-RS-TITLE
           PERFORM 3100-WRITE-SECTION-TITLE
           PERFORM 3200-WRITE-BREAKDOWN-LINE
               VARYING WS-LINE-IDX FROM 20 BY 1
               UNTIL WS-LINE-IDX > 21
           PERFORM 3300-WRITE-BOOK-TOTAL
           PERFORM 3400-WRITE-MOVEMENT
           PERFORM 3500-WRITE-TOP-CHANGES
           PERFORM 3600-WRITE-TREND
           CLOSE REPORT-FILE.

       3100-WRITE-SECTION-TITLE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    This period's line beside the prior period's same line.
       3200-WRITE-BREAKDOWN-LINE.
           MOVE WS-LINE-LABEL(WS-LINE-IDX) TO WS-RL-LABEL
           MOVE WS-CURRENT-PERIOD-IMAGE TO PORTHST-RECORD
           MOVE PORTHST-LINE-COUNT(WS-LINE-IDX)   TO WS-RL-COUNT
           MOVE PORTHST-LINE-BALANCE(WS-LINE-IDX) TO WS-RL-BALANCE
           IF PRIOR-PERIOD-ON-HISTORY
               MOVE WS-PRIOR-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-LINE-COUNT(WS-LINE-IDX)
                   TO WS-RL-PRIOR-COUNT
               MOVE PORTHST-LINE-BALANCE(WS-LINE-IDX)
                   TO WS-RL-PRIOR-BALANCE
           ELSE
               MOVE ZERO TO WS-RL-PRIOR-COUNT WS-RL-PRIOR-BALANCE
           END-IF
           MOVE WS-RPT-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       3300-WRITE-BOOK-TOTAL.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'TOTAL BOOK' TO WS-RL-LABEL
           MOVE WS-CURRENT-PERIOD-IMAGE TO PORTHST-RECORD
           MOVE PORTHST-CUSTOMER-COUNT TO WS-RL-COUNT
           MOVE PORTHST-TOTAL-BALANCE  TO WS-RL-BALANCE
           IF PRIOR-PERIOD-ON-HISTORY
               MOVE WS-PRIOR-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-CUSTOMER-COUNT TO WS-RL-PRIOR-COUNT
               MOVE PORTHST-TOTAL-BALANCE  TO WS-RL-PRIOR-BALANCE
           ELSE
               MOVE ZERO TO WS-RL-PRIOR-COUNT WS-RL-PRIOR-BALANCE
           END-IF
           MOVE WS-RPT-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       3400-WRITE-MOVEMENT.
           MOVE 'MONTH-OVER-MONTH MOVEMENT' TO WS-RS-TITLE
           PERFORM 3100-WRITE-SECTION-TITLE
           IF NOT PRIOR-SNAPSHOT-ON-FILE
               MOVE 'NO PRIOR PERIOD-END SNAPSHOT -- NOT SHOWN'
                   TO WS-RS-TITLE
               MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           ELSE
               MOVE 'NEW' TO WS-RM-LABEL
               MOVE WS-CURRENT-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-NEW-COUNT TO WS-RM-COUNT
               MOVE WS-PRIOR-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-NEW-COUNT TO WS-RM-PRIOR-COUNT
               PERFORM 3450-WRITE-MOVEMENT-LINE
               MOVE 'CLOSED' TO WS-RM-LABEL
               MOVE WS-CURRENT-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-CLOSED-COUNT TO WS-RM-COUNT
               MOVE WS-PRIOR-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-CLOSED-COUNT TO WS-RM-PRIOR-COUNT
               PERFORM 3450-WRITE-MOVEMENT-LINE
               MOVE 'MERGED' TO WS-RM-LABEL
               MOVE WS-CURRENT-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-MERGED-COUNT TO WS-RM-COUNT
               MOVE WS-PRIOR-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-MERGED-COUNT TO WS-RM-PRIOR-COUNT
               PERFORM 3450-WRITE-MOVEMENT-LINE
               MOVE 'MIGRATED L TO F' TO WS-RM-LABEL
               MOVE WS-CURRENT-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-MIGRATED-COUNT TO WS-RM-COUNT
               MOVE WS-PRIOR-PERIOD-IMAGE TO PORTHST-RECORD
               MOVE PORTHST-MIGRATED-COUNT TO WS-RM-PRIOR-COUNT
               PERFORM 3450-WRITE-MOVEMENT-LINE
           END-IF.

      *    Before any history exists the prior image is spaces;
      *    its counts print as zero.
       3450-WRITE-MOVEMENT-LINE.
           IF NOT PRIOR-PERIOD-ON-HISTORY
               MOVE ZERO TO WS-RM-PRIOR-COUNT
           END-IF
           MOVE WS-RPT-MOVE-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       3500-WRITE-TOP-CHANGES.
           IF PRIOR-SNAPSHOT-ON-FILE
               MOVE 'LARGEST BALANCE CHANGES' TO WS-RS-TITLE
               PERFORM 3100-WRITE-SECTION-TITLE
               MOVE WS-RPT-TOP-COLUMNS TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
               PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
                   MOVE WS-TOP-CUSTOMER-ID(WS-TOP-IDX)
                       TO WS-RT-CUSTOMER-ID
                   MOVE WS-TOP-PRIOR(WS-TOP-IDX)   TO WS-RT-PRIOR
                   MOVE WS-TOP-CURRENT(WS-TOP-IDX) TO WS-RT-CURRENT
                   MOVE WS-TOP-CHANGE(WS-TOP-IDX)  TO WS-RT-CHANGE
                   MOVE WS-RPT-TOP-LINE TO REPORT-OUT-LINE
                   WRITE REPORT-OUT-LINE
               END-PERFORM
           END-IF.

      *    Up to eleven earlier periods off the history, then this
      *    one: twelve periods, oldest first.
       3600-WRITE-TREND.
           MOVE 'TWELVE-PERIOD TREND' TO WS-RS-TITLE
           PERFORM 3100-WRITE-SECTION-TITLE
           MOVE WS-RPT-TREND-COLUMNS TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF WS-HISTORY-COUNT > 11
               COMPUTE WS-TREND-START = WS-HISTORY-COUNT - 10
           ELSE
               MOVE 1 TO WS-TREND-START
           END-IF
           PERFORM VARYING WS-HST-IDX FROM WS-TREND-START BY 1
               UNTIL WS-HST-IDX > WS-HISTORY-COUNT
               MOVE WS-HISTORY-IMAGE(WS-HST-IDX) TO PORTHST-RECORD
               PERFORM 3650-WRITE-TREND-LINE
           END-PERFORM
           MOVE WS-CURRENT-PERIOD-IMAGE TO PORTHST-RECORD
           PERFORM 3650-WRITE-TREND-LINE.

       3650-WRITE-TREND-LINE.
           MOVE PORTHST-FISCAL-YEAR    TO WS-RD-YEAR
           MOVE PORTHST-FISCAL-PERIOD  TO WS-RD-PERIOD
           MOVE PORTHST-CUSTOMER-COUNT TO WS-RD-COUNT
           MOVE PORTHST-TOTAL-BALANCE  TO WS-RD-BALANCE
           MOVE PORTHST-NEW-COUNT      TO WS-RD-NEW
           MOVE PORTHST-CLOSED-COUNT   TO WS-RD-CLOSED
           MOVE WS-RPT-TREND-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       4000-WRITE-THE-HISTORY.
           OPEN OUTPUT HISTORY-OUT-FILE
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-HISTORY-COUNT
               MOVE WS-HISTORY-IMAGE(WS-HST-IDX) TO HISTORY-OUT-RECORD
               WRITE HISTORY-OUT-RECORD
           END-PERFORM
           MOVE WS-CURRENT-PERIOD-IMAGE TO HISTORY-OUT-RECORD
           WRITE HISTORY-OUT-RECORD
           CLOSE HISTORY-OUT-FILE.

       5000-TERMINATE.
           IF PRIOR-SNAPSHOT-ON-FILE
               CLOSE SNAPSHOT-IN-FILE
           END-IF
           CLOSE CUSTREC-FILE
           CLOSE SNAPSHOT-OUT-FILE
           IF PERIOD-WAS-RERUN
               DISPLAY 'CUSTPFL1 PERIOD ' WS-FISCAL-YEAR '/'
                   WS-FISCAL-PERIOD ' RERUN -- HISTORY RECORD'
                   ' REPLACED'
           END-IF
           DISPLAY 'CUSTPFL1 SNAPSHOT RECORDS: ' WS-SNAPSHOT-READ
           DISPLAY 'CUSTPFL1 MASTER RECORDS:   ' WS-MASTER-READ
           DISPLAY 'CUSTPFL1 HISTORY PERIODS:  ' WS-HISTORY-COUNT
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA.

       9000-CHECK-FILE-STATUS.
           MOVE 'CUSTPFL1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** CUSTPFL1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
