       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Monthly service-level performance report. Reads the
      *    SLAHIST breach history SLACHK1 keeps (SLAHIST.CPY) for
      *    the fiscal period the night BUSDATE last rolled from
      *    falls in -- run the night after a FISCALCL period end it
      *    covers the whole closed period, any other night the
      *    period to date -- and reports it consumer by consumer:
      *    commitments judged, met, delivered late, never
      *    delivered, the share met, the minutes late in total and
      *    the worst breach, then every breach with the job it was
      *    laid to. The report goes to SLAPERF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE      ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "SLAPERF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-IN-RECORD           PIC X(66).

       FD  FISCALCL-FILE.
       01  FISCALCL-IN-RECORD          PIC X(17).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-FISCAL-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-FILE-EOF                  PIC X       VALUE 'N'.
           88  END-OF-FILE                          VALUE 'Y'.
       01  WS-PERIOD-FOUND-SW           PIC X       VALUE 'N'.
           88  PERIOD-FOUND                         VALUE 'Y'.

       01  WS-REPORT-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-FISCAL-YEAR               PIC 9(04)   VALUE ZERO.
       01  WS-FISCAL-PERIOD             PIC 9(02)   VALUE ZERO.
       01  WS-PERIOD-FIRST-DATE         PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-LAST-DATE          PIC 9(08)   VALUE ZERO.

      *    The calendar dates of the period, off FISCALCL.
       01  WS-DATE-TABLE.
           05  WS-DATE-COUNT            PIC 9(02)   VALUE ZERO.
           05  WS-PERIOD-DATE OCCURS 45 TIMES
                                        PIC 9(08).
       01  WS-DTE-IDX                   PIC 9(02).
       01  WS-IN-PERIOD-SW              PIC X       VALUE 'N'.
           88  DATE-IN-PERIOD                       VALUE 'Y'.

       01  WS-CONSUMER-TABLE.
           05  WS-CONSUMER-COUNT        PIC 9(02)   VALUE ZERO.
           05  WS-CONSUMER-ENTRY OCCURS 50 TIMES.
               10  WS-CON-CONSUMER      PIC X(08).
               10  WS-CON-JUDGED        PIC 9(05).
               10  WS-CON-MET           PIC 9(05).
               10  WS-CON-LATE          PIC 9(05).
               10  WS-CON-NOT-DELIVERED PIC 9(05).
               10  WS-CON-MINUTES-LATE  PIC 9(07).
               10  WS-CON-WORST-MINUTES PIC 9(05).
               10  WS-CON-WORST-OUTPUT  PIC X(08).
               10  WS-CON-WORST-DATE    PIC 9(08).
       01  WS-CON-IDX                   PIC 9(02).
       01  WS-CON-FOUND-IDX             PIC 9(02).

       01  WS-CONTROL-TOTALS.
           05  WS-TOTAL-JUDGED          PIC 9(05)   VALUE ZERO.
           05  WS-TOTAL-MET             PIC 9(05)   VALUE ZERO.
           05  WS-TOTAL-BREACHED        PIC 9(05)   VALUE ZERO.

       01  WS-MET-PERCENT               PIC 9(03)V9 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(31)
               VALUE 'SLA PERFORMANCE -- FISCAL YEAR '.
           05  WS-HDG-YEAR              PIC 9(04).
           05  FILLER                   PIC X(08) VALUE ' PERIOD '.
           05  WS-HDG-PERIOD            PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HDG-FIRST-DATE        PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  WS-HDG-LAST-DATE         PIC 9(08).
           05  FILLER                   PIC X(14) VALUE SPACES.

       01  WS-CONSUMER-LINE.
           05  FILLER                   PIC X(09) VALUE 'CONSUMER '.
           05  WS-CNL-CONSUMER          PIC X(08).
           05  FILLER                   PIC X(06) VALUE '  DUE '.
           05  WS-CNL-JUDGED            PIC Z(04)9.
           05  FILLER                   PIC X(05) VALUE ' MET '.
           05  WS-CNL-MET               PIC Z(04)9.
           05  FILLER                   PIC X(06) VALUE ' LATE '.
           05  WS-CNL-LATE              PIC Z(04)9.
           05  FILLER                   PIC X(10) VALUE ' NOT DLVD '.
           05  WS-CNL-NOT-DELIVERED     PIC Z(04)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CNL-PERCENT           PIC ZZ9.9.
           05  FILLER                   PIC X(09) VALUE '% MET'.

       01  WS-MINUTES-LINE.
           05  FILLER                   PIC X(21)
               VALUE '  MINUTES LATE TOTAL '.
           05  WS-MNL-TOTAL             PIC Z(06)9.
           05  FILLER                   PIC X(08) VALUE '  WORST '.
           05  WS-MNL-WORST             PIC Z(04)9.
           05  FILLER                   PIC X(05) VALUE ' MIN '.
           05  WS-MNL-OUTPUT            PIC X(08).
           05  FILLER                   PIC X(04) VALUE ' ON '.
           05  WS-MNL-DATE              PIC 9(08).
           05  FILLER                   PIC X(14) VALUE SPACES.

       01  WS-BREACH-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-BRL-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BRL-OUTPUT            PIC X(08).
           05  FILLER                   PIC X(05) VALUE ' DUE '.
           05  WS-BRL-COMMIT-TIME       PIC 9(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BRL-DELIVERED         PIC X(18).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BRL-MINUTES           PIC Z(04)9.
           05  FILLER                   PIC X(09) VALUE ' MIN LATE'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BRL-JOB               PIC X(08).
           05  FILLER                   PIC X(02) VALUE ' ('.
           05  WS-BRL-REASON            PIC X(01).
           05  FILLER                   PIC X(04) VALUE ')'.

       01  WS-DELIVERED-TEXT.
           05  FILLER                   PIC X(05) VALUE 'DLVD '.
           05  WS-DLT-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DLT-TIME              PIC 9(04).

       COPY BUSDATE.
       COPY FISCALCL.
       COPY SLAHIST.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-HISTORY
           PERFORM 3000-WRITE-REPORT
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** SLARPT1 BUSDATE CONTROL FILE'
                       ' EMPTY -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE BUSDATE-PREVIOUS-DATE TO WS-REPORT-DATE
           PERFORM 1100-FIND-THE-PERIOD
           IF NOT PERIOD-FOUND
               DISPLAY '*** SLARPT1 ' WS-REPORT-DATE
                   ' NOT ON FISCALCL -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-PERIOD-DATES
           OPEN OUTPUT REPORT-FILE.

       1100-FIND-THE-PERIOD.
           OPEN INPUT FISCALCL-FILE
           IF WS-FISCAL-STATUS NOT = '00'
               DISPLAY '*** SLARPT1 FISCALCL NOT AVAILABLE, STATUS '
                   WS-FISCAL-STATUS ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 1110-READ-FOR-PERIOD UNTIL END-OF-FILE
           CLOSE FISCALCL-FILE.

       1110-READ-FOR-PERIOD.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE FISCALCL-IN-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-CALENDAR-DATE = WS-REPORT-DATE
                       SET PERIOD-FOUND TO TRUE
                       MOVE FISCALCL-FISCAL-YEAR   TO WS-FISCAL-YEAR
                       MOVE FISCALCL-FISCAL-PERIOD TO WS-FISCAL-PERIOD
                       SET END-OF-FILE TO TRUE
                   END-IF
           END-READ.

       1200-LOAD-PERIOD-DATES.
           OPEN INPUT FISCALCL-FILE
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 1210-READ-PERIOD-DATE UNTIL END-OF-FILE
           CLOSE FISCALCL-FILE.

       1210-READ-PERIOD-DATE.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE FISCALCL-IN-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-FISCAL-YEAR = WS-FISCAL-YEAR
                       AND FISCALCL-FISCAL-PERIOD = WS-FISCAL-PERIOD
                       AND WS-DATE-COUNT < 45
                       ADD 1 TO WS-DATE-COUNT
                       MOVE FISCALCL-CALENDAR-DATE
                           TO WS-PERIOD-DATE(WS-DATE-COUNT)
                       IF WS-PERIOD-FIRST-DATE = ZERO
                           OR FISCALCL-CALENDAR-DATE
                               < WS-PERIOD-FIRST-DATE
                           MOVE FISCALCL-CALENDAR-DATE
                               TO WS-PERIOD-FIRST-DATE
                       END-IF
                       IF FISCALCL-CALENDAR-DATE
                               > WS-PERIOD-LAST-DATE
                           MOVE FISCALCL-CALENDAR-DATE
                               TO WS-PERIOD-LAST-DATE
                       END-IF
                   END-IF
           END-READ.

       2000-TALLY-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2100-TALLY-ONE-JUDGEMENT UNTIL END-OF-FILE
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY '*** SLARPT1 SLAHIST NOT AVAILABLE, STATUS '
                   WS-HISTORY-STATUS ' -- NOTHING TO REPORT ***'
           END-IF.

       2100-TALLY-ONE-JUDGEMENT.
           PERFORM 8100-READ-HISTORY-IN-PERIOD
           IF NOT END-OF-FILE
               PERFORM 2200-FIND-CONSUMER
               IF WS-CON-FOUND-IDX > ZERO
                   ADD 1 TO WS-CON-JUDGED(WS-CON-FOUND-IDX)
                            WS-TOTAL-JUDGED
                   EVALUATE TRUE
                       WHEN SLAHIST-MET
                           ADD 1 TO WS-CON-MET(WS-CON-FOUND-IDX)
                                    WS-TOTAL-MET
                       WHEN SLAHIST-NOT-DELIVERED
                           ADD 1 TO
                               WS-CON-NOT-DELIVERED(WS-CON-FOUND-IDX)
                                    WS-TOTAL-BREACHED
                       WHEN OTHER
                           ADD 1 TO WS-CON-LATE(WS-CON-FOUND-IDX)
                                    WS-TOTAL-BREACHED
                   END-EVALUATE
                   ADD SLAHIST-MINUTES-LATE
                       TO WS-CON-MINUTES-LATE(WS-CON-FOUND-IDX)
                   IF SLAHIST-MINUTES-LATE
                           > WS-CON-WORST-MINUTES(WS-CON-FOUND-IDX)
                       MOVE SLAHIST-MINUTES-LATE
                           TO WS-CON-WORST-MINUTES(WS-CON-FOUND-IDX)
                       MOVE SLAHIST-OUTPUT-NAME
                           TO WS-CON-WORST-OUTPUT(WS-CON-FOUND-IDX)
                       MOVE SLAHIST-BUSINESS-DATE
                           TO WS-CON-WORST-DATE(WS-CON-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       2200-FIND-CONSUMER.
           MOVE ZERO TO WS-CON-FOUND-IDX
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CONSUMER-COUNT
               IF WS-CON-CONSUMER(WS-CON-IDX) = SLAHIST-CONSUMER
                   MOVE WS-CON-IDX TO WS-CON-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CON-FOUND-IDX = ZERO
               IF WS-CONSUMER-COUNT < 50
                   ADD 1 TO WS-CONSUMER-COUNT
                   MOVE WS-CONSUMER-COUNT TO WS-CON-FOUND-IDX
                   INITIALIZE WS-CONSUMER-ENTRY(WS-CON-FOUND-IDX)
                   MOVE SLAHIST-CONSUMER
                       TO WS-CON-CONSUMER(WS-CON-FOUND-IDX)
               ELSE
                   DISPLAY '*** SLARPT1 MORE THAN 50 CONSUMERS -- '
                       SLAHIST-CONSUMER ' NOT REPORTED ***'
               END-IF
           END-IF.

       3000-WRITE-REPORT.
           MOVE WS-FISCAL-YEAR       TO WS-HDG-YEAR
           MOVE WS-FISCAL-PERIOD     TO WS-HDG-PERIOD
           MOVE WS-PERIOD-FIRST-DATE TO WS-HDG-FIRST-DATE
           MOVE WS-PERIOD-LAST-DATE  TO WS-HDG-LAST-DATE
           WRITE REPORT-OUT-LINE FROM WS-HEADING-LINE
           IF WS-CONSUMER-COUNT = ZERO
               MOVE 'NO COMMITMENTS JUDGED IN THE PERIOD'
                   TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF
           PERFORM 3100-REPORT-ONE-CONSUMER
               VARYING WS-CON-IDX FROM 1 BY 1
               UNTIL WS-CON-IDX > WS-CONSUMER-COUNT
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'ALL CONSUMERS  DUE ' WS-TOTAL-JUDGED
               '  MET ' WS-TOTAL-MET
               '  BREACHED ' WS-TOTAL-BREACHED
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       3100-REPORT-ONE-CONSUMER.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-CON-CONSUMER(WS-CON-IDX)  TO WS-CNL-CONSUMER
           MOVE WS-CON-JUDGED(WS-CON-IDX)    TO WS-CNL-JUDGED
           MOVE WS-CON-MET(WS-CON-IDX)       TO WS-CNL-MET
           MOVE WS-CON-LATE(WS-CON-IDX)      TO WS-CNL-LATE
           MOVE WS-CON-NOT-DELIVERED(WS-CON-IDX)
                                             TO WS-CNL-NOT-DELIVERED
           COMPUTE WS-MET-PERCENT ROUNDED =
               WS-CON-MET(WS-CON-IDX) * 100
               / WS-CON-JUDGED(WS-CON-IDX)
           MOVE WS-MET-PERCENT TO WS-CNL-PERCENT
           WRITE REPORT-OUT-LINE FROM WS-CONSUMER-LINE
           IF WS-CON-WORST-MINUTES(WS-CON-IDX) > ZERO
               MOVE WS-CON-MINUTES-LATE(WS-CON-IDX) TO WS-MNL-TOTAL
               MOVE WS-CON-WORST-MINUTES(WS-CON-IDX) TO WS-MNL-WORST
               MOVE WS-CON-WORST-OUTPUT(WS-CON-IDX) TO WS-MNL-OUTPUT
               MOVE WS-CON-WORST-DATE(WS-CON-IDX)   TO WS-MNL-DATE
               WRITE REPORT-OUT-LINE FROM WS-MINUTES-LINE
           END-IF
           IF WS-CON-MET(WS-CON-IDX) < WS-CON-JUDGED(WS-CON-IDX)
               OPEN INPUT HISTORY-FILE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 3200-LIST-ONE-BREACH UNTIL END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       3200-LIST-ONE-BREACH.
           PERFORM 8100-READ-HISTORY-IN-PERIOD
           IF NOT END-OF-FILE
               AND SLAHIST-CONSUMER = WS-CON-CONSUMER(WS-CON-IDX)
               AND NOT SLAHIST-MET
               MOVE SLAHIST-BUSINESS-DATE TO WS-BRL-DATE
               MOVE SLAHIST-OUTPUT-NAME   TO WS-BRL-OUTPUT
               MOVE SLAHIST-COMMIT-TIME   TO WS-BRL-COMMIT-TIME
               IF SLAHIST-NOT-DELIVERED
                   MOVE 'NOT DELIVERED' TO WS-BRL-DELIVERED
               ELSE
                   MOVE SLAHIST-DELIVERED-DATE TO WS-DLT-DATE
                   MOVE SLAHIST-DELIVERED-TIME(1:4) TO WS-DLT-TIME
                   MOVE WS-DELIVERED-TEXT TO WS-BRL-DELIVERED
               END-IF
               MOVE SLAHIST-MINUTES-LATE  TO WS-BRL-MINUTES
               MOVE SLAHIST-ATTRIB-JOB    TO WS-BRL-JOB
               MOVE SLAHIST-ATTRIB-REASON TO WS-BRL-REASON
               WRITE REPORT-OUT-LINE FROM WS-BREACH-LINE
           END-IF.

      *    Skips past judgements for dates outside the period.
       8100-READ-HISTORY-IN-PERIOD.
           MOVE 'N' TO WS-IN-PERIOD-SW
           PERFORM 8110-READ-ONE-HISTORY
               UNTIL END-OF-FILE OR DATE-IN-PERIOD.

       8110-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HISTORY-IN-RECORD TO SLAHIST-RECORD
                   PERFORM VARYING WS-DTE-IDX FROM 1 BY 1
                       UNTIL WS-DTE-IDX > WS-DATE-COUNT
                       IF WS-PERIOD-DATE(WS-DTE-IDX)
                               = SLAHIST-BUSINESS-DATE
                           SET DATE-IN-PERIOD TO TRUE
                       END-IF
                   END-PERFORM
           END-READ.

       4000-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY 'SLARPT1 FISCAL PERIOD:        ' WS-FISCAL-YEAR
               '/' WS-FISCAL-PERIOD
           DISPLAY 'SLARPT1 CONSUMERS REPORTED:   ' WS-CONSUMER-COUNT
           DISPLAY 'SLARPT1 COMMITMENTS JUDGED:   ' WS-TOTAL-JUDGED
           DISPLAY 'SLARPT1 COMMITMENTS BREACHED: ' WS-TOTAL-BREACHED.
