       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTRND1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly file and table capacity trending. Several hard
      *    limits sit in the code -- the CUSTPST1 limit tables and
      *    the DATECNVB block at 500, MNUSEC-SELECTION at 40, the
      *    nine-digit FILEHDTR record count, the two-digit resend
      *    counter on XMITMAN -- and the first anyone heard of one
      *    was the abend the night it was reached. This job records
      *    the night's FILEHDTR trailer counts of the customer
      *    master (CUSTRECF), the posting history slice (CUSTHIST),
      *    the history inventory (CUSTHSTC) and the three channel
      *    files, and the record count LOGINDEX holds for each
      *    rotated log, on the CAPHIST capacity history (CAPHIST.CPY,
      *    rewritten from CAPHISTI to CAPHISTO so a rerun replaces
      *    the night's counts). For every limit on the CAPLIMF
      *    registry (CAPLIM.CPY) it fits a straight-line trend to
      *    its series over the CAPPARM window of days and projects
      *    the day the series reaches the limit; a limit projected
      *    to be reached within the CAPPARM horizon -- or already
      *    reached -- is listed on the CAPRPT report and posted as
      *    a WARNING through ERRH0100. A file whose trailer is not
      *    dated tonight is not measured, so a stale file cannot
      *    flatten the trend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPLIM-FILE       ASSIGN TO "CAPLIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPLIM-STATUS.
           SELECT CAPPARM-FILE      ASSIGN TO "CAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPPARM-STATUS.
           SELECT CUSTRECF-FILE     ASSIGN TO "CUSTRECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT CUSTHIST-FILE     ASSIGN TO "CUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT CUSTHSTC-FILE     ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT CUSTTRNB-FILE     ASSIGN TO "CUSTTRNB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT CUSTTRNL-FILE     ASSIGN TO "CUSTTRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT CUSTTRNA-FILE     ASSIGN TO "CUSTTRNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-STATUS.
           SELECT LOGINDEX-FILE     ASSIGN TO "LOGIDXI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIDX-STATUS.
           SELECT HISTORY-IN-FILE   ASSIGN TO "CAPHISTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT HISTORY-OUT-FILE  ASSIGN TO "CAPHISTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPLIM-FILE.
       01  CAPLIM-IN-RECORD            PIC X(64).

       FD  CAPPARM-FILE.
       01  CAPPARM-RECORD.
           05  CPP-HORIZON-DAYS        PIC 9(04).
           05  CPP-WINDOW-DAYS         PIC 9(04).

       FD  CUSTRECF-FILE.
       01  CUSTRECF-IN-LINE            PIC X(80).

       FD  CUSTHIST-FILE.
       01  CUSTHIST-IN-LINE            PIC X(80).

       FD  CUSTHSTC-FILE.
       01  CUSTHSTC-IN-LINE            PIC X(80).

       FD  CUSTTRNB-FILE.
       01  CUSTTRNB-IN-LINE            PIC X(80).

       FD  CUSTTRNL-FILE.
       01  CUSTTRNL-IN-LINE            PIC X(80).

       FD  CUSTTRNA-FILE.
       01  CUSTTRNA-IN-LINE            PIC X(80).

       FD  LOGINDEX-FILE.
       01  LOGINDEX-IN-RECORD          PIC X(34).

       FD  HISTORY-IN-FILE.
       01  HISTORY-IN-RECORD           PIC X(26).

       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-RECORD          PIC X(26).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-CAPLIM-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CAPPARM-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-MEASURE-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-LOGIDX-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HISTIN-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-FILE-EOF                  PIC X       VALUE 'N'.
           88  END-OF-FILE                          VALUE 'Y'.

       01  WS-HORIZON-DAYS              PIC 9(04)   VALUE 30.
       01  WS-WINDOW-DAYS               PIC 9(04)   VALUE 90.
       01  WS-TODAY-DAYNUM              PIC 9(07)   VALUE ZERO.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

      *    The files measured from their trailers, in order.
       01  WS-MEASURED-FILES.
           05  FILLER                   PIC X(08)   VALUE 'CUSTRECF'.
           05  FILLER                   PIC X(08)   VALUE 'CUSTHIST'.
           05  FILLER                   PIC X(08)   VALUE 'CUSTHSTC'.
           05  FILLER                   PIC X(08)   VALUE 'CUSTTRNB'.
           05  FILLER                   PIC X(08)   VALUE 'CUSTTRNL'.
           05  FILLER                   PIC X(08)   VALUE 'CUSTTRNA'.
       01  WS-MEASURED-FILES-R REDEFINES WS-MEASURED-FILES.
           05  WS-MEASURED-DD OCCURS 6 TIMES
                                        PIC X(08).
       01  WS-DD-IDX                    PIC 9(02).
       01  WS-CURRENT-FILE              PIC X(08)   VALUE SPACES.
       01  WS-READ-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-TRAILER-SW                PIC X       VALUE 'N'.
           88  TRAILER-FOUND                        VALUE 'Y'.
       01  WS-TRAILER-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-TRAILER-COUNT             PIC 9(09)   VALUE ZERO.

      *    Tonight's counts, one per series.
       01  WS-MEASURE-TABLE.
           05  WS-MEASURE-COUNT         PIC 9(02)   VALUE ZERO.
           05  WS-MEASURE-ENTRY OCCURS 20 TIMES.
               10  WS-MSR-SERIES        PIC X(08).
               10  WS-MSR-SOURCE        PIC X(01).
               10  WS-MSR-COUNT         PIC 9(09).
       01  WS-MSR-IDX                   PIC 9(02).
       01  WS-MSR-FOUND-IDX             PIC 9(02).

       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC 9(03)   VALUE ZERO.
           05  CAPLIM-RECORD OCCURS 100 TIMES.
               COPY CAPLIM REPLACING
                   ==01  CAPLIM-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-LMT-IDX                   PIC 9(03).

      *    Every point inside the window, the day held as days
      *    before tonight (zero tonight, negative before).
       01  WS-POINT-TABLE.
           05  WS-POINT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-POINT-ENTRY OCCURS 2000 TIMES.
               10  WS-PNT-SERIES        PIC X(08).
               10  WS-PNT-DAY           PIC S9(05).
               10  WS-PNT-COUNT         PIC 9(09).
       01  WS-PNT-IDX                   PIC 9(04).
       01  WS-POINT-DAY                 PIC S9(05).

       01  WS-FIT-AREA.
           05  WS-FIT-N                 PIC 9(05).
           05  WS-FIT-SUM-X             PIC S9(09).
           05  WS-FIT-SUM-Y             PIC S9(15).
           05  WS-FIT-SUM-XY            PIC S9(15).
           05  WS-FIT-SUM-XX            PIC S9(11).
           05  WS-FIT-NUMERATOR         PIC S9(18).
           05  WS-FIT-DENOMINATOR       PIC S9(15).
           05  WS-FIT-SLOPE             PIC S9(11)V9(04).
           05  WS-FIT-LATEST-DAY        PIC S9(05).
           05  WS-FIT-LATEST-COUNT      PIC 9(09).
           05  WS-FIT-DAYS-LEFT         PIC 9(09).
       01  WS-WARNING-SW                PIC X       VALUE 'N'.
           88  LIMIT-IN-HORIZON                     VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-SERIES-MEASURED       PIC 9(03)   VALUE ZERO.
           05  WS-SERIES-NOT-MEASURED   PIC 9(03)   VALUE ZERO.
           05  WS-HISTORY-KEPT          PIC 9(07)   VALUE ZERO.
           05  WS-HISTORY-REPLACED      PIC 9(05)   VALUE ZERO.
           05  WS-LIMITS-PROJECTED      PIC 9(03)   VALUE ZERO.
           05  WS-LIMITS-WARNED         PIC 9(03)   VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(35)
               VALUE 'CAPACITY TRENDING -- BUSINESS DATE '.
           05  WS-HDG-DATE              PIC 9(08).
           05  FILLER                   PIC X(10) VALUE '  HORIZON '.
           05  WS-HDG-HORIZON           PIC 9(04).
           05  FILLER                   PIC X(14)
               VALUE ' DAYS  WINDOW '.
           05  WS-HDG-WINDOW            PIC 9(04).
           05  FILLER                   PIC X(05) VALUE ' DAYS'.

       01  WS-LIMIT-LINE.
           05  WS-LML-LIMIT-ID          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LML-SERIES            PIC X(08).
           05  FILLER                   PIC X(05) VALUE ' LIM '.
           05  WS-LML-LIMIT             PIC 9(09).
           05  FILLER                   PIC X(05) VALUE ' NOW '.
           05  WS-LML-LATEST            PIC 9(09).
           05  FILLER                   PIC X(05) VALUE ' +/D '.
           05  WS-LML-SLOPE             PIC -(07)9.99.
           05  FILLER                   PIC X(04) VALUE ' IN '.
           05  WS-LML-DAYS              PIC X(05).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LML-FLAG              PIC X(07).
       01  WS-DAYS-EDIT                 PIC ZZZZ9.

       COPY BUSDATE.
       COPY FILEHDTR.
       COPY LOGINDEX.
       COPY CAPHIST.
       COPY ERR020W.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MEASURE-ONE-FILE
               VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > 6
           PERFORM 2500-MEASURE-LOGS
           PERFORM 3000-REWRITE-HISTORY
           PERFORM 4000-PROJECT-ONE-LIMIT
               VARYING WS-LMT-IDX FROM 1 BY 1
               UNTIL WS-LMT-IDX > WS-LIMIT-COUNT
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CAPT' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CAPTRND1 BUSDATE CONTROL FILE'
                       ' EMPTY -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(BUSDATE-CURRENT-DATE)
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-LOAD-LIMITS
           OPEN OUTPUT REPORT-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-HDG-DATE
           MOVE WS-HORIZON-DAYS      TO WS-HDG-HORIZON
           MOVE WS-WINDOW-DAYS       TO WS-HDG-WINDOW
           WRITE REPORT-OUT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    Without CAPPARM the horizon is 30 days and the trend is
      *    fitted to the last 90.
       1100-LOAD-PARAMETERS.
           OPEN INPUT CAPPARM-FILE
           IF WS-CAPPARM-STATUS = '00'
               READ CAPPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPP-HORIZON-DAYS IS NUMERIC
                           AND CPP-HORIZON-DAYS > ZERO
                           MOVE CPP-HORIZON-DAYS TO WS-HORIZON-DAYS
                       END-IF
                       IF CPP-WINDOW-DAYS IS NUMERIC
                           AND CPP-WINDOW-DAYS > 1
                           MOVE CPP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE CAPPARM-FILE
           ELSE
               DISPLAY 'CAPTRND1 CAPPARM NOT AVAILABLE -- HORIZON '
                   WS-HORIZON-DAYS ' WINDOW ' WS-WINDOW-DAYS
           END-IF.

       1200-LOAD-LIMITS.
           OPEN INPUT CAPLIM-FILE
           IF WS-CAPLIM-STATUS NOT = '00'
               DISPLAY '*** CAPTRND1 CAPLIMF NOT AVAILABLE, STATUS '
                   WS-CAPLIM-STATUS ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 1210-READ-ONE-LIMIT UNTIL END-OF-FILE
           CLOSE CAPLIM-FILE
           IF WS-LIMIT-COUNT = ZERO
               DISPLAY '*** CAPTRND1 CAPLIMF EMPTY -- NO LIMITS TO'
                   ' PROJECT, RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-READ-ONE-LIMIT.
           READ CAPLIM-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-LIMIT-COUNT >= 100
                       DISPLAY '*** CAPTRND1 REGISTRY HAS MORE THAN'
                           ' 100 LIMITS -- REMAINDER NOT LOADED ***'
                       SET END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE CAPLIM-IN-RECORD
                           TO CAPLIM-RECORD(WS-LIMIT-COUNT)
                   END-IF
           END-READ.

      *    The count is the one on the last TRL* record; it is
      *    taken only when that trailer is dated tonight.
       2000-MEASURE-ONE-FILE.
           MOVE WS-MEASURED-DD(WS-DD-IDX) TO WS-CURRENT-FILE
           MOVE 'N' TO WS-TRAILER-SW
           PERFORM 8100-OPEN-CURRENT-FILE
           IF WS-MEASURE-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2100-READ-FOR-TRAILER UNTIL END-OF-FILE
               PERFORM 8300-CLOSE-CURRENT-FILE
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           EVALUATE TRUE
               WHEN WS-MEASURE-STATUS NOT = '00'
                   STRING 'NOT MEASURED ' WS-CURRENT-FILE
                       ' - NOT AVAILABLE, STATUS '
                       WS-MEASURE-STATUS
                       DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   ADD 1 TO WS-SERIES-NOT-MEASURED
               WHEN NOT TRAILER-FOUND
                   STRING 'NOT MEASURED ' WS-CURRENT-FILE
                       ' - NO TRAILER RECORD'
                       DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   ADD 1 TO WS-SERIES-NOT-MEASURED
               WHEN WS-TRAILER-DATE NOT = BUSDATE-CURRENT-DATE
                   STRING 'NOT MEASURED ' WS-CURRENT-FILE
                       ' - TRAILER DATED ' WS-TRAILER-DATE
                       DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   ADD 1 TO WS-SERIES-NOT-MEASURED
               WHEN OTHER
                   STRING 'MEASURED     ' WS-CURRENT-FILE
                       '   TRAILER COUNT ' WS-TRAILER-COUNT
                       DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   PERFORM 2200-ADD-MEASUREMENT
           END-EVALUATE
           WRITE REPORT-OUT-LINE.

       2100-READ-FOR-TRAILER.
           PERFORM 8200-READ-CURRENT-FILE
           IF NOT END-OF-FILE
               AND WS-READ-LINE(1:4) = 'TRL*'
               MOVE WS-READ-LINE TO FILEHDTR-RECORD
               IF FILEHDTR-RECORD-COUNT IS NUMERIC
                   AND FILEHDTR-BUSINESS-DATE IS NUMERIC
                   SET TRAILER-FOUND TO TRUE
                   MOVE FILEHDTR-BUSINESS-DATE TO WS-TRAILER-DATE
                   MOVE FILEHDTR-RECORD-COUNT  TO WS-TRAILER-COUNT
               END-IF
           END-IF.

       2200-ADD-MEASUREMENT.
           IF WS-MEASURE-COUNT < 20
               ADD 1 TO WS-MEASURE-COUNT
               ADD 1 TO WS-SERIES-MEASURED
               MOVE WS-CURRENT-FILE  TO WS-MSR-SERIES(WS-MEASURE-COUNT)
               MOVE 'H'              TO WS-MSR-SOURCE(WS-MEASURE-COUNT)
               MOVE WS-TRAILER-COUNT TO WS-MSR-COUNT(WS-MEASURE-COUNT)
           END-IF.

      *    A log rotated more than once tonight has a generation
      *    per rotation; the night's count is their sum.
       2500-MEASURE-LOGS.
           OPEN INPUT LOGINDEX-FILE
           IF WS-LOGIDX-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 2510-READ-ONE-GENERATION UNTIL END-OF-FILE
               CLOSE LOGINDEX-FILE
           ELSE
               MOVE SPACES TO REPORT-OUT-LINE
               STRING 'NOT MEASURED LOGINDEX - NOT AVAILABLE, STATUS '
                   WS-LOGIDX-STATUS
                   DELIMITED BY SIZE INTO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
               ADD 1 TO WS-SERIES-NOT-MEASURED
           END-IF
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
               UNTIL WS-MSR-IDX > WS-MEASURE-COUNT
               IF WS-MSR-SOURCE(WS-MSR-IDX) = 'L'
                   MOVE SPACES TO REPORT-OUT-LINE
                   STRING 'MEASURED     ' WS-MSR-SERIES(WS-MSR-IDX)
                       '   LOGINDEX COUNT ' WS-MSR-COUNT(WS-MSR-IDX)
                       DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   WRITE REPORT-OUT-LINE
               END-IF
           END-PERFORM.

       2510-READ-ONE-GENERATION.
           READ LOGINDEX-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LOGINDEX-IN-RECORD TO LOGINDEX-RECORD
                   IF LOGINDEX-BUSINESS-DATE = BUSDATE-CURRENT-DATE
                       PERFORM 2520-ADD-LOG-COUNT
                   END-IF
           END-READ.

       2520-ADD-LOG-COUNT.
           MOVE ZERO TO WS-MSR-FOUND-IDX
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
               UNTIL WS-MSR-IDX > WS-MEASURE-COUNT
               IF WS-MSR-SERIES(WS-MSR-IDX) = LOGINDEX-LOG-NAME
                   AND WS-MSR-SOURCE(WS-MSR-IDX) = 'L'
                   MOVE WS-MSR-IDX TO WS-MSR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-MSR-FOUND-IDX = ZERO
               AND WS-MEASURE-COUNT < 20
               ADD 1 TO WS-MEASURE-COUNT
               ADD 1 TO WS-SERIES-MEASURED
               MOVE WS-MEASURE-COUNT TO WS-MSR-FOUND-IDX
               MOVE LOGINDEX-LOG-NAME
                   TO WS-MSR-SERIES(WS-MSR-FOUND-IDX)
               MOVE 'L'  TO WS-MSR-SOURCE(WS-MSR-FOUND-IDX)
               MOVE ZERO TO WS-MSR-COUNT(WS-MSR-FOUND-IDX)
           END-IF
           IF WS-MSR-FOUND-IDX > ZERO
               ADD LOGINDEX-RECORD-COUNT
                   TO WS-MSR-COUNT(WS-MSR-FOUND-IDX)
           END-IF.

      *    Every earlier night is carried forward; tonight's counts
      *    replace whatever an earlier run tonight recorded. Points
      *    inside the window are kept for the fit.
       3000-REWRITE-HISTORY.
           OPEN OUTPUT HISTORY-OUT-FILE
           OPEN INPUT HISTORY-IN-FILE
           IF WS-HISTIN-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 3100-CARRY-ONE-COUNT UNTIL END-OF-FILE
               CLOSE HISTORY-IN-FILE
           ELSE
               DISPLAY 'CAPTRND1 CAPHISTI NOT AVAILABLE, STATUS '
                   WS-HISTIN-STATUS ' -- HISTORY STARTS TONIGHT'
           END-IF
           PERFORM VARYING WS-MSR-IDX FROM 1 BY 1
               UNTIL WS-MSR-IDX > WS-MEASURE-COUNT
               MOVE BUSDATE-CURRENT-DATE TO CAPHIST-BUSINESS-DATE
               MOVE WS-MSR-SERIES(WS-MSR-IDX) TO CAPHIST-SERIES-NAME
               MOVE WS-MSR-SOURCE(WS-MSR-IDX) TO CAPHIST-SOURCE
               MOVE WS-MSR-COUNT(WS-MSR-IDX)
                   TO CAPHIST-RECORD-COUNT
               MOVE CAPHIST-RECORD TO HISTORY-OUT-RECORD
               WRITE HISTORY-OUT-RECORD
               MOVE ZERO TO WS-POINT-DAY
               PERFORM 3200-KEEP-POINT
           END-PERFORM
           CLOSE HISTORY-OUT-FILE.

       3100-CARRY-ONE-COUNT.
           READ HISTORY-IN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HISTORY-IN-RECORD TO CAPHIST-RECORD
                   IF CAPHIST-BUSINESS-DATE = BUSDATE-CURRENT-DATE
                       ADD 1 TO WS-HISTORY-REPLACED
                   ELSE
                       ADD 1 TO WS-HISTORY-KEPT
                       MOVE HISTORY-IN-RECORD TO HISTORY-OUT-RECORD
                       WRITE HISTORY-OUT-RECORD
                       COMPUTE WS-POINT-DAY =
                           FUNCTION INTEGER-OF-DATE
                               (CAPHIST-BUSINESS-DATE)
                           - WS-TODAY-DAYNUM
                       IF WS-POINT-DAY < ZERO
                           AND WS-POINT-DAY + WS-WINDOW-DAYS > ZERO
                           PERFORM 3200-KEEP-POINT
                       END-IF
                   END-IF
           END-READ.

       3200-KEEP-POINT.
           IF WS-POINT-COUNT < 2000
               ADD 1 TO WS-POINT-COUNT
               MOVE CAPHIST-SERIES-NAME
                   TO WS-PNT-SERIES(WS-POINT-COUNT)
               MOVE WS-POINT-DAY TO WS-PNT-DAY(WS-POINT-COUNT)
               MOVE CAPHIST-RECORD-COUNT
                   TO WS-PNT-COUNT(WS-POINT-COUNT)
           ELSE
               DISPLAY '*** CAPTRND1 MORE THAN 2000 POINTS IN THE'
                   ' WINDOW -- ' CAPHIST-SERIES-NAME ' '
                   CAPHIST-BUSINESS-DATE ' NOT FITTED ***'
           END-IF.

      *    Least-squares straight line through the series' points:
      *    the slope is growth per day. Days left is the gap to
      *    the limit over that growth, rounded up; a series at or
      *    over its limit has none left, and one not growing never
      *    reaches it.
       4000-PROJECT-ONE-LIMIT.
           IF WS-LMT-IDX = 1
               MOVE SPACES TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF
           ADD 1 TO WS-LIMITS-PROJECTED
           MOVE ZERO TO WS-FIT-N WS-FIT-SUM-X WS-FIT-SUM-Y
                        WS-FIT-SUM-XY WS-FIT-SUM-XX WS-FIT-SLOPE
                        WS-FIT-LATEST-COUNT WS-FIT-DAYS-LEFT
           MOVE -99999 TO WS-FIT-LATEST-DAY
           MOVE 'N' TO WS-WARNING-SW
           PERFORM VARYING WS-PNT-IDX FROM 1 BY 1
               UNTIL WS-PNT-IDX > WS-POINT-COUNT
               IF WS-PNT-SERIES(WS-PNT-IDX)
                       = CAPLIM-SERIES-NAME(WS-LMT-IDX)
                   ADD 1 TO WS-FIT-N
                   ADD WS-PNT-DAY(WS-PNT-IDX) TO WS-FIT-SUM-X
                   ADD WS-PNT-COUNT(WS-PNT-IDX) TO WS-FIT-SUM-Y
                   COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY
                       + WS-PNT-DAY(WS-PNT-IDX)
                       * WS-PNT-COUNT(WS-PNT-IDX)
                   COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX
                       + WS-PNT-DAY(WS-PNT-IDX)
                       * WS-PNT-DAY(WS-PNT-IDX)
                   IF WS-PNT-DAY(WS-PNT-IDX) > WS-FIT-LATEST-DAY
                       MOVE WS-PNT-DAY(WS-PNT-IDX)
                           TO WS-FIT-LATEST-DAY
                       MOVE WS-PNT-COUNT(WS-PNT-IDX)
                           TO WS-FIT-LATEST-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIT-N > 1
               COMPUTE WS-FIT-NUMERATOR =
                   WS-FIT-N * WS-FIT-SUM-XY
                   - WS-FIT-SUM-X * WS-FIT-SUM-Y
               COMPUTE WS-FIT-DENOMINATOR =
                   WS-FIT-N * WS-FIT-SUM-XX
                   - WS-FIT-SUM-X * WS-FIT-SUM-X
               IF WS-FIT-DENOMINATOR NOT = ZERO
                   COMPUTE WS-FIT-SLOPE ROUNDED =
                       WS-FIT-NUMERATOR / WS-FIT-DENOMINATOR
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-FIT-N = ZERO
                   MOVE ' N/A ' TO WS-LML-DAYS
               WHEN WS-FIT-LATEST-COUNT
                       >= CAPLIM-LIMIT-VALUE(WS-LMT-IDX)
                   MOVE ZERO TO WS-FIT-DAYS-LEFT
                   SET LIMIT-IN-HORIZON TO TRUE
                   MOVE WS-FIT-DAYS-LEFT TO WS-DAYS-EDIT
                   MOVE WS-DAYS-EDIT TO WS-LML-DAYS
               WHEN WS-FIT-SLOPE NOT > ZERO
                   MOVE 'NEVER' TO WS-LML-DAYS
               WHEN OTHER
                   COMPUTE WS-FIT-DAYS-LEFT =
                       (CAPLIM-LIMIT-VALUE(WS-LMT-IDX)
                           - WS-FIT-LATEST-COUNT
                           + WS-FIT-SLOPE - 0.0001)
                       / WS-FIT-SLOPE
                   IF WS-FIT-DAYS-LEFT > 99999
                       MOVE 'NEVER' TO WS-LML-DAYS
                   ELSE
                       MOVE WS-FIT-DAYS-LEFT TO WS-DAYS-EDIT
                       MOVE WS-DAYS-EDIT TO WS-LML-DAYS
                       IF WS-FIT-DAYS-LEFT <= WS-HORIZON-DAYS
                           SET LIMIT-IN-HORIZON TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE CAPLIM-LIMIT-ID(WS-LMT-IDX)    TO WS-LML-LIMIT-ID
           MOVE CAPLIM-SERIES-NAME(WS-LMT-IDX) TO WS-LML-SERIES
           MOVE CAPLIM-LIMIT-VALUE(WS-LMT-IDX) TO WS-LML-LIMIT
           MOVE WS-FIT-LATEST-COUNT            TO WS-LML-LATEST
           MOVE WS-FIT-SLOPE                   TO WS-LML-SLOPE
           IF LIMIT-IN-HORIZON
               MOVE 'WARNING' TO WS-LML-FLAG
           ELSE
               MOVE SPACES    TO WS-LML-FLAG
           END-IF
           WRITE REPORT-OUT-LINE FROM WS-LIMIT-LINE
           IF LIMIT-IN-HORIZON
               MOVE SPACES TO REPORT-OUT-LINE
               STRING '         ' CAPLIM-PROGRAM(WS-LMT-IDX) ' '
                   CAPLIM-DESCRIPTION(WS-LMT-IDX)
                   DELIMITED BY SIZE INTO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
               PERFORM 4100-POST-WARNING
           END-IF.

       4100-POST-WARNING.
           ADD 1 TO WS-LIMITS-WARNED
           DISPLAY '*** CAPTRND1 ' CAPLIM-LIMIT-ID(WS-LMT-IDX)
               ' IN ' CAPLIM-PROGRAM(WS-LMT-IDX)
               ' PROJECTED REACHED IN ' WS-LML-DAYS ' DAYS ***'
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO ERR020W-TIMESTAMP
           MOVE 'W'               TO ERR020W-SEVERITY
           MOVE 'CAPACITY    '    TO ERR020W-ERROR
           MOVE ZERO              TO ERR020W-RESPONSE-CODE
           MOVE 'CAPTRND1'        TO ERR020W-ERROR-PROGRAM
           MOVE '4100  '          TO ERR020W-ERROR-PARA
           MOVE 'LIMIT=  '        TO ERR020W-ERROR-LITERAL
           MOVE SPACES            TO ERR020W-ERROR-VALUE
           STRING CAPLIM-LIMIT-ID(WS-LMT-IDX) ' REACHED IN '
               WS-LML-DAYS ' DAYS'
               DELIMITED BY SIZE INTO ERR020W-ERROR-VALUE
           MOVE ZERO              TO ERR020W-RETRY-COUNT
           MOVE WS-CORRELATION-ID TO ERR020W-CORRELATION-ID
           CALL 'ERRH0100' USING ERR020W.

       8100-OPEN-CURRENT-FILE.
           EVALUATE WS-CURRENT-FILE
               WHEN 'CUSTRECF'
                   OPEN INPUT CUSTRECF-FILE
               WHEN 'CUSTHIST'
                   OPEN INPUT CUSTHIST-FILE
               WHEN 'CUSTHSTC'
                   OPEN INPUT CUSTHSTC-FILE
               WHEN 'CUSTTRNB'
                   OPEN INPUT CUSTTRNB-FILE
               WHEN 'CUSTTRNL'
                   OPEN INPUT CUSTTRNL-FILE
               WHEN 'CUSTTRNA'
                   OPEN INPUT CUSTTRNA-FILE
           END-EVALUATE.

       8200-READ-CURRENT-FILE.
           MOVE SPACES TO WS-READ-LINE
           EVALUATE WS-CURRENT-FILE
               WHEN 'CUSTRECF'
                   READ CUSTRECF-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CUSTRECF-IN-LINE TO WS-READ-LINE
                   END-READ
               WHEN 'CUSTHIST'
                   READ CUSTHIST-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CUSTHIST-IN-LINE TO WS-READ-LINE
                   END-READ
               WHEN 'CUSTHSTC'
                   READ CUSTHSTC-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CUSTHSTC-IN-LINE TO WS-READ-LINE
                   END-READ
               WHEN 'CUSTTRNB'
                   READ CUSTTRNB-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CUSTTRNB-IN-LINE TO WS-READ-LINE
                   END-READ
               WHEN 'CUSTTRNL'
                   READ CUSTTRNL-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CUSTTRNL-IN-LINE TO WS-READ-LINE
                   END-READ
               WHEN 'CUSTTRNA'
                   READ CUSTTRNA-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE CUSTTRNA-IN-LINE TO WS-READ-LINE
                   END-READ
           END-EVALUATE.

       8300-CLOSE-CURRENT-FILE.
           EVALUATE WS-CURRENT-FILE
               WHEN 'CUSTRECF'
                   CLOSE CUSTRECF-FILE
               WHEN 'CUSTHIST'
                   CLOSE CUSTHIST-FILE
               WHEN 'CUSTHSTC'
                   CLOSE CUSTHSTC-FILE
               WHEN 'CUSTTRNB'
                   CLOSE CUSTTRNB-FILE
               WHEN 'CUSTTRNL'
                   CLOSE CUSTTRNL-FILE
               WHEN 'CUSTTRNA'
                   CLOSE CUSTTRNA-FILE
           END-EVALUATE.

       5000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'LIMITS PROJECTED ' WS-LIMITS-PROJECTED
               '  WITHIN HORIZON ' WS-LIMITS-WARNED
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'CAPTRND1 SERIES MEASURED:     ' WS-SERIES-MEASURED
           DISPLAY 'CAPTRND1 SERIES NOT MEASURED: '
               WS-SERIES-NOT-MEASURED
           DISPLAY 'CAPTRND1 HISTORY KEPT:        ' WS-HISTORY-KEPT
           DISPLAY 'CAPTRND1 HISTORY REPLACED:    '
               WS-HISTORY-REPLACED
           DISPLAY 'CAPTRND1 LIMITS PROJECTED:    '
               WS-LIMITS-PROJECTED
           DISPLAY 'CAPTRND1 LIMITS WITHIN HORIZON: '
               WS-LIMITS-WARNED
           IF WS-LIMITS-WARNED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
