       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCYRE1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Fiscal year-end rollover. FISCLOS1 closes each period as
      *    FISCALCL ends it, but nothing marked the end of the year:
      *    the CLOSEDPD markers piled up past what the posting run
      *    holds, the year's posted history and balance-forward
      *    proofs ran straight on into the next year's, nobody
      *    proved the interest accumulators were left with nothing
      *    but sub-cent residue, and nobody looked at whether
      *    FISCALCL and HOLCAL were loaded for the coming year
      *    until January broke. Run nightly after FISCLOS1; on the
      *    last FISCALCL period-end date of a fiscal year it:
      *      - refuses, with nothing written, unless every period
      *        of the year has its CLOSEDPD marker, the year has
      *        not been rolled over already, and tonight's history
      *        is in the keyed history store (CUSTHSK1 has run)
      *      - freezes a year-end balance snapshot (CUSTYESN): the
      *        keyed master CUSTRECF unloaded inside a CUSTRECF
      *        header and trailer, so it can be reloaded through
      *        CUSTKSU1 if the year is ever restated, with its
      *        totals proved against the night's CUSTBFW record
      *      - writes the year's archive generation: every posting
      *        the store holds for a run date in the year (CUSTYRAR)
      *        and every CUSTBFW day proof of the year (CUSTYRBF),
      *        each inside its own header and trailer
      *      - checks every CUSTACRF interest accumulator carries
      *        less than a cent after the year's last capitalization
      *      - checks FISCALCL covers the next fiscal year day by
      *        day from the day after this one ends, with as many
      *        period ends as this year had, and that every HOLCAL
      *        calendar with holidays this year -- and the shop
      *        calendar in any case -- has them for next year too
      *      - rewrites CLOSEDPD (CLOSEDPD in, CLOSEDPO out) with
      *        the year's period markers replaced by one year-end
      *        marker (CLOSEDPD.CPY)
      *    and prints the FISCYRER year-end certification for
      *    Finance. A snapshot that does not tie, or a next year
      *    not fully loaded, leaves the year NOT CERTIFIED and ends
      *    RC 8; interest residue alone certifies the year with
      *    exceptions and ends RC 4. The keyed history store keeps
      *    the year -- its readers look back across years -- and
      *    the archive generation is the year's boundary copy. On
      *    any other date the job reports nothing to do and ends
      *    clean, so it can sit in the chain every night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSEDPD-IN-FILE  ASSIGN TO "CLOSEDPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEDPD-STATUS.
           SELECT CLOSEDPD-OUT-FILE ASSIGN TO "CLOSEDPO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTACR-FILE      ASSIGN TO "CUSTACRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTACR-FILE-KEY
               FILE STATUS IS WS-CUSTACR-STATUS.
           SELECT CUSTBFW-FILE      ASSIGN TO "CUSTBFWF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HSTKEY-FILE       ASSIGN TO "CUSTHSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSTKEY-FILE-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-RUN-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-POSTED-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-STATUS.
           SELECT LOADLOG-FILE      ASSIGN TO "CUSTHSKL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADLOG-STATUS.
           SELECT HOLCAL-FILE       ASSIGN TO "HOLCALI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPSHOT-FILE     ASSIGN TO "CUSTYESN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HSTARC-FILE       ASSIGN TO "CUSTYRAR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BFWARC-FILE       ASSIGN TO "CUSTYRBF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "FISCYRER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCALCL-FILE.
       01  FISCALCL-FILE-RECORD        PIC X(17).

       FD  CLOSEDPD-IN-FILE.
       01  CLOSEDPD-IN-RECORD          PIC X(38).

       FD  CLOSEDPD-OUT-FILE.
       01  CLOSEDPD-OUT-RECORD         PIC X(38).

       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  CUSTACR-FILE.
       01  CUSTACR-FILE-RECORD.
           05  CUSTACR-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(22).

       FD  CUSTBFW-FILE.
       01  CUSTBFW-IN-LINE             PIC X(88).

       FD  HSTKEY-FILE.
       01  HSTKEY-FILE-RECORD.
           05  HSTKEY-FILE-KEY.
               10  FILLER              PIC X(08).
               10  HSTKEY-FILE-RUN-KEY PIC X(15).
           05  HSTKEY-FILE-POSTED-KEY  PIC X(16).
           05  FILLER                  PIC X(75).

       FD  LOADLOG-FILE.
       01  LOADLOG-LINE                PIC X(80).

       FD  HOLCAL-FILE.
       01  HOLCAL-FILE-RECORD          PIC X(45).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-OUT-RECORD         PIC X(61).

       FD  HSTARC-FILE.
       01  HSTARC-OUT-RECORD           PIC X(80).

       FD  BFWARC-FILE.
       01  BFWARC-OUT-RECORD           PIC X(88).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-FISCAL-EOF                PIC X       VALUE 'N'.
           88  END-OF-FISCAL                        VALUE 'Y'.
       01  WS-CLOSEDPD-EOF              PIC X       VALUE 'N'.
           88  END-OF-CLOSEDPD                      VALUE 'Y'.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-CUSTACR-EOF               PIC X       VALUE 'N'.
           88  END-OF-ACCUMULATORS                  VALUE 'Y'.
       01  WS-BFW-EOF                   PIC X       VALUE 'N'.
           88  END-OF-BFW                           VALUE 'Y'.
       01  WS-LOADLOG-EOF               PIC X       VALUE 'N'.
           88  END-OF-LOADLOG                       VALUE 'Y'.
       01  WS-BROWSE-EOF                PIC X       VALUE 'N'.
           88  END-OF-BROWSE                        VALUE 'Y'.
       01  WS-HOLCAL-EOF                PIC X       VALUE 'N'.
           88  END-OF-HOLCAL                        VALUE 'Y'.

       01  WS-CLOSEDPD-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CUSTACR-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-STORE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-LOADLOG-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.
       01  WS-REFUSAL-TEXT              PIC X(60)   VALUE SPACES.

      *    Run-level unit-of-work correlation id, carried onto any
      *    ERR020W message the file-status handler escalates.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

      *    The year being rolled, as FISCALCL lays it out, and the
      *    year after it. The period byte is P for a period FISCALCL
      *    ends within the year, C once its CLOSEDPD marker is seen.
       01  WS-YEAR-SCOPE.
           05  WS-TODAY-FOUND-SW        PIC X       VALUE 'N'.
               88  TODAY-IS-PERIOD-END              VALUE 'Y'.
           05  WS-ROLL-YEAR             PIC 9(04)   VALUE ZERO.
           05  WS-NEXT-YEAR             PIC 9(04)   VALUE ZERO.
           05  WS-YEAR-START-DATE       PIC 9(08)   VALUE ZERO.
           05  WS-YEAR-END-DATE         PIC 9(08)   VALUE ZERO.
           05  WS-YEAR-PERIOD-ENDS      PIC 9(03)   VALUE ZERO.
           05  WS-NEXT-DAYS             PIC 9(05)   VALUE ZERO.
           05  WS-NEXT-START-DATE       PIC 9(08)   VALUE ZERO.
           05  WS-NEXT-END-DATE         PIC 9(08)   VALUE ZERO.
           05  WS-NEXT-PERIOD-ENDS      PIC 9(03)   VALUE ZERO.
           05  WS-NEXT-LAST-FLAG        PIC X(01)   VALUE SPACE.
           05  WS-EXPECTED-START-DATE   PIC 9(08)   VALUE ZERO.
           05  WS-EXPECTED-DAYS         PIC 9(05)   VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-STATE OCCURS 99 TIMES
                                        PIC X(01).
       01  WS-PRD-IDX                   PIC 9(02).
       01  WS-OPEN-PERIODS              PIC 9(03)   VALUE ZERO.
       01  WS-ROLLED-ALREADY-SW         PIC X       VALUE 'N'.
           88  YEAR-ALREADY-ROLLED                  VALUE 'Y'.
       01  WS-DAY-LOADED-SW             PIC X       VALUE 'N'.
           88  DAY-IS-LOADED                        VALUE 'Y'.
       01  WS-YEAR-END-CLOSING          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

      *    Holiday calendars seen, with how many holidays each has
      *    in this fiscal year's dates and in next year's. The
      *    shop calendar is always the first entry.
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-COUNT        PIC 9(02)   VALUE ZERO.
           05  WS-CALENDAR-ENTRY OCCURS 20 TIMES.
               10  WS-CAL-ID            PIC X(08).
               10  WS-CAL-THIS-YEAR     PIC 9(05).
               10  WS-CAL-NEXT-YEAR     PIC 9(05).
       01  WS-CAL-IDX                   PIC 9(02).
       01  WS-CAL-FOUND-IDX             PIC 9(02).
       01  WS-SEEK-CALENDAR             PIC X(08).

       01  WS-SEEK-RUN-KEY.
           05  WS-SEEK-RUN-DATE         PIC 9(08).
           05  WS-SEEK-RUN-SEQ          PIC 9(07).

       01  WS-CONTROL-TOTALS.
           05  WS-SNAP-RECORDS          PIC 9(09)   VALUE ZERO.
           05  WS-SNAP-LEGACY-TOTAL     PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-SNAP-FINANCE-TOTAL    PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BFW-FOUND-SW          PIC X       VALUE 'N'.
               88  YEAR-END-BFW-FOUND               VALUE 'Y'.
           05  WS-BFW-LEGACY-TOTAL      PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BFW-FINANCE-TOTAL     PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BFW-CLOSING-TOTAL     PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BFW-OPENING-TOTAL     PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BFW-ARCHIVED          PIC 9(09)   VALUE ZERO.
           05  WS-HST-ARCHIVED          PIC 9(09)   VALUE ZERO.
           05  WS-HST-NET-MOVEMENT      PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-ACCUMULATORS-READ     PIC 9(09)   VALUE ZERO.
           05  WS-RESIDUE-COUNT         PIC 9(07)   VALUE ZERO.
           05  WS-MARKERS-READ          PIC 9(05)   VALUE ZERO.
           05  WS-MARKERS-WRITTEN       PIC 9(05)   VALUE ZERO.

      *    The certification level: 0 certified, 4 certified with
      *    exceptions, 8 not certified.
       01  WS-CERT-LEVEL                PIC 9(01)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-RPT-HEADING-1.
           05  FILLER                   PIC X(45)   VALUE
               'FISCYRE1 FISCAL YEAR-END CERTIFICATION     FY'.
           05  WS-RH1-YEAR              PIC 9(04).
           05  FILLER                   PIC X(13)   VALUE
               '  YEAR ENDED '.
           05  WS-RH1-DATE              PIC 9(08).
           05  FILLER                   PIC X(10)   VALUE SPACES.
       01  WS-RPT-SECTION.
           05  WS-RSE-TITLE             PIC X(40).
           05  FILLER                   PIC X(40)   VALUE SPACES.
       01  WS-RPT-AMOUNT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RAL-LABEL             PIC X(36).
           05  WS-RAL-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RAL-RESULT            PIC X(19).
       01  WS-RPT-COUNT-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RCL-LABEL             PIC X(36).
           05  WS-RCL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(12)   VALUE SPACES.
           05  WS-RCL-RESULT            PIC X(19).
       01  WS-RPT-DATE-LINE.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RDL-LABEL             PIC X(36).
           05  WS-RDL-DATE              PIC 9(08).
           05  FILLER                   PIC X(15)   VALUE SPACES.
           05  WS-RDL-RESULT            PIC X(19).
       01  WS-RPT-RESIDUE-LINE.
           05  FILLER                   PIC X(20)   VALUE
               '    RESIDUE LEFT ON '.
           05  WS-RRL-CUSTOMER          PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RRL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                   PIC X(15)   VALUE
               '  LAST ACCRUED '.
           05  WS-RRL-LAST-DATE         PIC 9(08).
           05  FILLER                   PIC X(10)   VALUE SPACES.
       01  WS-RPT-CALENDAR-LINE.
           05  FILLER                   PIC X(13)   VALUE
               '  CALENDAR   '.
           05  WS-RCA-ID                PIC X(08).
           05  FILLER                   PIC X(12)   VALUE
               '  THIS YEAR '.
           05  WS-RCA-THIS-YEAR         PIC ZZZZ9.
           05  FILLER                   PIC X(12)   VALUE
               '  NEXT YEAR '.
           05  WS-RCA-NEXT-YEAR         PIC ZZZZ9.
           05  FILLER                   PIC X(06)   VALUE SPACES.
           05  WS-RCA-RESULT            PIC X(19).
       01  WS-RPT-REFUSAL.
           05  FILLER                   PIC X(19)   VALUE
               'ROLLOVER REFUSED:  '.
           05  WS-RPR-TEXT              PIC X(60).
           05  FILLER                   PIC X(01)   VALUE SPACES.
       01  WS-RPT-VERDICT.
           05  FILLER                   PIC X(20)   VALUE
               'YEAR-END STATUS:    '.
           05  WS-RVE-TEXT              PIC X(30).
           05  FILLER                   PIC X(30)   VALUE SPACES.

       COPY FISCALCL.
       COPY CLOSEDPD.
       COPY CUSTREC.
       COPY CUSTACR.
       COPY CUSTBFW.
       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTHSL.
       COPY HOLCAL.
       COPY FILEHDTR.
       COPY BUSDATE.
       COPY FSTATCOM.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF TODAY-IS-PERIOD-END
               PERFORM 2000-CHECK-PERIODS-CLOSED
               PERFORM 2100-CHECK-DAY-IN-STORE
               PERFORM 3000-FREEZE-THE-SNAPSHOT
               PERFORM 3100-ARCHIVE-BALANCE-FORWARD
               PERFORM 3200-ARCHIVE-THE-HISTORY
               PERFORM 4000-CHECK-INTEREST-RESIDUE
               PERFORM 4100-CHECK-NEXT-FISCAL-YEAR
               PERFORM 4200-CHECK-NEXT-HOLIDAYS
               PERFORM 5000-ROLL-CLOSED-PERIODS
               PERFORM 6000-WRITE-CERTIFICATION
           END-IF
           PERFORM 9000-END-RUN.

       1000-INITIALIZE.
           MOVE 'FYRE' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** FISCYRE1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE 'FISCYRE1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** FISCYRE1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE THE ROLLOVER ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-FIND-TODAY-IN-CALENDAR
           IF TODAY-IS-PERIOD-END
               PERFORM 1200-SCOPE-THE-YEARS
               IF WS-YEAR-END-DATE NOT = BUSDATE-CURRENT-DATE
                   DISPLAY 'FISCYRE1 ' BUSDATE-CURRENT-DATE ' IS NOT'
                       ' THE LAST PERIOD-END OF FY' WS-ROLL-YEAR
                       ' - NOTHING TO ROLL OVER'
                   MOVE 'N' TO WS-TODAY-FOUND-SW
               END-IF
           ELSE
               DISPLAY 'FISCYRE1 ' BUSDATE-CURRENT-DATE ' IS NOT'
                   ' A PERIOD-END DATE - NOTHING TO ROLL OVER'
           END-IF
           IF TODAY-IS-PERIOD-END
               OPEN OUTPUT REPORT-FILE
               MOVE WS-ROLL-YEAR TO WS-RH1-YEAR
               MOVE WS-YEAR-END-DATE TO WS-RH1-DATE
               MOVE WS-RPT-HEADING-1 TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
               MOVE SPACES TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF.

      *    FISCALCL is streamed, never table-held: it carries a
      *    record for every calendar day of as many years as have
      *    been generated. The first pass only finds the business
      *    date.
       1100-FIND-TODAY-IN-CALENDAR.
           MOVE 'N' TO WS-FISCAL-EOF
           OPEN INPUT FISCALCL-FILE
           PERFORM 1110-READ-ONE-FOR-TODAY UNTIL END-OF-FISCAL
           CLOSE FISCALCL-FILE.

       1110-READ-ONE-FOR-TODAY.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FISCAL TO TRUE
               NOT AT END
                   MOVE FISCALCL-FILE-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-CALENDAR-DATE = BUSDATE-CURRENT-DATE
                       AND FISCALCL-IS-PERIOD-END
                       MOVE FISCALCL-FISCAL-YEAR TO WS-ROLL-YEAR
                       SET TODAY-IS-PERIOD-END TO TRUE
                   END-IF
           END-READ.

      *    The second pass lays out the year being rolled -- its
      *    first day, its last period end, the periods it ends --
      *    and what is loaded for the year after.
       1200-SCOPE-THE-YEARS.
           COMPUTE WS-NEXT-YEAR = WS-ROLL-YEAR + 1
           MOVE 99999999 TO WS-YEAR-START-DATE
                            WS-NEXT-START-DATE
           MOVE ZERO TO WS-YEAR-END-DATE
                        WS-NEXT-END-DATE
           MOVE SPACES TO WS-PERIOD-TABLE
           MOVE 'N' TO WS-FISCAL-EOF
           OPEN INPUT FISCALCL-FILE
           PERFORM 1210-SCOPE-ONE-CALENDAR-DAY UNTIL END-OF-FISCAL
           CLOSE FISCALCL-FILE.

       1210-SCOPE-ONE-CALENDAR-DAY.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FISCAL TO TRUE
               NOT AT END
                   MOVE FISCALCL-FILE-RECORD TO FISCALCL-RECORD
                   EVALUATE FISCALCL-FISCAL-YEAR
                       WHEN WS-ROLL-YEAR
                           PERFORM 1220-SCOPE-ROLL-YEAR-DAY
                       WHEN WS-NEXT-YEAR
                           PERFORM 1230-SCOPE-NEXT-YEAR-DAY
                   END-EVALUATE
           END-READ.

       1220-SCOPE-ROLL-YEAR-DAY.
           IF FISCALCL-CALENDAR-DATE < WS-YEAR-START-DATE
               MOVE FISCALCL-CALENDAR-DATE TO WS-YEAR-START-DATE
           END-IF
           IF FISCALCL-IS-PERIOD-END
               AND FISCALCL-FISCAL-PERIOD > ZERO
               AND FISCALCL-FISCAL-PERIOD < 99
               ADD 1 TO WS-YEAR-PERIOD-ENDS
               MOVE 'P' TO WS-PERIOD-STATE(FISCALCL-FISCAL-PERIOD)
               IF FISCALCL-CALENDAR-DATE > WS-YEAR-END-DATE
                   MOVE FISCALCL-CALENDAR-DATE TO WS-YEAR-END-DATE
               END-IF
           END-IF.

       1230-SCOPE-NEXT-YEAR-DAY.
           ADD 1 TO WS-NEXT-DAYS
           IF FISCALCL-CALENDAR-DATE < WS-NEXT-START-DATE
               MOVE FISCALCL-CALENDAR-DATE TO WS-NEXT-START-DATE
           END-IF
           IF FISCALCL-CALENDAR-DATE > WS-NEXT-END-DATE
               MOVE FISCALCL-CALENDAR-DATE TO WS-NEXT-END-DATE
               MOVE FISCALCL-PERIOD-END-FLAG TO WS-NEXT-LAST-FLAG
           END-IF
           IF FISCALCL-IS-PERIOD-END
               ADD 1 TO WS-NEXT-PERIOD-ENDS
           END-IF.

      *    Every period FISCALCL ends within the year must carry its
      *    CLOSEDPD marker -- tonight's FISCLOS1 wrote the last one
      *    -- and a year-end marker means the year was rolled over
      *    already.
       2000-CHECK-PERIODS-CLOSED.
           MOVE 'N' TO WS-CLOSEDPD-EOF
           OPEN INPUT CLOSEDPD-IN-FILE
           IF WS-CLOSEDPD-STATUS = '00'
               PERFORM 2010-READ-ONE-MARKER UNTIL END-OF-CLOSEDPD
               CLOSE CLOSEDPD-IN-FILE
           END-IF
           IF YEAR-ALREADY-ROLLED
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'FY' WS-ROLL-YEAR
                   ' HAS ALREADY BEEN ROLLED OVER'
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-THE-ROLLOVER
           END-IF
           MOVE 'PERIODS OF THE YEAR' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE ZERO TO WS-OPEN-PERIODS
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > 98
               IF WS-PERIOD-STATE(WS-PRD-IDX) = 'P'
                   ADD 1 TO WS-OPEN-PERIODS
                   MOVE SPACES TO REPORT-OUT-LINE
                   STRING '  PERIOD ' WS-PRD-IDX ' OF FY'
                       WS-ROLL-YEAR ' HAS NO CLOSEDPD MARKER'
                       DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   END-STRING
                   WRITE REPORT-OUT-LINE
               END-IF
           END-PERFORM
           IF WS-OPEN-PERIODS > ZERO
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING WS-OPEN-PERIODS ' PERIOD(S) OF FY'
                   WS-ROLL-YEAR ' ARE STILL OPEN'
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-THE-ROLLOVER
           END-IF
           MOVE 'PERIODS CLOSED' TO WS-RCL-LABEL
           MOVE WS-YEAR-PERIOD-ENDS TO WS-RCL-COUNT
           MOVE 'ALL CLOSED' TO WS-RCL-RESULT
           PERFORM 6910-WRITE-COUNT-LINE.

       2010-READ-ONE-MARKER.
           READ CLOSEDPD-IN-FILE
               AT END
                   SET END-OF-CLOSEDPD TO TRUE
               NOT AT END
                   MOVE CLOSEDPD-IN-RECORD TO CLOSEDPD-RECORD
                   ADD 1 TO WS-MARKERS-READ
                   IF CLOSEDPD-FISCAL-YEAR = WS-ROLL-YEAR
                       EVALUATE TRUE
                           WHEN CLOSEDPD-YEAR-END-MARKER
                               SET YEAR-ALREADY-ROLLED TO TRUE
                           WHEN CLOSEDPD-FISCAL-PERIOD > ZERO
                               MOVE 'C' TO WS-PERIOD-STATE
                                   (CLOSEDPD-FISCAL-PERIOD)
                               IF CLOSEDPD-END-DATE = WS-YEAR-END-DATE
                                   MOVE CLOSEDPD-CLOSING-TOTAL
                                       TO WS-YEAR-END-CLOSING
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      *    The archive is cut from the keyed history store, so the
      *    night's slice must be in it before the year is closed
      *    off.
       2100-CHECK-DAY-IN-STORE.
           MOVE 'N' TO WS-DAY-LOADED-SW
           OPEN INPUT LOADLOG-FILE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSKL' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           PERFORM 2110-READ-ONE-LOG-ENTRY UNTIL END-OF-LOADLOG
           CLOSE LOADLOG-FILE
           IF NOT DAY-IS-LOADED
               MOVE 'TODAY''S HISTORY IS NOT IN THE KEYED STORE'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-ROLLOVER
           END-IF.

       2110-READ-ONE-LOG-ENTRY.
           READ LOADLOG-FILE
               AT END
                   SET END-OF-LOADLOG TO TRUE
               NOT AT END
                   MOVE LOADLOG-LINE TO CUSTHSL-RECORD
                   IF CUSTHSL-SLICE-LOADED
                       AND CUSTHSL-RUN-DATE = BUSDATE-CURRENT-DATE
                       SET DAY-IS-LOADED TO TRUE
                   END-IF
           END-READ.

      *    The snapshot is the master exactly as it stands at the
      *    close of the year's last business day, in the same
      *    image form CUSTKSU1 unloads and reloads. Its totals by
      *    record type must be the night's CUSTBFW totals.
       3000-FREEZE-THE-SNAPSHOT.
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           OPEN OUTPUT SNAPSHOT-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTRECF' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO SNAPSHOT-OUT-RECORD
           WRITE SNAPSHOT-OUT-RECORD
           PERFORM 3010-SNAP-ONE-CUSTOMER UNTIL END-OF-MASTER
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTRECF' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-SNAP-RECORDS TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO SNAPSHOT-OUT-RECORD
           WRITE SNAPSHOT-OUT-RECORD
           CLOSE SNAPSHOT-FILE
           CLOSE CUSTREC-FILE.

       3010-SNAP-ONE-CUSTOMER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   MOVE CUSTREC-FILE-RECORD TO SNAPSHOT-OUT-RECORD
                   WRITE SNAPSHOT-OUT-RECORD
                   ADD 1 TO WS-SNAP-RECORDS
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   IF CUSTREC-TYPE-FINANCE
                       ADD CUSTREC-FIN-BALANCE
                           TO WS-SNAP-FINANCE-TOTAL
                   ELSE
                       ADD CUSTREC-LEGACY-BALANCE
                           TO WS-SNAP-LEGACY-TOTAL
                   END-IF
           END-READ.

      *    One pass of CUSTBFW gives the night's record to prove
      *    the snapshot against, the last closing before the year
      *    began, and the year's day proofs for the archive.
       3100-ARCHIVE-BALANCE-FORWARD.
           OPEN OUTPUT BFWARC-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTYRBF' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO BFWARC-OUT-RECORD
           WRITE BFWARC-OUT-RECORD
           OPEN INPUT CUSTBFW-FILE
           PERFORM 3110-READ-ONE-BFW UNTIL END-OF-BFW
           CLOSE CUSTBFW-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTYRBF' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-BFW-ARCHIVED TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO BFWARC-OUT-RECORD
           WRITE BFWARC-OUT-RECORD
           CLOSE BFWARC-FILE
           MOVE 'YEAR-END BALANCE SNAPSHOT' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'CUSTOMER RECORDS FROZEN' TO WS-RCL-LABEL
           MOVE WS-SNAP-RECORDS TO WS-RCL-COUNT
           MOVE SPACES TO WS-RCL-RESULT
           PERFORM 6910-WRITE-COUNT-LINE
           MOVE 'LEGACY-VIEW BALANCES' TO WS-RAL-LABEL
           MOVE WS-SNAP-LEGACY-TOTAL TO WS-RAL-AMOUNT
           MOVE SPACES TO WS-RAL-RESULT
           PERFORM 6920-WRITE-AMOUNT-LINE
           MOVE 'FINANCE-VIEW BALANCES' TO WS-RAL-LABEL
           MOVE WS-SNAP-FINANCE-TOTAL TO WS-RAL-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-LINE
           IF NOT YEAR-END-BFW-FOUND
               MOVE 'CUSTBFW RECORD FOR THE YEAR END' TO WS-RDL-LABEL
               MOVE BUSDATE-CURRENT-DATE TO WS-RDL-DATE
               MOVE 'MISSING' TO WS-RDL-RESULT
               PERFORM 6930-WRITE-DATE-LINE
               MOVE 8 TO WS-CERT-LEVEL
           ELSE
               MOVE 'CUSTBFW LEGACY TOTAL' TO WS-RAL-LABEL
               MOVE WS-BFW-LEGACY-TOTAL TO WS-RAL-AMOUNT
               IF WS-BFW-LEGACY-TOTAL = WS-SNAP-LEGACY-TOTAL
                   MOVE 'TIES' TO WS-RAL-RESULT
               ELSE
                   MOVE 'BREAK' TO WS-RAL-RESULT
                   MOVE 8 TO WS-CERT-LEVEL
               END-IF
               PERFORM 6920-WRITE-AMOUNT-LINE
               MOVE 'CUSTBFW FINANCE TOTAL' TO WS-RAL-LABEL
               MOVE WS-BFW-FINANCE-TOTAL TO WS-RAL-AMOUNT
               IF WS-BFW-FINANCE-TOTAL = WS-SNAP-FINANCE-TOTAL
                   MOVE 'TIES' TO WS-RAL-RESULT
               ELSE
                   MOVE 'BREAK' TO WS-RAL-RESULT
                   MOVE 8 TO WS-CERT-LEVEL
               END-IF
               PERFORM 6920-WRITE-AMOUNT-LINE
           END-IF.

       3110-READ-ONE-BFW.
           READ CUSTBFW-FILE
               AT END
                   SET END-OF-BFW TO TRUE
               NOT AT END
                   MOVE CUSTBFW-IN-LINE TO CUSTBFW-RECORD
                   IF CUSTBFW-BUSINESS-DATE < WS-YEAR-START-DATE
                       MOVE CUSTBFW-CLOSING-TOTAL
                           TO WS-BFW-OPENING-TOTAL
                   END-IF
                   IF CUSTBFW-BUSINESS-DATE >= WS-YEAR-START-DATE
                       AND CUSTBFW-BUSINESS-DATE
                           <= BUSDATE-CURRENT-DATE
                       MOVE CUSTBFW-IN-LINE TO BFWARC-OUT-RECORD
                       WRITE BFWARC-OUT-RECORD
                       ADD 1 TO WS-BFW-ARCHIVED
                   END-IF
                   IF CUSTBFW-BUSINESS-DATE = BUSDATE-CURRENT-DATE
                       SET YEAR-END-BFW-FOUND TO TRUE
                       MOVE CUSTBFW-LEGACY-TOTAL
                           TO WS-BFW-LEGACY-TOTAL
                       MOVE CUSTBFW-FINANCE-TOTAL
                           TO WS-BFW-FINANCE-TOTAL
                       MOVE CUSTBFW-CLOSING-TOTAL
                           TO WS-BFW-CLOSING-TOTAL
                   END-IF
           END-READ.

      *    Every posting the store holds under a run date in the
      *    year, in run order, inside a CUSTYRAR header and
      *    trailer. The store keeps them too; the generation is
      *    the year as it stood when it was closed.
       3200-ARCHIVE-THE-HISTORY.
           OPEN INPUT HSTKEY-FILE
           MOVE WS-STORE-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           OPEN OUTPUT HSTARC-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTYRAR' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO HSTARC-OUT-RECORD
           WRITE HSTARC-OUT-RECORD
           MOVE WS-YEAR-START-DATE TO WS-SEEK-RUN-DATE
           MOVE ZERO TO WS-SEEK-RUN-SEQ
           MOVE WS-SEEK-RUN-KEY TO HSTKEY-FILE-RUN-KEY
           MOVE 'N' TO WS-BROWSE-EOF
           START HSTKEY-FILE KEY NOT LESS THAN HSTKEY-FILE-RUN-KEY
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START
           PERFORM 3210-ARCHIVE-ONE-POSTING UNTIL END-OF-BROWSE
           CLOSE HSTKEY-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTYRAR' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-HST-ARCHIVED TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO HSTARC-OUT-RECORD
           WRITE HSTARC-OUT-RECORD
           CLOSE HSTARC-FILE
           MOVE 'YEAR ARCHIVE GENERATION' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'FIRST DAY OF THE YEAR' TO WS-RDL-LABEL
           MOVE WS-YEAR-START-DATE TO WS-RDL-DATE
           MOVE SPACES TO WS-RDL-RESULT
           PERFORM 6930-WRITE-DATE-LINE
           MOVE 'POSTINGS ARCHIVED (CUSTYRAR)' TO WS-RCL-LABEL
           MOVE WS-HST-ARCHIVED TO WS-RCL-COUNT
           MOVE SPACES TO WS-RCL-RESULT
           PERFORM 6910-WRITE-COUNT-LINE
           MOVE 'NET MOVEMENT OF THE POSTINGS' TO WS-RAL-LABEL
           MOVE WS-HST-NET-MOVEMENT TO WS-RAL-AMOUNT
           MOVE SPACES TO WS-RAL-RESULT
           PERFORM 6920-WRITE-AMOUNT-LINE
           MOVE 'DAY PROOFS ARCHIVED (CUSTYRBF)' TO WS-RCL-LABEL
           MOVE WS-BFW-ARCHIVED TO WS-RCL-COUNT
           PERFORM 6910-WRITE-COUNT-LINE
           MOVE 'CLOSING BEFORE THE YEAR BEGAN' TO WS-RAL-LABEL
           MOVE WS-BFW-OPENING-TOTAL TO WS-RAL-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-LINE
           MOVE 'CLOSING OF THE YEAR' TO WS-RAL-LABEL
           MOVE WS-BFW-CLOSING-TOTAL TO WS-RAL-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-LINE.

       3210-ARCHIVE-ONE-POSTING.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-BROWSE TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   IF CUSTHSK-RUN-DATE > BUSDATE-CURRENT-DATE
                       SET END-OF-BROWSE TO TRUE
                   ELSE
                       MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                       MOVE SPACES TO HSTARC-OUT-RECORD
                       MOVE CUSTHST-RECORD TO HSTARC-OUT-RECORD
                       WRITE HSTARC-OUT-RECORD
                       ADD 1 TO WS-HST-ARCHIVED
                       COMPUTE WS-HST-NET-MOVEMENT =
                           WS-HST-NET-MOVEMENT
                           + CUSTHST-BALANCE-AFTER
                           - CUSTHST-BALANCE-BEFORE
                   END-IF
           END-READ.

      *    The year's last capitalization has run: every
      *    accumulator should be left with only its sub-cent
      *    residue. A whole cent or more means a capitalization
      *    was missed; each one is listed for Finance.
       4000-CHECK-INTEREST-RESIDUE.
           MOVE 'INTEREST ACCUMULATORS' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           OPEN INPUT CUSTACR-FILE
           IF WS-CUSTACR-STATUS = '00'
               PERFORM 4010-CHECK-ONE-ACCUMULATOR
                   UNTIL END-OF-ACCUMULATORS
               CLOSE CUSTACR-FILE
           END-IF
           MOVE 'ACCUMULATORS CHECKED' TO WS-RCL-LABEL
           MOVE WS-ACCUMULATORS-READ TO WS-RCL-COUNT
           MOVE SPACES TO WS-RCL-RESULT
           PERFORM 6910-WRITE-COUNT-LINE
           MOVE 'LEFT WITH A CENT OR MORE' TO WS-RCL-LABEL
           MOVE WS-RESIDUE-COUNT TO WS-RCL-COUNT
           IF WS-RESIDUE-COUNT = ZERO
               MOVE 'ZERO RESIDUE' TO WS-RCL-RESULT
           ELSE
               MOVE 'EXCEPTION' TO WS-RCL-RESULT
               IF WS-CERT-LEVEL < 4
                   MOVE 4 TO WS-CERT-LEVEL
               END-IF
           END-IF
           PERFORM 6910-WRITE-COUNT-LINE.

       4010-CHECK-ONE-ACCUMULATOR.
           READ CUSTACR-FILE NEXT
               AT END
                   SET END-OF-ACCUMULATORS TO TRUE
               NOT AT END
                   MOVE CUSTACR-FILE-RECORD TO CUSTACR-RECORD
                   ADD 1 TO WS-ACCUMULATORS-READ
                   IF CUSTACR-ACCRUED-AMOUNT >= 0.01
                       OR CUSTACR-ACCRUED-AMOUNT <= -0.01
                       ADD 1 TO WS-RESIDUE-COUNT
                       MOVE CUSTACR-CUSTOMER-ID TO WS-RRL-CUSTOMER
                       MOVE CUSTACR-ACCRUED-AMOUNT TO WS-RRL-AMOUNT
                       MOVE CUSTACR-LAST-ACCRUAL-DATE
                           TO WS-RRL-LAST-DATE
                       MOVE WS-RPT-RESIDUE-LINE TO REPORT-OUT-LINE
                       WRITE REPORT-OUT-LINE
                   END-IF
           END-READ.

      *    Next year must be loaded day by day from the day after
      *    this one ends, with no gap, ending on a period end, and
      *    with as many period ends as this year had.
       4100-CHECK-NEXT-FISCAL-YEAR.
           MOVE 'NEXT FISCAL YEAR ON FISCALCL' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           COMPUTE WS-EXPECTED-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-YEAR-END-DATE) + 1)
           MOVE 'DAYS LOADED FOR FY' TO WS-RCL-LABEL
           MOVE WS-NEXT-YEAR TO WS-RCL-LABEL(19:4)
           MOVE WS-NEXT-DAYS TO WS-RCL-COUNT
           IF WS-NEXT-DAYS = ZERO
               MOVE 'MISSING' TO WS-RCL-RESULT
               MOVE 8 TO WS-CERT-LEVEL
               PERFORM 6910-WRITE-COUNT-LINE
           ELSE
               COMPUTE WS-EXPECTED-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-NEXT-START-DATE)
                   + 1
               IF WS-NEXT-DAYS = WS-EXPECTED-DAYS
                   MOVE 'NO GAPS' TO WS-RCL-RESULT
               ELSE
                   MOVE 'GAPS OR DUPLICATES' TO WS-RCL-RESULT
                   MOVE 8 TO WS-CERT-LEVEL
               END-IF
               PERFORM 6910-WRITE-COUNT-LINE
               MOVE 'FIRST DAY' TO WS-RDL-LABEL
               MOVE WS-NEXT-START-DATE TO WS-RDL-DATE
               IF WS-NEXT-START-DATE = WS-EXPECTED-START-DATE
                   MOVE 'FOLLOWS ON' TO WS-RDL-RESULT
               ELSE
                   MOVE 'NOT THE NEXT DAY' TO WS-RDL-RESULT
                   MOVE 8 TO WS-CERT-LEVEL
               END-IF
               PERFORM 6930-WRITE-DATE-LINE
               MOVE 'LAST DAY' TO WS-RDL-LABEL
               MOVE WS-NEXT-END-DATE TO WS-RDL-DATE
               IF WS-NEXT-LAST-FLAG = 'Y'
                   MOVE 'A PERIOD END' TO WS-RDL-RESULT
               ELSE
                   MOVE 'NOT A PERIOD END' TO WS-RDL-RESULT
                   MOVE 8 TO WS-CERT-LEVEL
               END-IF
               PERFORM 6930-WRITE-DATE-LINE
               MOVE 'PERIOD ENDS' TO WS-RCL-LABEL
               MOVE WS-NEXT-PERIOD-ENDS TO WS-RCL-COUNT
               IF WS-NEXT-PERIOD-ENDS = WS-YEAR-PERIOD-ENDS
                   MOVE 'AS THIS YEAR' TO WS-RCL-RESULT
               ELSE
                   MOVE 'NOT AS THIS YEAR' TO WS-RCL-RESULT
                   MOVE 8 TO WS-CERT-LEVEL
               END-IF
               PERFORM 6910-WRITE-COUNT-LINE
           END-IF.

      *    A calendar is counted against the fiscal years' date
      *    ranges, so a bank calendar loaded only for this year
      *    shows up the same way a missing shop calendar does.
       4200-CHECK-NEXT-HOLIDAYS.
           MOVE 1 TO WS-CALENDAR-COUNT
           MOVE 'SHOP' TO WS-CAL-ID(1)
           MOVE ZERO TO WS-CAL-THIS-YEAR(1)
                        WS-CAL-NEXT-YEAR(1)
           OPEN INPUT HOLCAL-FILE
           PERFORM 4210-READ-ONE-HOLIDAY UNTIL END-OF-HOLCAL
           CLOSE HOLCAL-FILE
           MOVE 'HOLIDAY CALENDARS ON HOLCAL' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CALENDAR-COUNT
               MOVE WS-CAL-ID(WS-CAL-IDX) TO WS-RCA-ID
               MOVE WS-CAL-THIS-YEAR(WS-CAL-IDX) TO WS-RCA-THIS-YEAR
               MOVE WS-CAL-NEXT-YEAR(WS-CAL-IDX) TO WS-RCA-NEXT-YEAR
               IF WS-CAL-NEXT-YEAR(WS-CAL-IDX) = ZERO
                   AND (WS-CAL-IDX = 1
                        OR WS-CAL-THIS-YEAR(WS-CAL-IDX) > ZERO)
                   MOVE 'NEXT YEAR MISSING' TO WS-RCA-RESULT
                   MOVE 8 TO WS-CERT-LEVEL
               ELSE
                   MOVE 'COVERED' TO WS-RCA-RESULT
               END-IF
               MOVE WS-RPT-CALENDAR-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-PERFORM.

       4210-READ-ONE-HOLIDAY.
           READ HOLCAL-FILE
               AT END
                   SET END-OF-HOLCAL TO TRUE
               NOT AT END
                   MOVE HOLCAL-FILE-RECORD TO HOLCAL-RECORD
                   IF HOLCAL-CALENDAR-ID = SPACES
                       MOVE 'SHOP' TO WS-SEEK-CALENDAR
                   ELSE
                       MOVE HOLCAL-CALENDAR-ID TO WS-SEEK-CALENDAR
                   END-IF
                   PERFORM 4220-FIND-CALENDAR
                   IF WS-CAL-FOUND-IDX > ZERO
                       IF HOLCAL-DATE >= WS-YEAR-START-DATE
                           AND HOLCAL-DATE <= WS-YEAR-END-DATE
                           ADD 1 TO WS-CAL-THIS-YEAR(WS-CAL-FOUND-IDX)
                       END-IF
                       IF HOLCAL-DATE >= WS-NEXT-START-DATE
                           AND HOLCAL-DATE <= WS-NEXT-END-DATE
                           ADD 1 TO WS-CAL-NEXT-YEAR(WS-CAL-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       4220-FIND-CALENDAR.
           MOVE ZERO TO WS-CAL-FOUND-IDX
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CALENDAR-COUNT
               IF WS-CAL-ID(WS-CAL-IDX) = WS-SEEK-CALENDAR
                   MOVE WS-CAL-IDX TO WS-CAL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND-IDX = ZERO
               IF WS-CALENDAR-COUNT >= 20
                   DISPLAY '*** FISCYRE1 HOLCAL HAS MORE THAN 20'
                       ' CALENDARS -- ' WS-SEEK-CALENDAR
                       ' NOT CHECKED ***'
               ELSE
                   ADD 1 TO WS-CALENDAR-COUNT
                   MOVE WS-CALENDAR-COUNT TO WS-CAL-FOUND-IDX
                   MOVE WS-SEEK-CALENDAR
                       TO WS-CAL-ID(WS-CAL-FOUND-IDX)
                   MOVE ZERO TO WS-CAL-THIS-YEAR(WS-CAL-FOUND-IDX)
                                WS-CAL-NEXT-YEAR(WS-CAL-FOUND-IDX)
               END-IF
           END-IF.

      *    The year's period markers are carried no further; one
      *    year-end marker, ending on the year's last period end,
      *    holds the posting path off the whole year in their place.
      *    Every other year's markers are carried as they stand.
       5000-ROLL-CLOSED-PERIODS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'N' TO WS-CLOSEDPD-EOF
           OPEN OUTPUT CLOSEDPD-OUT-FILE
           OPEN INPUT CLOSEDPD-IN-FILE
           IF WS-CLOSEDPD-STATUS = '00'
               PERFORM 5010-CARRY-ONE-MARKER UNTIL END-OF-CLOSEDPD
               CLOSE CLOSEDPD-IN-FILE
           END-IF
           MOVE WS-ROLL-YEAR         TO CLOSEDPD-FISCAL-YEAR
           SET CLOSEDPD-YEAR-END-MARKER TO TRUE
           MOVE WS-YEAR-END-DATE     TO CLOSEDPD-END-DATE
           MOVE BUSDATE-CURRENT-DATE TO CLOSEDPD-CLOSED-DATE
           MOVE WS-YEAR-END-CLOSING  TO CLOSEDPD-CLOSING-TOTAL
           MOVE CLOSEDPD-RECORD TO CLOSEDPD-OUT-RECORD
           WRITE CLOSEDPD-OUT-RECORD
           ADD 1 TO WS-MARKERS-WRITTEN
           CLOSE CLOSEDPD-OUT-FILE
           MOVE 'CLOSED-PERIOD MARKERS' TO WS-RSE-TITLE
           MOVE WS-RPT-SECTION TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'MARKERS READ (CLOSEDPD)' TO WS-RCL-LABEL
           MOVE WS-MARKERS-READ TO WS-RCL-COUNT
           MOVE SPACES TO WS-RCL-RESULT
           PERFORM 6910-WRITE-COUNT-LINE
           MOVE 'MARKERS WRITTEN (CLOSEDPO)' TO WS-RCL-LABEL
           MOVE WS-MARKERS-WRITTEN TO WS-RCL-COUNT
           MOVE 'YEAR-END MARKER' TO WS-RCL-RESULT
           PERFORM 6910-WRITE-COUNT-LINE.

       5010-CARRY-ONE-MARKER.
           READ CLOSEDPD-IN-FILE
               AT END
                   SET END-OF-CLOSEDPD TO TRUE
               NOT AT END
                   MOVE CLOSEDPD-IN-RECORD TO CLOSEDPD-RECORD
                   IF CLOSEDPD-FISCAL-YEAR NOT = WS-ROLL-YEAR
                       MOVE CLOSEDPD-IN-RECORD TO CLOSEDPD-OUT-RECORD
                       WRITE CLOSEDPD-OUT-RECORD
                       ADD 1 TO WS-MARKERS-WRITTEN
                   END-IF
           END-READ.

       6000-WRITE-CERTIFICATION.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           EVALUATE WS-CERT-LEVEL
               WHEN ZERO
                   MOVE 'CERTIFIED' TO WS-RVE-TEXT
               WHEN 4
                   MOVE 'CERTIFIED WITH EXCEPTIONS' TO WS-RVE-TEXT
               WHEN OTHER
                   MOVE 'NOT CERTIFIED' TO WS-RVE-TEXT
           END-EVALUATE
           MOVE WS-RPT-VERDICT TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           IF WS-CERT-LEVEL > WS-RUN-RETURN-CODE
               MOVE WS-CERT-LEVEL TO WS-RUN-RETURN-CODE
           END-IF
           DISPLAY 'FISCYRE1 FY' WS-ROLL-YEAR ' ROLLED OVER: '
               WS-RVE-TEXT
           DISPLAY 'FISCYRE1 CUSTOMERS FROZEN:    ' WS-SNAP-RECORDS
           DISPLAY 'FISCYRE1 POSTINGS ARCHIVED:   ' WS-HST-ARCHIVED
           DISPLAY 'FISCYRE1 DAY PROOFS ARCHIVED: ' WS-BFW-ARCHIVED
           DISPLAY 'FISCYRE1 INTEREST RESIDUES:   ' WS-RESIDUE-COUNT.

       6910-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       6920-WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       6930-WRITE-DATE-LINE.
           MOVE WS-RPT-DATE-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       8900-CHECK-FILE-STATUS.
           MOVE 'FISCYRE1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** FISCYRE1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-END-RUN.
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    Nothing has been written when the rollover is refused:
      *    the reason goes on the console and on the certification
      *    report, and the run ends RC 8.
       9100-REFUSE-THE-ROLLOVER.
           DISPLAY '*** FISCYRE1 ROLLOVER REFUSED -- '
               WS-REFUSAL-TEXT ' ***'
           MOVE WS-REFUSAL-TEXT TO WS-RPR-TEXT
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-REFUSAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           MOVE 8 TO WS-RUN-RETURN-CODE
           PERFORM 9000-END-RUN.
