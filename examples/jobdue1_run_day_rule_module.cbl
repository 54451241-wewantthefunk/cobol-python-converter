       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBDUE1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Run-day rule judge for the nightly chain (JOBDUE.CPY).
      *    JOBCHAIN holds only job-to-predecessor edges, so every
      *    job was treated as due every night and the weekly and
      *    month-end work was launched by hand -- or forgotten. Each
      *    job that does not run nightly now carries a JOBRUNDY rule
      *    (JOBRUND.CPY): a SCHRULE rule id, judged against the
      *    dates SCHEXP1 expanded onto SCHDATES, or a FISCALCL
      *    condition -- period end, year end, or the first business
      *    date of a fiscal week. CHAINRN1 launches a job only when
      *    this module says it is due, JOBGATE1 refuses a job that
      *    is not and lets its successors through, and OPSSNAP1
      *    plans only the jobs due. A rule that cannot be judged is
      *    answered unresolved, never guessed. The reference files
      *    are read on the first call for a business date and held
      *    for the rest of the run, FILESTA2-fashion; a shop with no
      *    JOBRUNDY file has every job due every night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBRUND-FILE      ASSIGN TO "JOBRUNDY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUND-STATUS.
           SELECT SCHDATES-FILE     ASSIGN TO "SCHDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHDATES-STATUS.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCALCL-STATUS.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBRUND-FILE.
       01  JOBRUND-IN-RECORD           PIC X(41).

      *    One expanded rule date per line, as SCHEXP1 writes them.
       FD  SCHDATES-FILE.
       01  SCHDATES-IN-LINE.
           05  SDI-RULE-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  SDI-DATE                PIC X(08).
           05  FILLER                  PIC X(21).

       FD  FISCALCL-FILE.
       01  FISCALCL-IN-RECORD          PIC X(17).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-JOBRUND-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-SCHDATES-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-FISCALCL-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-BUSDATE-STATUS            PIC X(02)   VALUE SPACES.

       01  WS-JOBRUND-EOF               PIC X       VALUE 'N'.
           88  END-OF-JOBRUND                       VALUE 'Y'.
       01  WS-SCHDATES-EOF              PIC X       VALUE 'N'.
           88  END-OF-SCHDATES                      VALUE 'Y'.
       01  WS-FISCALCL-EOF              PIC X       VALUE 'N'.
           88  END-OF-FISCALCL                      VALUE 'Y'.

      *    The business date the held tables were built for; a call
      *    for another date rebuilds them.
       01  WS-LOADED-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-PREVIOUS-DATE             PIC 9(08)   VALUE ZERO.

      *    Each rule with what the reference files say about it
      *    for the loaded date: a schedule rule is due when
      *    SCHDATES lists the date, and is judgeable only when the
      *    expansion reaches the date at all.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RUL-RECORD        PIC X(41).
               10  WS-RUL-DUE-TODAY     PIC X(01).
               10  WS-RUL-EXPANDED      PIC X(01).
       01  WS-RUL-IDX                   PIC 9(03).
       01  WS-RUL-FOUND-IDX             PIC 9(03).
       01  WS-SCHEDULE-RULES-SW         PIC X       VALUE 'N'.
           88  ANY-SCHEDULE-RULES                   VALUE 'Y'.
       01  WS-FISCAL-RULES-SW           PIC X       VALUE 'N'.
           88  ANY-FISCAL-RULES                     VALUE 'Y'.
       01  WS-SCHDATES-SW               PIC X       VALUE 'N'.
           88  SCHDATES-AVAILABLE                   VALUE 'Y'.

      *    The fiscal calendar rows for the business date and the
      *    business date before it, and whether any later date on
      *    the calendar still belongs to the same fiscal year.
       01  WS-FISCAL-TODAY-SW           PIC X       VALUE 'N'.
           88  FISCAL-TODAY-FOUND                   VALUE 'Y'.
       01  WS-FISCAL-PRIOR-SW           PIC X       VALUE 'N'.
           88  FISCAL-PRIOR-FOUND                   VALUE 'Y'.
       01  WS-FISCAL-LATER-SW           PIC X       VALUE 'N'.
           88  FISCAL-YEAR-GOES-ON                  VALUE 'Y'.
       01  WS-FISCAL-TODAY              PIC X(17)   VALUE SPACES.
       01  WS-FISCAL-PRIOR              PIC X(17)   VALUE SPACES.

       COPY JOBRUND.
       COPY FISCALCL.
       COPY BUSDATE.

       LINKAGE SECTION.
       COPY JOBDUE.

       PROCEDURE DIVISION USING JOBDUE-COMM-AREA.

       0000-MAIN-LINE.
           IF JOBDUE-BUSINESS-DATE NOT = WS-LOADED-DATE
               PERFORM 1000-LOAD-REFERENCE-DATA
           END-IF
           PERFORM 2000-JUDGE-THE-JOB
           GOBACK.

       1000-LOAD-REFERENCE-DATA.
           MOVE JOBDUE-BUSINESS-DATE TO WS-LOADED-DATE
           MOVE ZERO TO WS-RULE-COUNT
           MOVE 'N' TO WS-SCHEDULE-RULES-SW
           MOVE 'N' TO WS-FISCAL-RULES-SW
           MOVE 'N' TO WS-SCHDATES-SW
           MOVE 'N' TO WS-FISCAL-TODAY-SW
           MOVE 'N' TO WS-FISCAL-PRIOR-SW
           MOVE 'N' TO WS-FISCAL-LATER-SW
           MOVE 'N' TO WS-JOBRUND-EOF
           OPEN INPUT JOBRUND-FILE
           IF WS-JOBRUND-STATUS = '00'
               PERFORM 1100-READ-ONE-RULE UNTIL END-OF-JOBRUND
               CLOSE JOBRUND-FILE
           END-IF
           IF ANY-SCHEDULE-RULES
               PERFORM 1200-LOAD-SCHEDULE-DATES
           END-IF
           IF ANY-FISCAL-RULES
               PERFORM 1300-FIND-PREVIOUS-DATE
               PERFORM 1400-LOAD-FISCAL-ROWS
           END-IF.

       1100-READ-ONE-RULE.
           READ JOBRUND-FILE
               AT END
                   SET END-OF-JOBRUND TO TRUE
               NOT AT END
                   IF WS-RULE-COUNT >= 100
                       DISPLAY '*** JOBDUE1 JOBRUNDY HAS MORE THAN'
                           ' 100 ENTRIES -- REMAINDER NOT LOADED ***'
                       SET END-OF-JOBRUND TO TRUE
                   ELSE
                       ADD 1 TO WS-RULE-COUNT
                       MOVE JOBRUND-IN-RECORD
                           TO WS-RUL-RECORD(WS-RULE-COUNT)
                       MOVE 'N' TO WS-RUL-DUE-TODAY(WS-RULE-COUNT)
                       MOVE 'N' TO WS-RUL-EXPANDED(WS-RULE-COUNT)
                       MOVE JOBRUND-IN-RECORD TO JOBRUND-RECORD
                       IF JOBRUND-SCHEDULE-RULE
                           SET ANY-SCHEDULE-RULES TO TRUE
                       END-IF
                       IF JOBRUND-FISCAL-RULE
                           SET ANY-FISCAL-RULES TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    One pass of the expanded dates marks, for every schedule
      *    rule, whether the business date is one of its dates and
      *    whether the expansion reaches the business date at all.
       1200-LOAD-SCHEDULE-DATES.
           MOVE 'N' TO WS-SCHDATES-EOF
           OPEN INPUT SCHDATES-FILE
           IF WS-SCHDATES-STATUS = '00'
               SET SCHDATES-AVAILABLE TO TRUE
               PERFORM 1210-READ-ONE-SCHEDULE-DATE
                   UNTIL END-OF-SCHDATES
               CLOSE SCHDATES-FILE
           ELSE
               DISPLAY '*** JOBDUE1 SCHDATES NOT AVAILABLE, STATUS '
                   WS-SCHDATES-STATUS
                   ' -- SCHEDULE RULES UNRESOLVED ***'
           END-IF.

       1210-READ-ONE-SCHEDULE-DATE.
           READ SCHDATES-FILE
               AT END
                   SET END-OF-SCHDATES TO TRUE
               NOT AT END
                   IF SDI-DATE IS NUMERIC
                       AND SDI-DATE >= WS-LOADED-DATE
                       PERFORM 1220-MARK-ONE-SCHEDULE-DATE
                   END-IF
           END-READ.

       1220-MARK-ONE-SCHEDULE-DATE.
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
               MOVE WS-RUL-RECORD(WS-RUL-IDX) TO JOBRUND-RECORD
               IF JOBRUND-SCHEDULE-RULE
                   AND JOBRUND-SCHRULE-ID = SDI-RULE-ID
                   MOVE 'Y' TO WS-RUL-EXPANDED(WS-RUL-IDX)
                   IF SDI-DATE = WS-LOADED-DATE
                       MOVE 'Y' TO WS-RUL-DUE-TODAY(WS-RUL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    The prior business date comes from the shop date record
      *    when the call is for the date it holds; a rerun for any
      *    other date falls back to the calendar day before.
       1300-FIND-PREVIOUS-DATE.
           MOVE ZERO TO WS-PREVIOUS-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
                       IF BUSDATE-CURRENT-DATE = WS-LOADED-DATE
                           MOVE BUSDATE-PREVIOUS-DATE
                               TO WS-PREVIOUS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-PREVIOUS-DATE = ZERO
               COMPUTE WS-PREVIOUS-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-LOADED-DATE) - 1)
           END-IF.

       1400-LOAD-FISCAL-ROWS.
           MOVE 'N' TO WS-FISCALCL-EOF
           OPEN INPUT FISCALCL-FILE
           IF WS-FISCALCL-STATUS = '00'
               PERFORM 1410-READ-ONE-FISCAL-ROW
                   UNTIL END-OF-FISCALCL
               CLOSE FISCALCL-FILE
           ELSE
               DISPLAY '*** JOBDUE1 FISCALCL NOT AVAILABLE, STATUS '
                   WS-FISCALCL-STATUS
                   ' -- FISCAL RULES UNRESOLVED ***'
           END-IF
           IF FISCAL-TODAY-FOUND
               MOVE WS-FISCAL-TODAY TO FISCALCL-RECORD
               PERFORM 1500-LOOK-PAST-TODAY
           END-IF.

       1410-READ-ONE-FISCAL-ROW.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FISCALCL TO TRUE
               NOT AT END
                   MOVE FISCALCL-IN-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-CALENDAR-DATE = WS-LOADED-DATE
                       SET FISCAL-TODAY-FOUND TO TRUE
                       MOVE FISCALCL-IN-RECORD TO WS-FISCAL-TODAY
                   END-IF
                   IF FISCALCL-CALENDAR-DATE = WS-PREVIOUS-DATE
                       SET FISCAL-PRIOR-FOUND TO TRUE
                       MOVE FISCALCL-IN-RECORD TO WS-FISCAL-PRIOR
                   END-IF
           END-READ.

      *    Year end is the period end with no later date of the
      *    same fiscal year on the calendar -- however many periods
      *    the year's pattern has.
       1500-LOOK-PAST-TODAY.
           MOVE 'N' TO WS-FISCALCL-EOF
           OPEN INPUT FISCALCL-FILE
           PERFORM 1510-READ-ONE-LATER-ROW UNTIL END-OF-FISCALCL
           CLOSE FISCALCL-FILE.

       1510-READ-ONE-LATER-ROW.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FISCALCL TO TRUE
               NOT AT END
                   IF FISCALCL-IN-RECORD(1:8) > WS-FISCAL-TODAY(1:8)
                       AND FISCALCL-IN-RECORD(9:4)
                           = WS-FISCAL-TODAY(9:4)
                       SET FISCAL-YEAR-GOES-ON TO TRUE
                   END-IF
           END-READ.

       2000-JUDGE-THE-JOB.
           MOVE ZERO TO WS-RUL-FOUND-IDX
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULE-COUNT
                   OR WS-RUL-FOUND-IDX > ZERO
               IF WS-RUL-RECORD(WS-RUL-IDX)(1:8) = JOBDUE-JOB-NAME
                   MOVE WS-RUL-IDX TO WS-RUL-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO JOBDUE-RULE-TEXT
           IF WS-RUL-FOUND-IDX = ZERO
               SET JOBDUE-DUE TO TRUE
               MOVE 'EVERY NIGHT' TO JOBDUE-RULE-TEXT
           ELSE
               MOVE WS-RUL-RECORD(WS-RUL-FOUND-IDX) TO JOBRUND-RECORD
               EVALUATE TRUE
                   WHEN JOBRUND-EVERY-NIGHT
                       SET JOBDUE-DUE TO TRUE
                       MOVE 'EVERY NIGHT' TO JOBDUE-RULE-TEXT
                   WHEN JOBRUND-SCHEDULE-RULE
                       PERFORM 2100-JUDGE-SCHEDULE-RULE
                   WHEN JOBRUND-FISCAL-RULE
                       PERFORM 2200-JUDGE-FISCAL-RULE
                   WHEN OTHER
                       SET JOBDUE-UNRESOLVED TO TRUE
                       MOVE 'UNKNOWN RULE KIND' TO JOBDUE-RULE-TEXT
               END-EVALUATE
           END-IF.

       2100-JUDGE-SCHEDULE-RULE.
           STRING 'SCHRULE ' JOBRUND-SCHRULE-ID
               DELIMITED BY SIZE INTO JOBDUE-RULE-TEXT
           EVALUATE TRUE
               WHEN NOT SCHDATES-AVAILABLE
                   SET JOBDUE-UNRESOLVED TO TRUE
               WHEN WS-RUL-EXPANDED(WS-RUL-FOUND-IDX) NOT = 'Y'
                   SET JOBDUE-UNRESOLVED TO TRUE
                   MOVE 'UNEXPANDED' TO JOBDUE-RULE-TEXT(18:13)
               WHEN WS-RUL-DUE-TODAY(WS-RUL-FOUND-IDX) = 'Y'
                   SET JOBDUE-DUE TO TRUE
               WHEN OTHER
                   SET JOBDUE-NOT-DUE TO TRUE
           END-EVALUATE.

       2200-JUDGE-FISCAL-RULE.
           IF NOT FISCAL-TODAY-FOUND
               SET JOBDUE-UNRESOLVED TO TRUE
               MOVE 'DATE NOT ON FISCALCL' TO JOBDUE-RULE-TEXT
           ELSE
               MOVE WS-FISCAL-TODAY TO FISCALCL-RECORD
               EVALUATE TRUE
                   WHEN JOBRUND-FISCAL-PERIOD-END
                       MOVE 'FISCAL PERIOD END' TO JOBDUE-RULE-TEXT
                       IF FISCALCL-IS-PERIOD-END
                           SET JOBDUE-DUE TO TRUE
                       ELSE
                           SET JOBDUE-NOT-DUE TO TRUE
                       END-IF
                   WHEN JOBRUND-FISCAL-YEAR-END
                       MOVE 'FISCAL YEAR END' TO JOBDUE-RULE-TEXT
                       IF FISCALCL-IS-PERIOD-END
                           AND NOT FISCAL-YEAR-GOES-ON
                           SET JOBDUE-DUE TO TRUE
                       ELSE
                           SET JOBDUE-NOT-DUE TO TRUE
                       END-IF
                   WHEN JOBRUND-FISCAL-WEEK-START
                       PERFORM 2300-JUDGE-WEEK-START
                   WHEN OTHER
                       SET JOBDUE-UNRESOLVED TO TRUE
                       MOVE 'UNKNOWN FISCAL CONDITION'
                           TO JOBDUE-RULE-TEXT
               END-EVALUATE
           END-IF.

      *    The first business date of a fiscal week is the one whose
      *    prior business date sat in another week, another period,
      *    or off the calendar altogether.
       2300-JUDGE-WEEK-START.
           STRING 'FISCAL WEEK START ' JOBRUND-FISCAL-WEEK
               DELIMITED BY SIZE INTO JOBDUE-RULE-TEXT
           SET JOBDUE-NOT-DUE TO TRUE
           IF NOT FISCAL-PRIOR-FOUND
               OR WS-FISCAL-PRIOR(9:8) NOT = WS-FISCAL-TODAY(9:8)
               IF JOBRUND-FISCAL-WEEK = ZERO
                   OR JOBRUND-FISCAL-WEEK = FISCALCL-FISCAL-WEEK
                   SET JOBDUE-DUE TO TRUE
               END-IF
           END-IF.
