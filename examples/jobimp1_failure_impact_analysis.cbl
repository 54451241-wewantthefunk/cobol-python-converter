       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBIMP1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Failure impact analysis for the nightly chain (JOBIMP.CPY).
      *    When a job abended at two in the morning the duty
      *    operator worked out from memory which jobs downstream
      *    would not run, which reports RPTDIST1 would mark missing,
      *    and which outbound files would reach their external
      *    parties late. This module works it out from the data
      *    instead: it walks JOBCHAIN forward from the named job --
      *    a successor not due tonight by its JOBDUE1 run-day rule
      *    is passed through, not counted, and a successor that has
      *    already completed clean is no longer waiting -- follows
      *    every blocked job to the reports and files it produces on
      *    the JOBOUTP register, crosses those against the RPTDIST
      *    routes and the XMITMAN manifest's destinations, and
      *    projects a new finish for the named job's rerun and the
      *    blocked work the way JOBFCST1 projects the chain --
      *    JOBTREND throughput against tonight's FCSTSIZE input
      *    sizes, judged against the FCSTPARM online-day cutoff. The
      *    impact report is appended to IMPACTRP, the key facts are
      *    posted to the shift-handover log as a note on the
      *    SHIFTHO1 submission feed and appended to IMPACTS for the
      *    operations snapshot, and the same facts go back to the
      *    caller. CHAINRN1 calls it the first pass that sees a
      *    failure; JOBIMPR1 calls it on demand for a failed or a
      *    late job.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCHAIN-FILE     ASSIGN TO "JOBCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT JOBCOMPL-FILE     ASSIGN TO "JOBCOMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-STATUS.
           SELECT JOBOUT-FILE       ASSIGN TO "JOBOUTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBOUT-STATUS.
           SELECT RPTDIST-FILE      ASSIGN TO "RPTDISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTDIST-STATUS.
           SELECT MANIFEST-FILE     ASSIGN TO "XMITMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT JOBTREND-FILE     ASSIGN TO "JOBTRNDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.
           SELECT FCSTSIZE-FILE     ASSIGN TO "FCSTSIZE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIZE-STATUS.
           SELECT FCSTPARM-FILE     ASSIGN TO "FCSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCSTPARM-STATUS.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "IMPACTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT IMPSUM-FILE       ASSIGN TO "IMPACTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPSUM-STATUS.
           SELECT SHOTRAN-FILE      ASSIGN TO "SHOTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOTRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBCHAIN-FILE.
       01  JOBCHAIN-IN-RECORD          PIC X(16).

       FD  JOBCOMPL-FILE.
       01  JOBCOMPL-IN-LINE            PIC X(26).

       FD  JOBOUT-FILE.
       01  JOBOUT-IN-RECORD            PIC X(36).

       FD  RPTDIST-FILE.
       01  RPTDIST-IN-RECORD           PIC X(18).

       FD  MANIFEST-FILE.
       01  MANIFEST-IN-RECORD          PIC X(72).

       FD  JOBTREND-FILE.
       01  JOBTREND-IN-LINE            PIC X(28).

       FD  FCSTSIZE-FILE.
       01  FCSTSIZE-RECORD.
           05  FCS-JOB-NAME            PIC X(08).
           05  FCS-INPUT-RECORDS       PIC 9(09).

       FD  FCSTPARM-FILE.
       01  FCSTPARM-RECORD.
           05  FCP-CUTOFF-HHMM         PIC 9(04).

       FD  FISCALCL-FILE.
       01  FISCALCL-IN-RECORD          PIC X(17).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  IMPSUM-FILE.
       01  IMPSUM-OUT-RECORD           PIC X(41).

      *    A handover note submission, laid out as SHIFTHO1 reads
      *    its SHOTRAN feed: action R records the note against the
      *    business date and shift.
       FD  SHOTRAN-FILE.
       01  SHOTRAN-OUT-RECORD.
           05  SHT-ACTION              PIC X(01).
           05  SHT-USERID              PIC X(08).
           05  SHT-SHIFT-CODE          PIC X(01).
           05  SHT-NOTE-TEXT           PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-CHAIN-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-COMPL-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-JOBOUT-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-RPTDIST-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-MANIFEST-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-TREND-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-SIZE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-FCSTPARM-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-FISCAL-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-IMPSUM-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SHOTRAN-STATUS            PIC X(02)   VALUE SPACES.

       01  WS-FILE-EOF                  PIC X       VALUE 'N'.
           88  END-OF-FILE                          VALUE 'Y'.

       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-COUNT           PIC 9(03)   VALUE ZERO.
           05  JOBCHAIN-RECORD OCCURS 100 TIMES.
               COPY JOBCHAIN REPLACING
                   ==01  JOBCHAIN-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-CHN-IDX                   PIC 9(03).

      *    Jobs with a clean completion for the business date.
       01  WS-CLEAN-TABLE.
           05  WS-CLEAN-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-CLEAN-JOB OCCURS 100 TIMES
                                        PIC X(08).
       01  WS-CLN-IDX                   PIC 9(03).

      *    The named job (O), the jobs it blocks (B), and the jobs
      *    passed through because they are not due tonight (P), in
      *    the order the walk reaches them.
       01  WS-IMPACT-TABLE.
           05  WS-IMPACT-COUNT          PIC 9(03)   VALUE ZERO.
           05  WS-IMPACT-ENTRY OCCURS 100 TIMES.
               10  WS-IMP-JOB           PIC X(08).
               10  WS-IMP-KIND          PIC X(01).
                   88  WS-IMP-ORIGIN                VALUE 'O'.
                   88  WS-IMP-BLOCKED               VALUE 'B'.
                   88  WS-IMP-PASSED                VALUE 'P'.
               10  WS-IMP-SECONDS       PIC 9(09).
               10  WS-IMP-HISTORY       PIC X(01).
       01  WS-IMP-IDX                   PIC 9(03).
       01  WS-IMP-SCAN                  PIC 9(03).
       01  WS-SUCCESSOR                 PIC X(08).
       01  WS-LISTED-SW                 PIC X       VALUE 'N'.
           88  SUCCESSOR-LISTED                     VALUE 'Y'.

      *    Outputs of the named and blocked jobs, from JOBOUTP.
       01  WS-OUTPUT-TABLE.
           05  WS-OUTPUT-COUNT          PIC 9(03)   VALUE ZERO.
           05  WS-OUTPUT-ENTRY OCCURS 100 TIMES.
               10  WS-OUT-DD            PIC X(08).
               10  WS-OUT-JOB           PIC X(08).
       01  WS-OUT-IDX                   PIC 9(03).
       01  WS-OUT-FOUND-IDX             PIC 9(03).

       01  WS-MISSING-TABLE.
           05  WS-MISSING-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-MISSING-DD OCCURS 100 TIMES
                                        PIC X(08).
       01  WS-MIS-IDX                   PIC 9(03).

      *    Each file and destination the manifest has ever carried
      *    for an affected output, and whether tonight's file has
      *    already gone.
       01  WS-XMIT-TABLE.
           05  WS-XMIT-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-XMIT-ENTRY OCCURS 100 TIMES.
               10  WS-XMT-FILE          PIC X(08).
               10  WS-XMT-DEST          PIC X(08).
               10  WS-XMT-SENT-TONIGHT  PIC X(01).
       01  WS-XMT-IDX                   PIC 9(03).
       01  WS-XMT-FOUND-IDX             PIC 9(03).

       01  WS-PARTY-TABLE.
           05  WS-PARTY-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-PARTY-ENTRY OCCURS 100 TIMES
                                        PIC X(08).
       01  WS-PTY-IDX                   PIC 9(03).
       01  WS-ADD-PARTY                 PIC X(08).

      *    Per-job throughput history rolled up to an average, and
      *    tonight's input sizes, exactly as JOBFCST1 keeps them.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-HISTORY-ENTRY OCCURS 50 TIMES.
               10  WS-HIS-JOB-NAME      PIC X(08).
               10  WS-HIS-RUN-COUNT     PIC 9(05).
               10  WS-HIS-RPS-TOTAL     PIC 9(09).
       01  WS-HIS-IDX                   PIC 9(03).
       01  WS-HIS-FOUND-IDX             PIC 9(03).

       01  WS-SIZE-TABLE.
           05  WS-SIZE-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-SIZE-ENTRY OCCURS 100 TIMES.
               10  WS-SIZ-JOB-NAME      PIC X(08).
               10  WS-SIZ-RECORDS       PIC 9(09).
       01  WS-SIZ-IDX                   PIC 9(03).
       01  WS-SIZ-FOUND-IDX             PIC 9(03).

       01  WS-AVG-RPS                   PIC 9(07)   VALUE ZERO.
       01  WS-PERIOD-END-SW             PIC X       VALUE 'Y'.
           88  TONIGHT-IS-PERIOD-END                VALUE 'Y'.
       01  WS-FOUND-SW                  PIC X       VALUE 'N'.
           88  ENTRY-FOUND                          VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-NOW-MINUTES               PIC S9(09)  VALUE ZERO.
       01  WS-FINISH-MINUTES            PIC S9(09)  VALUE ZERO.
       01  WS-CUTOFF-MINUTES            PIC S9(09)  VALUE ZERO.
       01  WS-FINISH-HH                 PIC 9(02)   VALUE ZERO.
       01  WS-FINISH-MM                 PIC 9(02)   VALUE ZERO.
       01  WS-NOW-HOUR                  PIC 9(02)   VALUE ZERO.
       01  WS-NOW-MINUTE                PIC 9(02)   VALUE ZERO.

       01  WS-REASON-WORD               PIC X(06)   VALUE SPACES.
       01  WS-KIND-WORD                 PIC X(16)   VALUE SPACES.
       01  WS-CUTOFF-WORD               PIC X(24)   VALUE SPACES.
       01  WS-ROUTE-WORD                PIC X(08)   VALUE SPACES.

       COPY JOBTREND.
       COPY RPTDIST.
       COPY XMITMAN.
       COPY FISCALCL.
       COPY JOBOUT.
       COPY IMPSUM.
       COPY JOBDUE.

       LINKAGE SECTION.
       COPY JOBIMP.

       PROCEDURE DIVISION USING JOBIMP-COMM-AREA.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF JOBIMP-RESULT-ANALYZED
               PERFORM 2000-WALK-THE-CHAIN-FORWARD
               PERFORM 3000-PROJECT-THE-RERUN
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY '*** JOBIMP1 IMPACTRP NOT AVAILABLE,'
                       ' STATUS ' WS-REPORT-STATUS
                       ' -- REPORT NOT WRITTEN ***'
               END-IF
               PERFORM 4000-REPORT-BLOCKED-JOBS
               PERFORM 5000-COLLECT-AFFECTED-OUTPUTS
               PERFORM 5100-REPORT-MISSING-REPORTS
               PERFORM 5500-REPORT-LATE-TRANSMISSIONS
               PERFORM 6000-REPORT-THE-ESTIMATE
               IF WS-REPORT-STATUS = '00'
                   CLOSE REPORT-FILE
               END-IF
               PERFORM 7000-POST-THE-SUMMARY
               PERFORM 7500-POST-THE-HANDOVER-NOTE
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET JOBIMP-RESULT-ANALYZED TO TRUE
           MOVE ZERO TO JOBIMP-JOBS-BLOCKED
                        JOBIMP-REPORTS-MISSING
                        JOBIMP-XMITS-LATE
                        JOBIMP-PARTIES-AFFECTED
                        JOBIMP-JOBS-NO-HISTORY
                        JOBIMP-ESTIMATE-SECONDS
                        JOBIMP-EST-FINISH-HHMM
                        JOBIMP-CUTOFF-HHMM
           MOVE 'N' TO JOBIMP-CUTOFF-SW
           MOVE SPACES TO JOBIMP-MESSAGE
           MOVE ZERO TO WS-CHAIN-COUNT
                        WS-CLEAN-COUNT
                        WS-IMPACT-COUNT
                        WS-OUTPUT-COUNT
                        WS-MISSING-COUNT
                        WS-XMIT-COUNT
                        WS-PARTY-COUNT
                        WS-HISTORY-COUNT
                        WS-SIZE-COUNT
           IF JOBIMP-REASON-FAILED
               MOVE 'FAILED' TO WS-REASON-WORD
           ELSE
               MOVE 'LATE  ' TO WS-REASON-WORD
           END-IF
           OPEN INPUT JOBCHAIN-FILE
           IF WS-CHAIN-STATUS NOT = '00'
               SET JOBIMP-RESULT-REFUSED TO TRUE
               STRING 'JOBCHAIN NOT AVAILABLE, STATUS '
                   WS-CHAIN-STATUS ' -- NO ANALYSIS'
                   DELIMITED BY SIZE INTO JOBIMP-MESSAGE
               DISPLAY '*** JOBIMP1 ' JOBIMP-MESSAGE ' ***'
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1100-READ-ONE-EDGE UNTIL END-OF-FILE
               CLOSE JOBCHAIN-FILE
               PERFORM 1200-LOAD-CLEAN-COMPLETIONS
               PERFORM 1300-LOAD-TREND-HISTORY
               PERFORM 1400-LOAD-INPUT-SIZES
               PERFORM 1500-LOAD-CUTOFF
               PERFORM 1600-CHECK-PERIOD-END
           END-IF.

       1100-READ-ONE-EDGE.
           READ JOBCHAIN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-CHAIN-COUNT >= 100
                       DISPLAY '*** JOBIMP1 CHAIN HAS MORE THAN'
                           ' 100 EDGES -- REMAINDER NOT LOADED ***'
                       SET END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-CHAIN-COUNT
                       MOVE JOBCHAIN-IN-RECORD
                           TO JOBCHAIN-RECORD(WS-CHAIN-COUNT)
                   END-IF
           END-READ.

       1200-LOAD-CLEAN-COMPLETIONS.
           OPEN INPUT JOBCOMPL-FILE
           IF WS-COMPL-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1210-READ-ONE-COMPLETION UNTIL END-OF-FILE
               CLOSE JOBCOMPL-FILE
           END-IF.

      *    The business date sits at bytes 9-16 of the completion
      *    line and the return code at bytes 23-26 (JOBCOMPL.CPY).
       1210-READ-ONE-COMPLETION.
           READ JOBCOMPL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF JOBCOMPL-IN-LINE(9:8)
                           = JOBIMP-BUSINESS-DATE(1:8)
                       AND JOBCOMPL-IN-LINE(23:4) = '0000'
                       AND WS-CLEAN-COUNT < 100
                       ADD 1 TO WS-CLEAN-COUNT
                       MOVE JOBCOMPL-IN-LINE(1:8)
                           TO WS-CLEAN-JOB(WS-CLEAN-COUNT)
                   END-IF
           END-READ.

       1300-LOAD-TREND-HISTORY.
           OPEN INPUT JOBTREND-FILE
           IF WS-TREND-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1310-TALLY-ONE-TREND UNTIL END-OF-FILE
               CLOSE JOBTREND-FILE
           END-IF.

       1310-TALLY-ONE-TREND.
           READ JOBTREND-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE JOBTREND-IN-LINE TO JOBTREND-RECORD
                   MOVE ZERO TO WS-HIS-FOUND-IDX
                   PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                       UNTIL WS-HIS-IDX > WS-HISTORY-COUNT
                       IF WS-HIS-JOB-NAME(WS-HIS-IDX)
                               = JOBTREND-JOB-NAME
                           MOVE WS-HIS-IDX TO WS-HIS-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-HIS-FOUND-IDX = ZERO
                       AND WS-HISTORY-COUNT < 50
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE WS-HISTORY-COUNT TO WS-HIS-FOUND-IDX
                       MOVE JOBTREND-JOB-NAME
                           TO WS-HIS-JOB-NAME(WS-HIS-FOUND-IDX)
                       MOVE ZERO
                           TO WS-HIS-RUN-COUNT(WS-HIS-FOUND-IDX)
                       MOVE ZERO
                           TO WS-HIS-RPS-TOTAL(WS-HIS-FOUND-IDX)
                   END-IF
                   IF WS-HIS-FOUND-IDX > ZERO
                       AND JOBTREND-RECORDS-PER-SECOND > ZERO
                       ADD 1 TO WS-HIS-RUN-COUNT(WS-HIS-FOUND-IDX)
                       ADD JOBTREND-RECORDS-PER-SECOND
                           TO WS-HIS-RPS-TOTAL(WS-HIS-FOUND-IDX)
                   END-IF
           END-READ.

       1400-LOAD-INPUT-SIZES.
           OPEN INPUT FCSTSIZE-FILE
           IF WS-SIZE-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1410-READ-ONE-SIZE UNTIL END-OF-FILE
               CLOSE FCSTSIZE-FILE
           END-IF.

       1410-READ-ONE-SIZE.
           READ FCSTSIZE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-SIZE-COUNT < 100
                       ADD 1 TO WS-SIZE-COUNT
                       MOVE FCS-JOB-NAME
                           TO WS-SIZ-JOB-NAME(WS-SIZE-COUNT)
                       MOVE FCS-INPUT-RECORDS
                           TO WS-SIZ-RECORDS(WS-SIZE-COUNT)
                   END-IF
           END-READ.

       1500-LOAD-CUTOFF.
           MOVE 0600 TO JOBIMP-CUTOFF-HHMM
           OPEN INPUT FCSTPARM-FILE
           IF WS-FCSTPARM-STATUS = '00'
               READ FCSTPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FCP-CUTOFF-HHMM TO JOBIMP-CUTOFF-HHMM
               END-READ
               CLOSE FCSTPARM-FILE
           END-IF.

      *    A month-end route is only missed on the night FISCALCL
      *    marks as a period end, as RPTDIST1 expects it. With no
      *    calendar to ask, the route is counted -- better a report
      *    named that would not have been due than one forgotten.
       1600-CHECK-PERIOD-END.
           MOVE 'Y' TO WS-PERIOD-END-SW
           OPEN INPUT FISCALCL-FILE
           IF WS-FISCAL-STATUS = '00'
               MOVE 'N' TO WS-PERIOD-END-SW
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1610-READ-ONE-FISCAL-ROW UNTIL END-OF-FILE
               CLOSE FISCALCL-FILE
           END-IF.

       1610-READ-ONE-FISCAL-ROW.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE FISCALCL-IN-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-CALENDAR-DATE = JOBIMP-BUSINESS-DATE
                       AND FISCALCL-IS-PERIOD-END
                       SET TONIGHT-IS-PERIOD-END TO TRUE
                   END-IF
           END-READ.

      *    Breadth-first from the named job: every JOBCHAIN
      *    successor of a listed job is listed once. A successor
      *    already complete clean tonight is no longer waiting on
      *    anything; one not due tonight is passed through so the
      *    walk reaches the jobs behind it.
       2000-WALK-THE-CHAIN-FORWARD.
           MOVE 1 TO WS-IMPACT-COUNT
           MOVE JOBIMP-JOB-NAME TO WS-IMP-JOB(1)
           MOVE 'O' TO WS-IMP-KIND(1)
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMPACT-COUNT
               PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHAIN-COUNT
                   IF JOBCHAIN-PREDECESSOR(WS-CHN-IDX)
                           = WS-IMP-JOB(WS-IMP-IDX)
                       MOVE JOBCHAIN-JOB-NAME(WS-CHN-IDX)
                           TO WS-SUCCESSOR
                       PERFORM 2100-LIST-ONE-SUCCESSOR
                   END-IF
               END-PERFORM
           END-PERFORM.

       2100-LIST-ONE-SUCCESSOR.
           MOVE 'N' TO WS-LISTED-SW
           PERFORM VARYING WS-IMP-SCAN FROM 1 BY 1
               UNTIL WS-IMP-SCAN > WS-IMPACT-COUNT
               IF WS-IMP-JOB(WS-IMP-SCAN) = WS-SUCCESSOR
                   SET SUCCESSOR-LISTED TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CLN-IDX FROM 1 BY 1
               UNTIL WS-CLN-IDX > WS-CLEAN-COUNT
               IF WS-CLEAN-JOB(WS-CLN-IDX) = WS-SUCCESSOR
                   SET SUCCESSOR-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT SUCCESSOR-LISTED
               IF WS-IMPACT-COUNT >= 100
                   DISPLAY '*** JOBIMP1 MORE THAN 100 JOBS BEHIND '
                       JOBIMP-JOB-NAME ' -- REMAINDER NOT LISTED ***'
               ELSE
                   ADD 1 TO WS-IMPACT-COUNT
                   MOVE WS-SUCCESSOR TO WS-IMP-JOB(WS-IMPACT-COUNT)
                   MOVE WS-SUCCESSOR         TO JOBDUE-JOB-NAME
                   MOVE JOBIMP-BUSINESS-DATE TO JOBDUE-BUSINESS-DATE
                   CALL 'JOBDUE1' USING JOBDUE-COMM-AREA
                   IF JOBDUE-NOT-DUE
                       MOVE 'P' TO WS-IMP-KIND(WS-IMPACT-COUNT)
                   ELSE
                       MOVE 'B' TO WS-IMP-KIND(WS-IMPACT-COUNT)
                       ADD 1 TO JOBIMP-JOBS-BLOCKED
                   END-IF
               END-IF
           END-IF.

      *    A job with no usable history is projected at zero time
      *    and counted, as JOBFCST1 does -- an understated estimate
      *    the operator knows is missing a leg.
       3000-PROJECT-THE-RERUN.
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMPACT-COUNT
               MOVE ZERO TO WS-IMP-SECONDS(WS-IMP-IDX)
               MOVE 'N' TO WS-IMP-HISTORY(WS-IMP-IDX)
               IF NOT WS-IMP-PASSED(WS-IMP-IDX)
                   PERFORM 3100-PROJECT-ONE-JOB
               END-IF
           END-PERFORM
           MOVE WS-CURR-TIME(1:2) TO WS-NOW-HOUR
           MOVE WS-CURR-TIME(3:2) TO WS-NOW-MINUTE
           COMPUTE WS-NOW-MINUTES =
               WS-NOW-HOUR * 60 + WS-NOW-MINUTE
           COMPUTE WS-FINISH-MINUTES =
               WS-NOW-MINUTES + (JOBIMP-ESTIMATE-SECONDS / 60)
           COMPUTE WS-CUTOFF-MINUTES =
               (JOBIMP-CUTOFF-HHMM / 100) * 60
               + FUNCTION MOD(JOBIMP-CUTOFF-HHMM 100)
      *    The chain runs overnight, so a cutoff earlier on the
      *    clock than "now" means the cutoff is tomorrow morning.
           IF WS-CUTOFF-MINUTES < WS-NOW-MINUTES
               ADD 1440 TO WS-CUTOFF-MINUTES
           END-IF
           COMPUTE WS-FINISH-HH =
               FUNCTION MOD(WS-FINISH-MINUTES / 60 24)
           COMPUTE WS-FINISH-MM =
               FUNCTION MOD(WS-FINISH-MINUTES 60)
           COMPUTE JOBIMP-EST-FINISH-HHMM =
               WS-FINISH-HH * 100 + WS-FINISH-MM
           IF WS-FINISH-MINUTES > WS-CUTOFF-MINUTES
               SET JOBIMP-CROSSES-CUTOFF TO TRUE
           END-IF.

       3100-PROJECT-ONE-JOB.
           MOVE ZERO TO WS-HIS-FOUND-IDX
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
               UNTIL WS-HIS-IDX > WS-HISTORY-COUNT
               IF WS-HIS-JOB-NAME(WS-HIS-IDX) = WS-IMP-JOB(WS-IMP-IDX)
                   AND WS-HIS-RUN-COUNT(WS-HIS-IDX) > ZERO
                   MOVE WS-HIS-IDX TO WS-HIS-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-SIZ-FOUND-IDX
           PERFORM VARYING WS-SIZ-IDX FROM 1 BY 1
               UNTIL WS-SIZ-IDX > WS-SIZE-COUNT
               IF WS-SIZ-JOB-NAME(WS-SIZ-IDX) = WS-IMP-JOB(WS-IMP-IDX)
                   MOVE WS-SIZ-IDX TO WS-SIZ-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-HIS-FOUND-IDX = ZERO
               OR WS-SIZ-FOUND-IDX = ZERO
               ADD 1 TO JOBIMP-JOBS-NO-HISTORY
           ELSE
               MOVE 'Y' TO WS-IMP-HISTORY(WS-IMP-IDX)
               COMPUTE WS-AVG-RPS =
                   WS-HIS-RPS-TOTAL(WS-HIS-FOUND-IDX)
                   / WS-HIS-RUN-COUNT(WS-HIS-FOUND-IDX)
               IF WS-AVG-RPS = ZERO
                   MOVE 1 TO WS-AVG-RPS
               END-IF
               COMPUTE WS-IMP-SECONDS(WS-IMP-IDX) =
                   WS-SIZ-RECORDS(WS-SIZ-FOUND-IDX) / WS-AVG-RPS
               ADD WS-IMP-SECONDS(WS-IMP-IDX)
                   TO JOBIMP-ESTIMATE-SECONDS
           END-IF.

       4000-REPORT-BLOCKED-JOBS.
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'JOBIMP1 IMPACT OF ' JOBIMP-JOB-NAME ' '
               WS-REASON-WORD ' BUSINESS DATE '
               JOBIMP-BUSINESS-DATE ' AT ' WS-CURR-TIME
               ' BY ' JOBIMP-CALLER
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE '  JOBS THAT WILL NOT RUN UNTIL IT COMPLETES CLEAN:'
               TO REPORT-OUT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMPACT-COUNT
               EVALUATE TRUE
                   WHEN WS-IMP-ORIGIN(WS-IMP-IDX)
                       MOVE 'RERUN           ' TO WS-KIND-WORD
                   WHEN WS-IMP-PASSED(WS-IMP-IDX)
                       MOVE 'NOT DUE TONIGHT ' TO WS-KIND-WORD
                   WHEN OTHER
                       MOVE 'BLOCKED         ' TO WS-KIND-WORD
               END-EVALUATE
               MOVE SPACES TO REPORT-OUT-LINE
               IF WS-IMP-PASSED(WS-IMP-IDX)
                   STRING '    ' WS-IMP-JOB(WS-IMP-IDX) ' '
                       WS-KIND-WORD
                       DELIMITED BY SIZE INTO REPORT-OUT-LINE
               ELSE
                   IF WS-IMP-HISTORY(WS-IMP-IDX) = 'Y'
                       STRING '    ' WS-IMP-JOB(WS-IMP-IDX) ' '
                           WS-KIND-WORD ' EST '
                           WS-IMP-SECONDS(WS-IMP-IDX) ' SECONDS'
                           DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   ELSE
                       STRING '    ' WS-IMP-JOB(WS-IMP-IDX) ' '
                           WS-KIND-WORD ' NO THROUGHPUT HISTORY'
                           DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   END-IF
               END-IF
               PERFORM 8000-WRITE-REPORT-LINE
           END-PERFORM.

      *    Every JOBOUTP output of the named job or a blocked job.
      *    A job passed through produces nothing tonight anyway.
       5000-COLLECT-AFFECTED-OUTPUTS.
           OPEN INPUT JOBOUT-FILE
           IF WS-JOBOUT-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 5010-READ-ONE-OUTPUT UNTIL END-OF-FILE
               CLOSE JOBOUT-FILE
           ELSE
               MOVE SPACES TO REPORT-OUT-LINE
               STRING '  *** JOBOUTP NOT AVAILABLE, STATUS '
                   WS-JOBOUT-STATUS
                   ' -- REPORTS AND TRANSMISSIONS NOT TRACED ***'
                   DELIMITED BY SIZE INTO REPORT-OUT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       5010-READ-ONE-OUTPUT.
           READ JOBOUT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE JOBOUT-IN-RECORD TO JOBOUT-RECORD
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                       UNTIL WS-IMP-IDX > WS-IMPACT-COUNT
                       IF WS-IMP-JOB(WS-IMP-IDX) = JOBOUT-JOB-NAME
                           AND NOT WS-IMP-PASSED(WS-IMP-IDX)
                           SET ENTRY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF ENTRY-FOUND
                       AND WS-OUTPUT-COUNT < 100
                       ADD 1 TO WS-OUTPUT-COUNT
                       MOVE JOBOUT-OUTPUT-DD
                           TO WS-OUT-DD(WS-OUTPUT-COUNT)
                       MOVE JOBOUT-JOB-NAME
                           TO WS-OUT-JOB(WS-OUTPUT-COUNT)
                   END-IF
           END-READ.

       5100-REPORT-MISSING-REPORTS.
           MOVE '  REPORTS RPTDIST1 WILL MARK MISSING:'
               TO REPORT-OUT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT RPTDIST-FILE
           IF WS-RPTDIST-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 5110-JUDGE-ONE-ROUTE UNTIL END-OF-FILE
               CLOSE RPTDIST-FILE
           ELSE
               MOVE SPACES TO REPORT-OUT-LINE
               STRING '    *** RPTDISTF NOT AVAILABLE, STATUS '
                   WS-RPTDIST-STATUS ' ***'
                   DELIMITED BY SIZE INTO REPORT-OUT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE WS-MISSING-COUNT TO JOBIMP-REPORTS-MISSING.

       5110-JUDGE-ONE-ROUTE.
           READ RPTDIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE RPTDIST-IN-RECORD TO RPTDIST-RECORD
                   PERFORM 5200-FIND-AFFECTED-OUTPUT
                   IF WS-OUT-FOUND-IDX > ZERO
                       AND (RPTDIST-IS-NIGHTLY
                            OR TONIGHT-IS-PERIOD-END)
                       PERFORM 5120-REPORT-ONE-ROUTE
                   END-IF
           END-READ.

       5120-REPORT-ONE-ROUTE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-MIS-IDX FROM 1 BY 1
               UNTIL WS-MIS-IDX > WS-MISSING-COUNT
               IF WS-MISSING-DD(WS-MIS-IDX) = RPTDIST-REPORT-DD
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               AND WS-MISSING-COUNT < 100
               ADD 1 TO WS-MISSING-COUNT
               MOVE RPTDIST-REPORT-DD
                   TO WS-MISSING-DD(WS-MISSING-COUNT)
           END-IF
           IF RPTDIST-IS-EXTERNAL
               MOVE 'EXTERNAL' TO WS-ROUTE-WORD
               MOVE RPTDIST-RECIPIENT TO WS-ADD-PARTY
               PERFORM 5600-ADD-ONE-PARTY
           ELSE
               MOVE 'INTERNAL' TO WS-ROUTE-WORD
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           STRING '    ' RPTDIST-REPORT-DD ' FROM '
               WS-OUT-JOB(WS-OUT-FOUND-IDX) ' TO '
               RPTDIST-RECIPIENT ' ' WS-ROUTE-WORD
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       5200-FIND-AFFECTED-OUTPUT.
           MOVE ZERO TO WS-OUT-FOUND-IDX
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT
               IF WS-OUT-DD(WS-OUT-IDX) = RPTDIST-REPORT-DD
                   MOVE WS-OUT-IDX TO WS-OUT-FOUND-IDX
               END-IF
           END-PERFORM.

      *    The manifest registers every file sent and where it
      *    went. A file and destination the manifest has carried
      *    before is expected again tonight; unless tonight's copy
      *    is already on the manifest, it will be late.
       5500-REPORT-LATE-TRANSMISSIONS.
           MOVE '  OUTBOUND TRANSMISSIONS THAT WILL BE LATE:'
               TO REPORT-OUT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 5510-JUDGE-ONE-MANIFEST-ROW UNTIL END-OF-FILE
               CLOSE MANIFEST-FILE
           ELSE
               MOVE SPACES TO REPORT-OUT-LINE
               STRING '    *** XMITMANI NOT AVAILABLE, STATUS '
                   WS-MANIFEST-STATUS ' ***'
                   DELIMITED BY SIZE INTO REPORT-OUT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-XMT-IDX FROM 1 BY 1
               UNTIL WS-XMT-IDX > WS-XMIT-COUNT
               IF WS-XMT-SENT-TONIGHT(WS-XMT-IDX) = 'N'
                   ADD 1 TO JOBIMP-XMITS-LATE
                   MOVE WS-XMT-DEST(WS-XMT-IDX) TO WS-ADD-PARTY
                   PERFORM 5600-ADD-ONE-PARTY
                   MOVE SPACES TO REPORT-OUT-LINE
                   STRING '    ' WS-XMT-FILE(WS-XMT-IDX) ' TO '
                       WS-XMT-DEST(WS-XMT-IDX)
                       DELIMITED BY SIZE INTO REPORT-OUT-LINE
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE '  EXTERNAL PARTIES AFFECTED:' TO REPORT-OUT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM VARYING WS-PTY-IDX FROM 1 BY 1
               UNTIL WS-PTY-IDX > WS-PARTY-COUNT
               MOVE SPACES TO REPORT-OUT-LINE
               STRING '    ' WS-PARTY-ENTRY(WS-PTY-IDX)
                   DELIMITED BY SIZE INTO REPORT-OUT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-PARTY-COUNT TO JOBIMP-PARTIES-AFFECTED.

       5510-JUDGE-ONE-MANIFEST-ROW.
           READ MANIFEST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE MANIFEST-IN-RECORD TO XMITMAN-RECORD
                   MOVE ZERO TO WS-OUT-FOUND-IDX
                   PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                       UNTIL WS-OUT-IDX > WS-OUTPUT-COUNT
                       IF WS-OUT-DD(WS-OUT-IDX) = XMITMAN-FILE-NAME
                           MOVE WS-OUT-IDX TO WS-OUT-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-OUT-FOUND-IDX > ZERO
                       PERFORM 5520-NOTE-ONE-DESTINATION
                   END-IF
           END-READ.

       5520-NOTE-ONE-DESTINATION.
           MOVE ZERO TO WS-XMT-FOUND-IDX
           PERFORM VARYING WS-XMT-IDX FROM 1 BY 1
               UNTIL WS-XMT-IDX > WS-XMIT-COUNT
               IF WS-XMT-FILE(WS-XMT-IDX) = XMITMAN-FILE-NAME
                   AND WS-XMT-DEST(WS-XMT-IDX) = XMITMAN-DESTINATION
                   MOVE WS-XMT-IDX TO WS-XMT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-XMT-FOUND-IDX = ZERO
               AND WS-XMIT-COUNT < 100
               ADD 1 TO WS-XMIT-COUNT
               MOVE WS-XMIT-COUNT TO WS-XMT-FOUND-IDX
               MOVE XMITMAN-FILE-NAME
                   TO WS-XMT-FILE(WS-XMT-FOUND-IDX)
               MOVE XMITMAN-DESTINATION
                   TO WS-XMT-DEST(WS-XMT-FOUND-IDX)
               MOVE 'N' TO WS-XMT-SENT-TONIGHT(WS-XMT-FOUND-IDX)
           END-IF
           IF WS-XMT-FOUND-IDX > ZERO
               AND XMITMAN-BUSINESS-DATE = JOBIMP-BUSINESS-DATE
               MOVE 'Y' TO WS-XMT-SENT-TONIGHT(WS-XMT-FOUND-IDX)
           END-IF.

       5600-ADD-ONE-PARTY.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PTY-IDX FROM 1 BY 1
               UNTIL WS-PTY-IDX > WS-PARTY-COUNT
               IF WS-PARTY-ENTRY(WS-PTY-IDX) = WS-ADD-PARTY
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               AND WS-PARTY-COUNT < 100
               ADD 1 TO WS-PARTY-COUNT
               MOVE WS-ADD-PARTY TO WS-PARTY-ENTRY(WS-PARTY-COUNT)
           END-IF.

       6000-REPORT-THE-ESTIMATE.
           IF JOBIMP-CROSSES-CUTOFF
               MOVE ' -- CROSSES THE CUTOFF' TO WS-CUTOFF-WORD
           ELSE
               MOVE ' -- INSIDE THE WINDOW' TO WS-CUTOFF-WORD
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           STRING '  ESTIMATE ' JOBIMP-ESTIMATE-SECONDS
               ' SECONDS, FINISH ' JOBIMP-EST-FINISH-HHMM
               ' VS CUTOFF ' JOBIMP-CUTOFF-HHMM WS-CUTOFF-WORD
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF JOBIMP-JOBS-NO-HISTORY > ZERO
               MOVE SPACES TO REPORT-OUT-LINE
               STRING '  ' JOBIMP-JOBS-NO-HISTORY
                   ' JOBS WITHOUT THROUGHPUT HISTORY ARE PROJECTED'
                   ' AT ZERO TIME'
                   DELIMITED BY SIZE INTO REPORT-OUT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           STRING '  JOBS BLOCKED ' JOBIMP-JOBS-BLOCKED
               ' REPORTS MISSING ' JOBIMP-REPORTS-MISSING
               ' XMITS LATE ' JOBIMP-XMITS-LATE
               ' PARTIES ' JOBIMP-PARTIES-AFFECTED
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           STRING JOBIMP-JOB-NAME ' ' WS-REASON-WORD ' BLOCKS '
               JOBIMP-JOBS-BLOCKED ' JOBS, FINISH '
               JOBIMP-EST-FINISH-HHMM
               DELIMITED BY SIZE INTO JOBIMP-MESSAGE.

       7000-POST-THE-SUMMARY.
           MOVE SPACES TO IMPSUM-RECORD
           MOVE JOBIMP-BUSINESS-DATE    TO IMPSUM-BUSINESS-DATE
           MOVE JOBIMP-JOB-NAME         TO IMPSUM-JOB-NAME
           MOVE JOBIMP-REASON           TO IMPSUM-REASON
           MOVE JOBIMP-JOBS-BLOCKED     TO IMPSUM-JOBS-BLOCKED
           MOVE JOBIMP-REPORTS-MISSING  TO IMPSUM-REPORTS-MISSING
           MOVE JOBIMP-XMITS-LATE       TO IMPSUM-XMITS-LATE
           MOVE JOBIMP-PARTIES-AFFECTED TO IMPSUM-PARTIES-AFFECTED
           MOVE JOBIMP-EST-FINISH-HHMM  TO IMPSUM-EST-FINISH-HHMM
           MOVE JOBIMP-CUTOFF-SW        TO IMPSUM-CUTOFF-SW
           MOVE WS-CURR-TIME            TO IMPSUM-ANALYZED-TIME
           OPEN EXTEND IMPSUM-FILE
           IF WS-IMPSUM-STATUS = '00'
               MOVE IMPSUM-RECORD TO IMPSUM-OUT-RECORD
               WRITE IMPSUM-OUT-RECORD
               CLOSE IMPSUM-FILE
           ELSE
               DISPLAY '*** JOBIMP1 IMPACTS NOT AVAILABLE, STATUS '
                   WS-IMPSUM-STATUS ' -- SNAPSHOT NOT POSTED ***'
           END-IF.

      *    The note is recorded against the shift on duty now:
      *    day 07:00-14:59, evening 15:00-22:59, night otherwise.
       7500-POST-THE-HANDOVER-NOTE.
           MOVE SPACES TO SHOTRAN-OUT-RECORD
           MOVE 'R'       TO SHT-ACTION
           MOVE 'JOBIMP1' TO SHT-USERID
           EVALUATE TRUE
               WHEN WS-NOW-HOUR >= 7 AND WS-NOW-HOUR < 15
                   MOVE 'D' TO SHT-SHIFT-CODE
               WHEN WS-NOW-HOUR >= 15 AND WS-NOW-HOUR < 23
                   MOVE 'E' TO SHT-SHIFT-CODE
               WHEN OTHER
                   MOVE 'N' TO SHT-SHIFT-CODE
           END-EVALUATE
           STRING JOBIMP-JOB-NAME ' ' WS-REASON-WORD
               ' JOBS ' JOBIMP-JOBS-BLOCKED
               ' RPTS ' JOBIMP-REPORTS-MISSING
               ' XMIT ' JOBIMP-XMITS-LATE
               ' PTY ' JOBIMP-PARTIES-AFFECTED
               ' ETA ' JOBIMP-EST-FINISH-HHMM
               DELIMITED BY SIZE INTO SHT-NOTE-TEXT
           IF JOBIMP-CROSSES-CUTOFF
               MOVE '*' TO SHT-NOTE-TEXT(60:1)
           END-IF
           OPEN EXTEND SHOTRAN-FILE
           IF WS-SHOTRAN-STATUS = '00'
               WRITE SHOTRAN-OUT-RECORD
               CLOSE SHOTRAN-FILE
           ELSE
               DISPLAY '*** JOBIMP1 SHOTRAN NOT AVAILABLE, STATUS '
                   WS-SHOTRAN-STATUS ' -- HANDOVER NOT POSTED ***'
           END-IF.

       8000-WRITE-REPORT-LINE.
           IF WS-REPORT-STATUS = '00'
               WRITE REPORT-OUT-LINE
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE.
