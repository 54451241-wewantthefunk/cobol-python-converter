       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLACHK1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly service-level check. We have promised delivery
      *    times to our consumers -- the GL feed to Finance by
      *    06:00, the team exception reports by 07:30, the bank file
      *    by the contract cut-off -- and until now none of those
      *    times lived anywhere but in the contracts. They are on
      *    the SLAREGF register now (SLAREG.CPY), and this job holds
      *    the night BUSDATE last rolled from against them: a report
      *    is delivered when RPTDIST1 first bundled it for the
      *    consumer (the RPTBLOG bundle log), a transmission when
      *    the XMITMAN manifest shows it sent -- or acknowledged,
      *    where that is what was promised. Each commitment is
      *    recorded met or breached with the minutes late on the
      *    SLAHIST breach history (SLAHIST.CPY), rewritten from
      *    SLAHISTI to SLAHISTO so a rerun replaces the night's
      *    judgements instead of doubling them. A breach is laid
      *    at the door of a job: the producing job from the JOBOUTP
      *    register if it never completed clean; the delivery step
      *    if the output was ready before the commitment; otherwise
      *    the job on the producing job's critical path -- each step
      *    back to the predecessor that completed last, by JOBCOMPL
      *    -- that ran furthest over its usual JOBTREND elapsed
      *    time. JOBCOMPL carries only a clock time, so a completion
      *    stamped before noon is taken as the morning after the
      *    business date. A commitment whose time has not come yet
      *    and is not delivered is left unjudged. SLARPT1 reports
      *    the history per consumer each month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLAREG-FILE       ASSIGN TO "SLAREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAREG-STATUS.
           SELECT BUNDLE-LOG-FILE   ASSIGN TO "RPTBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOG-STATUS.
           SELECT MANIFEST-FILE     ASSIGN TO "XMITMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT JOBOUT-FILE       ASSIGN TO "JOBOUTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBOUT-STATUS.
           SELECT JOBCHAIN-FILE     ASSIGN TO "JOBCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT JOBCOMPL-FILE     ASSIGN TO "JOBCOMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-STATUS.
           SELECT JOBTREND-FILE     ASSIGN TO "JOBTRNDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT HISTORY-IN-FILE   ASSIGN TO "SLAHISTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           SELECT HISTORY-OUT-FILE  ASSIGN TO "SLAHISTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SLAREG-FILE.
       01  SLAREG-IN-RECORD            PIC X(44).

       FD  BUNDLE-LOG-FILE.
       01  BUNDLE-LOG-IN-RECORD        PIC X(39).

       FD  MANIFEST-FILE.
       01  MANIFEST-IN-RECORD          PIC X(72).

       FD  JOBOUT-FILE.
       01  JOBOUT-IN-RECORD            PIC X(36).

       FD  JOBCHAIN-FILE.
       01  JOBCHAIN-IN-RECORD          PIC X(16).

       FD  JOBCOMPL-FILE.
       01  JOBCOMPL-IN-LINE            PIC X(26).

       FD  JOBTREND-FILE.
       01  JOBTREND-IN-LINE            PIC X(28).

       FD  FISCALCL-FILE.
       01  FISCALCL-IN-RECORD          PIC X(17).

       FD  HISTORY-IN-FILE.
       01  HISTORY-IN-RECORD           PIC X(66).

       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-RECORD          PIC X(66).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-SLAREG-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-BLOG-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-MANIFEST-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-JOBOUT-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CHAIN-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-COMPL-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-TREND-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-FISCAL-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HISTIN-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-FILE-EOF                  PIC X       VALUE 'N'.
           88  END-OF-FILE                          VALUE 'Y'.
       01  WS-PERIOD-END-SW             PIC X       VALUE 'N'.
           88  NIGHT-IS-PERIOD-END                  VALUE 'Y'.
       01  WS-DELIVERED-SW              PIC X       VALUE 'N'.
           88  OUTPUT-DELIVERED                     VALUE 'Y'.
       01  WS-WALK-SW                   PIC X       VALUE 'N'.
           88  WALK-FINISHED                        VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME         PIC X(21)   VALUE SPACES.
       01  WS-JUDGE-DATE                PIC 9(08)   VALUE ZERO.
       01  WS-JUDGE-DAYNUM              PIC 9(07)   VALUE ZERO.
       01  WS-NEXT-BUSINESS-DATE        PIC 9(08)   VALUE ZERO.

      *    Commitments standing for the night being judged.
       01  WS-SLA-TABLE.
           05  WS-SLA-COUNT             PIC 9(03)   VALUE ZERO.
           05  SLAREG-RECORD OCCURS 100 TIMES.
               COPY SLAREG REPLACING
                   ==01  SLAREG-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-SLA-IDX                   PIC 9(03).
       01  WS-MONTH-END-SKIPPED         PIC 9(03)   VALUE ZERO.

      *    First bundle of each report for each recipient that
      *    night.
       01  WS-BUNDLE-TABLE.
           05  WS-BUNDLE-COUNT          PIC 9(03)   VALUE ZERO.
           05  WS-BUNDLE-ENTRY OCCURS 200 TIMES.
               10  WS-BDL-REPORT-DD     PIC X(08).
               10  WS-BDL-RECIPIENT     PIC X(08).
               10  WS-BDL-DATE          PIC 9(08).
               10  WS-BDL-TIME          PIC 9(06).
       01  WS-BDL-IDX                   PIC 9(03).
       01  WS-BDL-FOUND-IDX             PIC 9(03).

      *    The night's transmissions off the manifest.
       01  WS-XMIT-TABLE.
           05  WS-XMIT-COUNT            PIC 9(03)   VALUE ZERO.
           05  XMITMAN-RECORD OCCURS 100 TIMES.
               COPY XMITMAN REPLACING
                   ==01  XMITMAN-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-XMT-IDX                   PIC 9(03).

       01  WS-JOBOUT-TABLE.
           05  WS-JOBOUT-COUNT          PIC 9(03)   VALUE ZERO.
           05  JOBOUT-RECORD OCCURS 100 TIMES.
               COPY JOBOUT REPLACING
                   ==01  JOBOUT-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-OUT-IDX                   PIC 9(03).

       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-COUNT           PIC 9(03)   VALUE ZERO.
           05  JOBCHAIN-RECORD OCCURS 100 TIMES.
               COPY JOBCHAIN REPLACING
                   ==01  JOBCHAIN-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-CHN-IDX                   PIC 9(03).

      *    First clean completion of each job for the night, in
      *    seconds from the start of the business date.
       01  WS-CLEAN-TABLE.
           05  WS-CLEAN-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-CLEAN-ENTRY OCCURS 100 TIMES.
               10  WS-CLEAN-JOB         PIC X(08).
               10  WS-CLEAN-SECONDS     PIC S9(09).
       01  WS-CLN-IDX                   PIC 9(03).
       01  WS-CLN-FOUND-IDX             PIC 9(03).

       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-COUNT         PIC 9(02)   VALUE ZERO.
           05  WS-HISTORY-ENTRY OCCURS 50 TIMES.
               10  WS-HIS-JOB-NAME      PIC X(08).
               10  WS-HIS-RUN-COUNT     PIC 9(05).
               10  WS-HIS-ELAPSED-TOTAL PIC 9(09).
       01  WS-HIS-IDX                   PIC 9(02).
       01  WS-HIS-FOUND-IDX             PIC 9(02).

       01  WS-COMPL-TIME                PIC 9(06).
       01  WS-COMPL-TIME-R REDEFINES WS-COMPL-TIME.
           05  WS-COMPL-HH              PIC 9(02).
           05  WS-COMPL-MM              PIC 9(02).
           05  WS-COMPL-SS              PIC 9(02).

      *    Seconds from the start of the business date being
      *    judged to a date and time (8100-SECONDS-FROM-NIGHT).
       01  WS-CALC-DATE                 PIC 9(08).
       01  WS-CALC-TIME                 PIC 9(06).
       01  WS-CALC-TIME-R REDEFINES WS-CALC-TIME.
           05  WS-CALC-HH               PIC 9(02).
           05  WS-CALC-MM               PIC 9(02).
           05  WS-CALC-SS               PIC 9(02).
       01  WS-CALC-SECONDS              PIC S9(09).

       01  WS-COMMIT-DATE               PIC 9(08).
       01  WS-COMMIT-SECONDS            PIC S9(09).
       01  WS-DELIVERED-DATE            PIC 9(08).
       01  WS-DELIVERED-TIME            PIC 9(06).
       01  WS-LATE-SECONDS              PIC S9(09).
       01  WS-MINUTES-LATE              PIC 9(05).

       01  WS-PRODUCER                  PIC X(08).
       01  WS-WALK-JOB                  PIC X(08).
       01  WS-WALK-SECONDS              PIC S9(09).
       01  WS-WALK-STEPS                PIC 9(03).
       01  WS-CAND-JOB                  PIC X(08).
       01  WS-PRED-JOB                  PIC X(08).
       01  WS-PRED-SECONDS              PIC S9(09).
       01  WS-USUAL-SECONDS             PIC S9(09).
       01  WS-OVERRUN-SECONDS           PIC S9(09).
       01  WS-BEST-OVERRUN              PIC S9(09).
       01  WS-BEST-JOB                  PIC X(08).

       01  WS-CONTROL-TOTALS.
           05  WS-HISTORY-KEPT          PIC 9(07)   VALUE ZERO.
           05  WS-HISTORY-REPLACED      PIC 9(05)   VALUE ZERO.
           05  WS-COMMITMENTS-MET       PIC 9(05)   VALUE ZERO.
           05  WS-COMMITMENTS-BREACHED  PIC 9(05)   VALUE ZERO.
           05  WS-COMMITMENTS-PENDING   PIC 9(05)   VALUE ZERO.

       COPY BUSDATE.
       COPY FISCALCL.
       COPY RPTBLOG.
       COPY SLAHIST.
       COPY JOBTREND.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JUDGE-ONE-COMMITMENT
               VARYING WS-SLA-IDX FROM 1 BY 1
               UNTIL WS-SLA-IDX > WS-SLA-COUNT
           PERFORM 3000-TERMINATE
           STOP RUN.

      *    The night being judged is the one BUSDATE last rolled
      *    from: every promise made for it has fallen due by the
      *    time the next night runs, and the date BUSDATE rolled to
      *    is its next business date.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** SLACHK1 BUSDATE CONTROL FILE'
                       ' EMPTY -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           IF BUSDATE-PREVIOUS-DATE = ZERO
               DISPLAY '*** SLACHK1 BUSDATE HAS NO PREVIOUS BUSINESS'
                   ' DATE -- NO NIGHT TO JUDGE, RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BUSDATE-PREVIOUS-DATE TO WS-JUDGE-DATE
           MOVE BUSDATE-CURRENT-DATE  TO WS-NEXT-BUSINESS-DATE
           COMPUTE WS-JUDGE-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-JUDGE-DATE)
           PERFORM 1050-CHECK-PERIOD-END
           PERFORM 1100-LOAD-COMMITMENTS
           PERFORM 1200-LOAD-BUNDLE-LOG
           PERFORM 1300-LOAD-MANIFEST
           PERFORM 1400-LOAD-JOB-OUTPUTS
           PERFORM 1500-LOAD-CHAIN
           PERFORM 1600-LOAD-CLEAN-COMPLETIONS
           PERFORM 1700-LOAD-TREND-HISTORY
           PERFORM 1800-CARRY-HISTORY-FORWARD.

       1050-CHECK-PERIOD-END.
           OPEN INPUT FISCALCL-FILE
           IF WS-FISCAL-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1060-READ-FISCAL UNTIL END-OF-FILE
               CLOSE FISCALCL-FILE
           ELSE
               DISPLAY '*** SLACHK1 FISCALCL NOT AVAILABLE --'
                   ' MONTH-END COMMITMENTS NOT JUDGED ***'
           END-IF.

       1060-READ-FISCAL.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE FISCALCL-IN-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-CALENDAR-DATE = WS-JUDGE-DATE
                       IF FISCALCL-IS-PERIOD-END
                           SET NIGHT-IS-PERIOD-END TO TRUE
                       END-IF
                       SET END-OF-FILE TO TRUE
                   END-IF
           END-READ.

       1100-LOAD-COMMITMENTS.
           OPEN INPUT SLAREG-FILE
           IF WS-SLAREG-STATUS NOT = '00'
               DISPLAY '*** SLACHK1 SLAREGF NOT AVAILABLE, STATUS '
                   WS-SLAREG-STATUS ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 1110-READ-ONE-COMMITMENT UNTIL END-OF-FILE
           CLOSE SLAREG-FILE
           IF WS-MONTH-END-SKIPPED > ZERO
               DISPLAY 'SLACHK1 MONTH-END COMMITMENTS NOT DUE: '
                   WS-MONTH-END-SKIPPED
           END-IF
           IF WS-SLA-COUNT = ZERO
               DISPLAY '*** SLACHK1 NO COMMITMENTS STAND FOR '
                   WS-JUDGE-DATE ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-ONE-COMMITMENT.
           READ SLAREG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-SLA-COUNT >= 100
                       DISPLAY '*** SLACHK1 REGISTER HAS MORE THAN'
                           ' 100 COMMITMENTS -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-SLA-COUNT
                       MOVE SLAREG-IN-RECORD
                           TO SLAREG-RECORD(WS-SLA-COUNT)
                       IF SLAREG-IS-MONTH-END(WS-SLA-COUNT)
                           AND NOT NIGHT-IS-PERIOD-END
                           ADD 1 TO WS-MONTH-END-SKIPPED
                           SUBTRACT 1 FROM WS-SLA-COUNT
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-BUNDLE-LOG.
           OPEN INPUT BUNDLE-LOG-FILE
           IF WS-BLOG-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1210-READ-ONE-BUNDLE UNTIL END-OF-FILE
               CLOSE BUNDLE-LOG-FILE
           ELSE
               DISPLAY '*** SLACHK1 RPTBLOG NOT AVAILABLE, STATUS '
                   WS-BLOG-STATUS ' -- NO REPORT COUNTS AS'
                   ' DELIVERED ***'
           END-IF.

       1210-READ-ONE-BUNDLE.
           READ BUNDLE-LOG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE BUNDLE-LOG-IN-RECORD TO RPTBLOG-RECORD
                   IF RPTBLOG-BUSINESS-DATE = WS-JUDGE-DATE
                       AND RPTBLOG-CONTAINED
                       PERFORM 1220-KEEP-FIRST-BUNDLE
                   END-IF
           END-READ.

       1220-KEEP-FIRST-BUNDLE.
           MOVE ZERO TO WS-BDL-FOUND-IDX
           PERFORM VARYING WS-BDL-IDX FROM 1 BY 1
               UNTIL WS-BDL-IDX > WS-BUNDLE-COUNT
               IF WS-BDL-REPORT-DD(WS-BDL-IDX) = RPTBLOG-REPORT-DD
                   AND WS-BDL-RECIPIENT(WS-BDL-IDX)
                       = RPTBLOG-RECIPIENT
                   MOVE WS-BDL-IDX TO WS-BDL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BDL-FOUND-IDX = ZERO
               AND WS-BUNDLE-COUNT < 200
               ADD 1 TO WS-BUNDLE-COUNT
               MOVE RPTBLOG-REPORT-DD
                   TO WS-BDL-REPORT-DD(WS-BUNDLE-COUNT)
               MOVE RPTBLOG-RECIPIENT
                   TO WS-BDL-RECIPIENT(WS-BUNDLE-COUNT)
               MOVE RPTBLOG-BUNDLE-DATE
                   TO WS-BDL-DATE(WS-BUNDLE-COUNT)
               MOVE RPTBLOG-BUNDLE-TIME
                   TO WS-BDL-TIME(WS-BUNDLE-COUNT)
           END-IF.

       1300-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1310-READ-ONE-TRANSMISSION UNTIL END-OF-FILE
               CLOSE MANIFEST-FILE
           ELSE
               DISPLAY '*** SLACHK1 XMITMANI NOT AVAILABLE, STATUS '
                   WS-MANIFEST-STATUS ' -- NO TRANSMISSION COUNTS'
                   ' AS DELIVERED ***'
           END-IF.

      *    The business date sits at bytes 23-30 of the manifest
      *    record (XMITMAN.CPY).
       1310-READ-ONE-TRANSMISSION.
           READ MANIFEST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF MANIFEST-IN-RECORD(23:8) = WS-JUDGE-DATE
                       AND WS-XMIT-COUNT < 100
                       ADD 1 TO WS-XMIT-COUNT
                       MOVE MANIFEST-IN-RECORD
                           TO XMITMAN-RECORD(WS-XMIT-COUNT)
                   END-IF
           END-READ.

       1400-LOAD-JOB-OUTPUTS.
           OPEN INPUT JOBOUT-FILE
           IF WS-JOBOUT-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1410-READ-ONE-OUTPUT UNTIL END-OF-FILE
               CLOSE JOBOUT-FILE
           ELSE
               DISPLAY '*** SLACHK1 JOBOUTP NOT AVAILABLE, STATUS '
                   WS-JOBOUT-STATUS ' -- BREACHES NOT ATTRIBUTED'
                   ' ***'
           END-IF.

       1410-READ-ONE-OUTPUT.
           READ JOBOUT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-JOBOUT-COUNT < 100
                       ADD 1 TO WS-JOBOUT-COUNT
                       MOVE JOBOUT-IN-RECORD
                           TO JOBOUT-RECORD(WS-JOBOUT-COUNT)
                   END-IF
           END-READ.

       1500-LOAD-CHAIN.
           OPEN INPUT JOBCHAIN-FILE
           IF WS-CHAIN-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1510-READ-ONE-EDGE UNTIL END-OF-FILE
               CLOSE JOBCHAIN-FILE
           END-IF.

       1510-READ-ONE-EDGE.
           READ JOBCHAIN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-CHAIN-COUNT < 100
                       ADD 1 TO WS-CHAIN-COUNT
                       MOVE JOBCHAIN-IN-RECORD
                           TO JOBCHAIN-RECORD(WS-CHAIN-COUNT)
                   END-IF
           END-READ.

       1600-LOAD-CLEAN-COMPLETIONS.
           OPEN INPUT JOBCOMPL-FILE
           IF WS-COMPL-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1610-READ-ONE-COMPLETION UNTIL END-OF-FILE
               CLOSE JOBCOMPL-FILE
           END-IF.

      *    The business date sits at bytes 9-16 of the completion
      *    line, the time at 17-22 and the return code at 23-26
      *    (JOBCOMPL.CPY). A time before noon is the morning after.
       1610-READ-ONE-COMPLETION.
           READ JOBCOMPL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF JOBCOMPL-IN-LINE(9:8) = WS-JUDGE-DATE
                       AND JOBCOMPL-IN-LINE(23:4) = '0000'
                       AND JOBCOMPL-IN-LINE(17:6) IS NUMERIC
                       PERFORM 1620-KEEP-FIRST-COMPLETION
                   END-IF
           END-READ.

       1620-KEEP-FIRST-COMPLETION.
           MOVE JOBCOMPL-IN-LINE(17:6) TO WS-COMPL-TIME
           MOVE ZERO TO WS-CLN-FOUND-IDX
           PERFORM VARYING WS-CLN-IDX FROM 1 BY 1
               UNTIL WS-CLN-IDX > WS-CLEAN-COUNT
               IF WS-CLEAN-JOB(WS-CLN-IDX) = JOBCOMPL-IN-LINE(1:8)
                   MOVE WS-CLN-IDX TO WS-CLN-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CLN-FOUND-IDX = ZERO
               AND WS-CLEAN-COUNT < 100
               ADD 1 TO WS-CLEAN-COUNT
               MOVE JOBCOMPL-IN-LINE(1:8)
                   TO WS-CLEAN-JOB(WS-CLEAN-COUNT)
               COMPUTE WS-CLEAN-SECONDS(WS-CLEAN-COUNT) =
                   WS-COMPL-HH * 3600 + WS-COMPL-MM * 60
                   + WS-COMPL-SS
               IF WS-COMPL-HH < 12
                   ADD 86400 TO WS-CLEAN-SECONDS(WS-CLEAN-COUNT)
               END-IF
           END-IF.

       1700-LOAD-TREND-HISTORY.
           OPEN INPUT JOBTREND-FILE
           IF WS-TREND-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1710-TALLY-ONE-TREND UNTIL END-OF-FILE
               CLOSE JOBTREND-FILE
           END-IF.

       1710-TALLY-ONE-TREND.
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
                           TO WS-HIS-ELAPSED-TOTAL(WS-HIS-FOUND-IDX)
                   END-IF
                   IF WS-HIS-FOUND-IDX > ZERO
                       ADD 1 TO WS-HIS-RUN-COUNT(WS-HIS-FOUND-IDX)
                       ADD JOBTREND-ELAPSED-SECONDS
                           TO WS-HIS-ELAPSED-TOTAL(WS-HIS-FOUND-IDX)
                   END-IF
           END-READ.

      *    Every judgement already on the history is kept except
      *    the ones for the night being judged, which this run
      *    writes afresh.
       1800-CARRY-HISTORY-FORWARD.
           OPEN OUTPUT HISTORY-OUT-FILE
           OPEN INPUT HISTORY-IN-FILE
           IF WS-HISTIN-STATUS = '00'
               MOVE 'N' TO WS-FILE-EOF
               PERFORM 1810-CARRY-ONE-JUDGEMENT UNTIL END-OF-FILE
               CLOSE HISTORY-IN-FILE
           ELSE
               DISPLAY 'SLACHK1 SLAHISTI NOT AVAILABLE, STATUS '
                   WS-HISTIN-STATUS ' -- HISTORY STARTS TONIGHT'
           END-IF.

       1810-CARRY-ONE-JUDGEMENT.
           READ HISTORY-IN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HISTORY-IN-RECORD TO SLAHIST-RECORD
                   IF SLAHIST-BUSINESS-DATE = WS-JUDGE-DATE
                       ADD 1 TO WS-HISTORY-REPLACED
                   ELSE
                       ADD 1 TO WS-HISTORY-KEPT
                       MOVE HISTORY-IN-RECORD TO HISTORY-OUT-RECORD
                       WRITE HISTORY-OUT-RECORD
                   END-IF
           END-READ.

       2000-JUDGE-ONE-COMMITMENT.
           EVALUATE TRUE
               WHEN SLAREG-DUE-NEXT-DAY(WS-SLA-IDX)
                   COMPUTE WS-COMMIT-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-JUDGE-DAYNUM + 1)
               WHEN SLAREG-DUE-NEXT-BUSINESS-DAY(WS-SLA-IDX)
                   MOVE WS-NEXT-BUSINESS-DATE TO WS-COMMIT-DATE
               WHEN OTHER
                   MOVE WS-JUDGE-DATE TO WS-COMMIT-DATE
           END-EVALUATE
           MOVE WS-COMMIT-DATE TO WS-CALC-DATE
           COMPUTE WS-CALC-TIME =
               SLAREG-COMMIT-TIME(WS-SLA-IDX) * 100
           PERFORM 8100-SECONDS-FROM-NIGHT
           MOVE WS-CALC-SECONDS TO WS-COMMIT-SECONDS
           MOVE 'N' TO WS-DELIVERED-SW
           MOVE ZERO TO WS-DELIVERED-DATE
                        WS-DELIVERED-TIME
           IF SLAREG-IS-REPORT(WS-SLA-IDX)
               PERFORM 2100-FIND-REPORT-DELIVERY
           ELSE
               PERFORM 2200-FIND-TRANSMISSION-DELIVERY
           END-IF
           IF OUTPUT-DELIVERED
               MOVE WS-DELIVERED-DATE TO WS-CALC-DATE
               MOVE WS-DELIVERED-TIME TO WS-CALC-TIME
           ELSE
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CALC-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CALC-TIME
           END-IF
           PERFORM 8100-SECONDS-FROM-NIGHT
           COMPUTE WS-LATE-SECONDS =
               WS-CALC-SECONDS - WS-COMMIT-SECONDS
           IF NOT OUTPUT-DELIVERED AND WS-LATE-SECONDS NOT > ZERO
               ADD 1 TO WS-COMMITMENTS-PENDING
               DISPLAY 'SLACHK1 ' SLAREG-OUTPUT-NAME(WS-SLA-IDX)
                   ' FOR ' SLAREG-CONSUMER(WS-SLA-IDX)
                   ' NOT YET DUE AND NOT DELIVERED -- NOT JUDGED'
           ELSE
               PERFORM 2500-RECORD-JUDGEMENT
           END-IF.

       2100-FIND-REPORT-DELIVERY.
           PERFORM VARYING WS-BDL-IDX FROM 1 BY 1
               UNTIL WS-BDL-IDX > WS-BUNDLE-COUNT
               IF WS-BDL-REPORT-DD(WS-BDL-IDX)
                       = SLAREG-OUTPUT-NAME(WS-SLA-IDX)
                   AND WS-BDL-RECIPIENT(WS-BDL-IDX)
                       = SLAREG-CONSUMER(WS-SLA-IDX)
                   SET OUTPUT-DELIVERED TO TRUE
                   MOVE WS-BDL-DATE(WS-BDL-IDX) TO WS-DELIVERED-DATE
                   MOVE WS-BDL-TIME(WS-BDL-IDX) TO WS-DELIVERED-TIME
               END-IF
           END-PERFORM.

      *    Sent is as good as delivered unless the promise was an
      *    acknowledged file; then only the acknowledgment counts.
       2200-FIND-TRANSMISSION-DELIVERY.
           PERFORM VARYING WS-XMT-IDX FROM 1 BY 1
               UNTIL WS-XMT-IDX > WS-XMIT-COUNT
               IF XMITMAN-FILE-NAME(WS-XMT-IDX)
                       = SLAREG-OUTPUT-NAME(WS-SLA-IDX)
                   AND XMITMAN-DESTINATION(WS-XMT-IDX)
                       = SLAREG-CONSUMER(WS-SLA-IDX)
                   IF SLAREG-WHEN-ACKNOWLEDGED(WS-SLA-IDX)
                       IF XMITMAN-STATUS-ACKED(WS-XMT-IDX)
                           AND XMITMAN-ACK-DATE(WS-XMT-IDX) > ZERO
                           SET OUTPUT-DELIVERED TO TRUE
                           MOVE XMITMAN-ACK-DATE(WS-XMT-IDX)
                               TO WS-DELIVERED-DATE
                           MOVE XMITMAN-ACK-TIME(WS-XMT-IDX)
                               TO WS-DELIVERED-TIME
                       END-IF
                   ELSE
                       IF XMITMAN-SENT-DATE(WS-XMT-IDX) > ZERO
                           SET OUTPUT-DELIVERED TO TRUE
                           MOVE XMITMAN-SENT-DATE(WS-XMT-IDX)
                               TO WS-DELIVERED-DATE
                           MOVE XMITMAN-SENT-TIME(WS-XMT-IDX)
                               TO WS-DELIVERED-TIME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2500-RECORD-JUDGEMENT.
           MOVE WS-JUDGE-DATE TO SLAHIST-BUSINESS-DATE
           MOVE SLAREG-OUTPUT-KIND(WS-SLA-IDX) TO SLAHIST-OUTPUT-KIND
           MOVE SLAREG-OUTPUT-NAME(WS-SLA-IDX) TO SLAHIST-OUTPUT-NAME
           MOVE SLAREG-CONSUMER(WS-SLA-IDX)    TO SLAHIST-CONSUMER
           MOVE WS-COMMIT-DATE                 TO SLAHIST-COMMIT-DATE
           MOVE SLAREG-COMMIT-TIME(WS-SLA-IDX) TO SLAHIST-COMMIT-TIME
           MOVE WS-DELIVERED-DATE           TO SLAHIST-DELIVERED-DATE
           MOVE WS-DELIVERED-TIME           TO SLAHIST-DELIVERED-TIME
           MOVE SPACES TO SLAHIST-ATTRIB-JOB
                          SLAHIST-ATTRIB-REASON
           IF WS-LATE-SECONDS > ZERO
               COMPUTE WS-MINUTES-LATE = (WS-LATE-SECONDS + 59) / 60
           ELSE
               MOVE ZERO TO WS-MINUTES-LATE
           END-IF
           MOVE WS-MINUTES-LATE TO SLAHIST-MINUTES-LATE
           EVALUATE TRUE
               WHEN NOT OUTPUT-DELIVERED
                   SET SLAHIST-NOT-DELIVERED TO TRUE
               WHEN WS-LATE-SECONDS > ZERO
                   SET SLAHIST-BREACHED TO TRUE
               WHEN OTHER
                   SET SLAHIST-MET TO TRUE
           END-EVALUATE
           IF SLAHIST-MET
               ADD 1 TO WS-COMMITMENTS-MET
           ELSE
               ADD 1 TO WS-COMMITMENTS-BREACHED
               PERFORM 2600-ATTRIBUTE-BREACH
               DISPLAY '*** SLACHK1 ' SLAHIST-OUTPUT-NAME ' FOR '
                   SLAHIST-CONSUMER ' DUE ' SLAHIST-COMMIT-DATE ' '
                   SLAHIST-COMMIT-TIME ' ' SLAHIST-RESULT ' '
                   SLAHIST-MINUTES-LATE ' MIN LATE -- '
                   SLAHIST-ATTRIB-JOB ' (' SLAHIST-ATTRIB-REASON
                   ') ***'
           END-IF
           MOVE SLAHIST-RECORD TO HISTORY-OUT-RECORD
           WRITE HISTORY-OUT-RECORD.

       2600-ATTRIBUTE-BREACH.
           MOVE SPACES TO WS-PRODUCER
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-JOBOUT-COUNT
               IF JOBOUT-OUTPUT-DD(WS-OUT-IDX) = SLAHIST-OUTPUT-NAME
                   MOVE JOBOUT-JOB-NAME(WS-OUT-IDX) TO WS-PRODUCER
               END-IF
           END-PERFORM
           IF WS-PRODUCER = SPACES
               SET SLAHIST-PRODUCER-UNKNOWN TO TRUE
           ELSE
               MOVE WS-PRODUCER TO WS-WALK-JOB
               PERFORM 8200-FIND-CLEAN-COMPLETION
               EVALUATE TRUE
                   WHEN WS-CLN-FOUND-IDX = ZERO
                       SET SLAHIST-PRODUCER-INCOMPLETE TO TRUE
                       MOVE WS-PRODUCER TO SLAHIST-ATTRIB-JOB
                   WHEN WS-CLEAN-SECONDS(WS-CLN-FOUND-IDX)
                           NOT > WS-COMMIT-SECONDS
                       SET SLAHIST-DELIVERY-LATE TO TRUE
                       IF SLAREG-IS-REPORT(WS-SLA-IDX)
                           MOVE 'RPTDIST1' TO SLAHIST-ATTRIB-JOB
                       ELSE
                           MOVE 'XMITCTL1' TO SLAHIST-ATTRIB-JOB
                       END-IF
                   WHEN OTHER
                       SET SLAHIST-JOB-OVERRAN TO TRUE
                       PERFORM 2700-WALK-CRITICAL-PATH
                       MOVE WS-BEST-JOB TO SLAHIST-ATTRIB-JOB
               END-EVALUATE
           END-IF.

      *    From the producing job back through the predecessor
      *    each job waited longest for -- the one that completed
      *    last -- weighing how far each job's own run (its
      *    completion less that predecessor's) went over its usual
      *    JOBTREND elapsed time. The worst overrun is the job that
      *    ran late; a producer with no predecessors answers for
      *    itself.
       2700-WALK-CRITICAL-PATH.
           MOVE WS-PRODUCER TO WS-BEST-JOB
           MOVE -999999999 TO WS-BEST-OVERRUN
           MOVE WS-PRODUCER TO WS-WALK-JOB
           MOVE WS-CLEAN-SECONDS(WS-CLN-FOUND-IDX) TO WS-WALK-SECONDS
           MOVE ZERO TO WS-WALK-STEPS
           MOVE 'N' TO WS-WALK-SW
           PERFORM 2710-STEP-BACK-ONE-JOB UNTIL WALK-FINISHED.

       2710-STEP-BACK-ONE-JOB.
           MOVE SPACES TO WS-PRED-JOB
           MOVE -999999999 TO WS-PRED-SECONDS
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CHAIN-COUNT
               IF JOBCHAIN-JOB-NAME(WS-CHN-IDX) = WS-WALK-JOB
                   MOVE JOBCHAIN-PREDECESSOR(WS-CHN-IDX)
                       TO WS-CAND-JOB
                   PERFORM 2720-WEIGH-ONE-PREDECESSOR
               END-IF
           END-PERFORM
           ADD 1 TO WS-WALK-STEPS
           IF WS-PRED-JOB = SPACES OR WS-WALK-STEPS >= 50
               SET WALK-FINISHED TO TRUE
           ELSE
               PERFORM 8300-FIND-USUAL-ELAPSED
               COMPUTE WS-OVERRUN-SECONDS = WS-WALK-SECONDS
                   - WS-PRED-SECONDS - WS-USUAL-SECONDS
               IF WS-OVERRUN-SECONDS > WS-BEST-OVERRUN
                   MOVE WS-OVERRUN-SECONDS TO WS-BEST-OVERRUN
                   MOVE WS-WALK-JOB TO WS-BEST-JOB
               END-IF
               MOVE WS-PRED-JOB     TO WS-WALK-JOB
               MOVE WS-PRED-SECONDS TO WS-WALK-SECONDS
           END-IF.

       2720-WEIGH-ONE-PREDECESSOR.
           MOVE ZERO TO WS-CLN-FOUND-IDX
           PERFORM VARYING WS-CLN-IDX FROM 1 BY 1
               UNTIL WS-CLN-IDX > WS-CLEAN-COUNT
               IF WS-CLEAN-JOB(WS-CLN-IDX) = WS-CAND-JOB
                   MOVE WS-CLN-IDX TO WS-CLN-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CLN-FOUND-IDX > ZERO
               AND WS-CLEAN-SECONDS(WS-CLN-FOUND-IDX)
                   > WS-PRED-SECONDS
               MOVE WS-CAND-JOB TO WS-PRED-JOB
               MOVE WS-CLEAN-SECONDS(WS-CLN-FOUND-IDX)
                   TO WS-PRED-SECONDS
           END-IF.

       8100-SECONDS-FROM-NIGHT.
           COMPUTE WS-CALC-SECONDS =
               (FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
                   - WS-JUDGE-DAYNUM) * 86400
               + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.

       8200-FIND-CLEAN-COMPLETION.
           MOVE ZERO TO WS-CLN-FOUND-IDX
           PERFORM VARYING WS-CLN-IDX FROM 1 BY 1
               UNTIL WS-CLN-IDX > WS-CLEAN-COUNT
               IF WS-CLEAN-JOB(WS-CLN-IDX) = WS-WALK-JOB
                   MOVE WS-CLN-IDX TO WS-CLN-FOUND-IDX
               END-IF
           END-PERFORM.

       8300-FIND-USUAL-ELAPSED.
           MOVE ZERO TO WS-USUAL-SECONDS
           PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
               UNTIL WS-HIS-IDX > WS-HISTORY-COUNT
               IF WS-HIS-JOB-NAME(WS-HIS-IDX) = WS-WALK-JOB
                   AND WS-HIS-RUN-COUNT(WS-HIS-IDX) > ZERO
                   COMPUTE WS-USUAL-SECONDS =
                       WS-HIS-ELAPSED-TOTAL(WS-HIS-IDX)
                       / WS-HIS-RUN-COUNT(WS-HIS-IDX)
               END-IF
           END-PERFORM.

       3000-TERMINATE.
           CLOSE HISTORY-OUT-FILE
           DISPLAY 'SLACHK1 NIGHT JUDGED:          ' WS-JUDGE-DATE
           DISPLAY 'SLACHK1 COMMITMENTS MET:       '
               WS-COMMITMENTS-MET
           DISPLAY 'SLACHK1 COMMITMENTS BREACHED:  '
               WS-COMMITMENTS-BREACHED
           DISPLAY 'SLACHK1 COMMITMENTS NOT JUDGED:'
               WS-COMMITMENTS-PENDING
           DISPLAY 'SLACHK1 HISTORY KEPT:          ' WS-HISTORY-KEPT
           DISPLAY 'SLACHK1 HISTORY REPLACED:      '
               WS-HISTORY-REPLACED
           IF WS-COMMITMENTS-BREACHED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
