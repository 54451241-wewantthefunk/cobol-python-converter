      *    successors never go ready) and is paged once through
      *    ERRH0100 the first pass that sees it. The gatekeeper
      *    stays as the safety net under every launched job; this
      *    adds the hands. Each job is launched only on a night its
      *    JOBDUE1 run-day rule says it is due; a job not due tonight
      *    is passed over and counts as satisfied for its successors,
      *    which wait on its own predecessors instead. A rule that
      *    cannot be judged holds the job and is paged once, the same
      *    way a failure is -- a month-end job is neither skipped nor
      *    run on a guess. The pass that pages a failure also hands
      *    it to JOBIMP1, so the impact report -- the jobs, reports,
      *    and transmissions the failure takes down, and the new
      *    finish estimate -- is on the handover log and the
      *    snapshot before the operator answers the page.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-LAUNCHES-ISSUED       PIC 9(03)   VALUE ZERO.
           05  WS-JOBS-HELD             PIC 9(03)   VALUE ZERO.
           05  WS-BRANCHES-HALTED       PIC 9(03)   VALUE ZERO.
           05  WS-JOBS-NOT-DUE          PIC 9(03)   VALUE ZERO.
           05  WS-RULES-UNRESOLVED      PIC 9(03)   VALUE ZERO.

       01  WS-JOB-STATE-WORK.
           05  WS-PREDS-CLEAN-SW        PIC X       VALUE 'Y'.
               88  JOB-ENDED-NONZERO                VALUE 'Y'.
           05  WS-JOB-HELD-SW           PIC X       VALUE 'N'.
               88  JOB-IS-HELD                      VALUE 'Y'.
           05  WS-JOB-DUE-SW            PIC X       VALUE 'D'.
               88  JOB-DUE-TONIGHT                  VALUE 'D'.
               88  JOB-NOT-DUE-TONIGHT              VALUE 'N'.
               88  JOB-RULE-UNRESOLVED              VALUE 'U'.
           05  WS-JOB-RULE-TEXT         PIC X(30)   VALUE SPACES.

      *    Predecessors still to be proven for the job being judged.
      *    A predecessor not due tonight is replaced by its own
      *    predecessors, appended here once each.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-PEND-JOB OCCURS 100 TIMES
                                        PIC X(08).
       01  WS-PEND-IDX                  PIC 9(03).
       01  WS-PEND-SCAN                 PIC 9(03).
       01  WS-ADD-JOB                   PIC X(08).
       01  WS-PEND-SEEN                 PIC X       VALUE 'N'.
           88  PENDING-ALREADY-LISTED               VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).

       COPY BUSDATE.
       COPY ERR020W.
       COPY JOBDUE.
       COPY JOBIMP.

       PROCEDURE DIVISION.

                   PERFORM 2500-HALT-AND-PAGE
               WHEN JOB-ALREADY-COMPLETE
                   CONTINUE
               WHEN JOB-NOT-DUE-TONIGHT
                   ADD 1 TO WS-JOBS-NOT-DUE
               WHEN JOB-RULE-UNRESOLVED
                   PERFORM 2600-PAGE-UNRESOLVED-RULE
               WHEN JOB-IS-HELD
                   ADD 1 TO WS-JOBS-HELD
               WHEN NOT ALL-PREDS-CLEAN
                   SET JOB-IS-HELD TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-SEEK-JOB          TO JOBDUE-JOB-NAME
           MOVE BUSDATE-CURRENT-DATE TO JOBDUE-BUSINESS-DATE
           CALL 'JOBDUE1' USING JOBDUE-COMM-AREA
           MOVE JOBDUE-RESULT        TO WS-JOB-DUE-SW
           MOVE JOBDUE-RULE-TEXT     TO WS-JOB-RULE-TEXT
           MOVE ZERO TO WS-PEND-COUNT
           MOVE WS-SEEK-JOB TO WS-ADD-JOB
           PERFORM 2150-LIST-PREDECESSORS-OF
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               PERFORM 2200-CHECK-ONE-PREDECESSOR
           END-PERFORM
           PERFORM 2300-FIND-REGISTRY-ENTRY.

      *    Every JOBCHAIN predecessor of the job in WS-ADD-JOB joins
      *    the pending list, unless it is already on it.
       2150-LIST-PREDECESSORS-OF.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CHAIN-COUNT
               IF JOBCHAIN-JOB-NAME(WS-CHN-IDX) = WS-ADD-JOB
                   PERFORM 2160-ADD-ONE-PENDING
               END-IF
           END-PERFORM.

       2160-ADD-ONE-PENDING.
           MOVE 'N' TO WS-PEND-SEEN
           PERFORM VARYING WS-PEND-SCAN FROM 1 BY 1
               UNTIL WS-PEND-SCAN > WS-PEND-COUNT
               IF WS-PEND-JOB(WS-PEND-SCAN)
                       = JOBCHAIN-PREDECESSOR(WS-CHN-IDX)
                   SET PENDING-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT PENDING-ALREADY-LISTED
               IF WS-PEND-COUNT >= 100
                   MOVE 'N' TO WS-PREDS-CLEAN-SW
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE JOBCHAIN-PREDECESSOR(WS-CHN-IDX)
                       TO WS-PEND-JOB(WS-PEND-COUNT)
               END-IF
           END-IF.

      *    A predecessor is satisfied by a clean completion, or by
      *    not being due tonight -- then its own predecessors stand
      *    in for it. Due, or a rule that cannot be judged, and no
      *    clean completion: the job waits.
       2200-CHECK-ONE-PREDECESSOR.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-CPL-IDX FROM 1 BY 1
               UNTIL WS-CPL-IDX > WS-COMPL-COUNT
               IF JOBCOMPL-JOB-NAME(WS-CPL-IDX)
                       = WS-PEND-JOB(WS-PEND-IDX)
                   AND JOBCOMPL-RETURN-CODE(WS-CPL-IDX) = ZERO
                   MOVE WS-CPL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               MOVE WS-PEND-JOB(WS-PEND-IDX) TO JOBDUE-JOB-NAME
               MOVE BUSDATE-CURRENT-DATE     TO JOBDUE-BUSINESS-DATE
               CALL 'JOBDUE1' USING JOBDUE-COMM-AREA
               IF JOBDUE-NOT-DUE
                   MOVE WS-PEND-JOB(WS-PEND-IDX) TO WS-ADD-JOB
                   PERFORM 2150-LIST-PREDECESSORS-OF
               ELSE
                   MOVE 'N' TO WS-PREDS-CLEAN-SW
               END-IF
           END-IF.

       2300-FIND-REGISTRY-ENTRY.

       2400-ISSUE-LAUNCH-ORDER.
      *    Already launched this date by an earlier pass: the
      *    order stands, nothing to repeat. A job paged earlier for
      *    an unresolved rule that has since been judged due is
      *    launched now.
           IF WS-REG-FOUND-IDX > ZERO
               AND WS-REG-STATE(WS-REG-FOUND-IDX) NOT = 'U'
               CONTINUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE ZERO              TO ERR020W-RETRY-COUNT
               MOVE WS-CORRELATION-ID TO ERR020W-CORRELATION-ID
               CALL 'ERRH0100' USING ERR020W
               MOVE WS-SEEK-JOB          TO JOBIMP-JOB-NAME
               MOVE BUSDATE-CURRENT-DATE TO JOBIMP-BUSINESS-DATE
               SET JOBIMP-REASON-FAILED  TO TRUE
               MOVE 'CHAINRN1'           TO JOBIMP-CALLER
               MOVE WS-CORRELATION-ID    TO JOBIMP-CORRELATION-ID
               CALL 'JOBIMP1' USING JOBIMP-COMM-AREA
               IF JOBIMP-RESULT-ANALYZED
                   DISPLAY 'CHAINRN1 IMPACT ' WS-SEEK-JOB ' '
                       JOBIMP-MESSAGE
               END-IF
               PERFORM 2450-REGISTER-JOB-STATE
               IF WS-REG-FOUND-IDX > ZERO
                   MOVE 'P' TO WS-REG-STATE(WS-REG-FOUND-IDX)
               END-IF
           END-IF.

      *    A run-day rule that cannot be judged for the business date
      *    holds the job and is paged once, the first pass that sees
      *    it; operations puts the rule's dates right and a later
      *    pass launches the job when the rule says it is due.
       2600-PAGE-UNRESOLVED-RULE.
           IF WS-REG-FOUND-IDX > ZERO
               AND WS-REG-STATE(WS-REG-FOUND-IDX) = 'U'
               CONTINUE
           ELSE
               ADD 1 TO WS-RULES-UNRESOLVED
               DISPLAY '*** CHAINRN1 ' WS-SEEK-JOB ' NOT LAUNCHED --'
                   ' RUN-DAY RULE ' WS-JOB-RULE-TEXT
                   ' CANNOT BE JUDGED ***'
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO ERR020W-TIMESTAMP
               MOVE 'F'               TO ERR020W-SEVERITY
               MOVE 'CHAINRUNDAY '    TO ERR020W-ERROR
               MOVE ZERO              TO ERR020W-RESPONSE-CODE
               MOVE 'CHAINRN1'        TO ERR020W-ERROR-PROGRAM
               MOVE '2600  '          TO ERR020W-ERROR-PARA
               MOVE 'JOB=    '        TO ERR020W-ERROR-LITERAL
               MOVE SPACES            TO ERR020W-ERROR-VALUE
               STRING WS-SEEK-JOB ' RUN-DAY RULE UNRESOLVED'
                   DELIMITED BY SIZE INTO ERR020W-ERROR-VALUE
               MOVE ZERO              TO ERR020W-RETRY-COUNT
               MOVE WS-CORRELATION-ID TO ERR020W-CORRELATION-ID
               CALL 'ERRH0100' USING ERR020W
               PERFORM 2450-REGISTER-JOB-STATE
               IF WS-REG-FOUND-IDX > ZERO
                   MOVE 'U' TO WS-REG-STATE(WS-REG-FOUND-IDX)
               END-IF
           END-IF.

       3000-TERMINATE.
           CLOSE LAUNCH-FILE
           OPEN OUTPUT REGISTRY-OUT-FILE
               WS-LAUNCHES-ISSUED
           DISPLAY 'CHAINRN1 JOBS HELD:       ' WS-JOBS-HELD
           DISPLAY 'CHAINRN1 BRANCHES HALTED: '
               WS-BRANCHES-HALTED
           DISPLAY 'CHAINRN1 NOT DUE TONIGHT: ' WS-JOBS-NOT-DUE
           DISPLAY 'CHAINRN1 RULES UNRESOLVED:'
               ' ' WS-RULES-UNRESOLVED.
