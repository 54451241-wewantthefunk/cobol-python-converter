      *    are -- one file for reads and writes, so a successor's
      *    start check sees every completion recorded earlier the
      *    same night. The sequencing lives in reference data, not
      *    in the operator's memory of the run book. A job that
      *    runs only on certain nights carries a run-day rule judged
      *    by JOBDUE1: at start the caller is refused on a night its
      *    rule says it is not due, and a predecessor that is not due
      *    tonight counts as satisfied -- its own predecessors are
      *    checked in its place, so a weekly job in the middle of the
      *    chain neither blocks nor bypasses the work around it. A
      *    rule that cannot be judged blocks, never passes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PRED-FOUND                PIC X       VALUE 'N'.
           88  PREDECESSOR-COMPLETE                 VALUE 'Y'.

      *    Predecessors still to be proven. A not-due predecessor is
      *    replaced by its own predecessors, appended here once each.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-PEND-JOB OCCURS 50 TIMES
                                        PIC X(08).
       01  WS-PEND-IDX                  PIC 9(03).
       01  WS-PEND-SCAN                 PIC 9(03).
       01  WS-EDGE-IDX                  PIC 9(03).
       01  WS-ADD-JOB                   PIC X(08).
       01  WS-PEND-SEEN                 PIC X       VALUE 'N'.
           88  PENDING-ALREADY-LISTED               VALUE 'Y'.

       COPY JOBDUE.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
       0000-MAIN-LINE.
           SET JOBGATE-RESULT-GO TO TRUE
           IF JOBGATE-MODE-START
               PERFORM 1500-CHECK-OWN-RUN-DAY
               IF JOBGATE-RESULT-GO
                   PERFORM 1000-LOAD-REFERENCE-DATA
                   PERFORM 2000-CHECK-PREDECESSORS
               END-IF
           ELSE
               PERFORM 3000-RECORD-COMPLETION
           END-IF
                   END-IF
           END-READ.

       1500-CHECK-OWN-RUN-DAY.
           MOVE JOBGATE-JOB-NAME      TO JOBDUE-JOB-NAME
           MOVE JOBGATE-BUSINESS-DATE TO JOBDUE-BUSINESS-DATE
           CALL 'JOBDUE1' USING JOBDUE-COMM-AREA
           EVALUATE TRUE
               WHEN JOBDUE-NOT-DUE
                   SET JOBGATE-RESULT-NO-GO TO TRUE
                   DISPLAY '*** JOBGATE1 ' JOBGATE-JOB-NAME
                       ' MAY NOT START -- NOT DUE ON '
                       JOBGATE-BUSINESS-DATE ' BY ITS RUN-DAY RULE '
                       JOBDUE-RULE-TEXT ' ***'
               WHEN JOBDUE-UNRESOLVED
                   SET JOBGATE-RESULT-NO-GO TO TRUE
                   DISPLAY '*** JOBGATE1 ' JOBGATE-JOB-NAME
                       ' MAY NOT START -- RUN-DAY RULE '
                       JOBDUE-RULE-TEXT ' CANNOT BE JUDGED FOR '
                       JOBGATE-BUSINESS-DATE ' ***'
           END-EVALUATE.

       2000-CHECK-PREDECESSORS.
           MOVE ZERO TO WS-PEND-COUNT
           MOVE JOBGATE-JOB-NAME TO WS-ADD-JOB
           PERFORM 2050-LIST-PREDECESSORS-OF
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               PERFORM 2100-CHECK-ONE-PREDECESSOR
           END-PERFORM.

      *    Every JOBCHAIN predecessor of the job in WS-ADD-JOB joins
      *    the pending list, unless it is already on it.
       2050-LIST-PREDECESSORS-OF.
           PERFORM VARYING WS-EDGE-IDX FROM 1 BY 1
               UNTIL WS-EDGE-IDX > WS-JOBCHAIN-COUNT
               IF JOBCHAIN-JOB-NAME(WS-EDGE-IDX) = WS-ADD-JOB
                   PERFORM 2060-ADD-ONE-PENDING
               END-IF
           END-PERFORM.

       2060-ADD-ONE-PENDING.
           MOVE 'N' TO WS-PEND-SEEN
           PERFORM VARYING WS-PEND-SCAN FROM 1 BY 1
               UNTIL WS-PEND-SCAN > WS-PEND-COUNT
               IF WS-PEND-JOB(WS-PEND-SCAN)
                       = JOBCHAIN-PREDECESSOR(WS-EDGE-IDX)
                   SET PENDING-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT PENDING-ALREADY-LISTED
               IF WS-PEND-COUNT >= 50
                   DISPLAY '*** JOBGATE1 MORE THAN 50 PREDECESSORS'
                       ' TO PROVE FOR ' JOBGATE-JOB-NAME ' ***'
                   SET JOBGATE-RESULT-NO-GO TO TRUE
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE JOBCHAIN-PREDECESSOR(WS-EDGE-IDX)
                       TO WS-PEND-JOB(WS-PEND-COUNT)
               END-IF
           END-IF.

       2100-CHECK-ONE-PREDECESSOR.
           MOVE 'N' TO WS-PRED-FOUND
           PERFORM VARYING WS-CPL-IDX FROM 1 BY 1
               UNTIL WS-CPL-IDX > WS-JOBCOMPL-COUNT
               IF JOBCOMPL-JOB-NAME(WS-CPL-IDX)
                       = WS-PEND-JOB(WS-PEND-IDX)
                   AND JOBCOMPL-BUSINESS-DATE(WS-CPL-IDX)
                       = JOBGATE-BUSINESS-DATE
                   AND JOBCOMPL-RETURN-CODE(WS-CPL-IDX) = ZERO
               END-IF
           END-PERFORM
           IF NOT PREDECESSOR-COMPLETE
               MOVE WS-PEND-JOB(WS-PEND-IDX) TO JOBDUE-JOB-NAME
               MOVE JOBGATE-BUSINESS-DATE    TO JOBDUE-BUSINESS-DATE
               CALL 'JOBDUE1' USING JOBDUE-COMM-AREA
               EVALUATE TRUE
                   WHEN JOBDUE-NOT-DUE
                       MOVE WS-PEND-JOB(WS-PEND-IDX) TO WS-ADD-JOB
                       PERFORM 2050-LIST-PREDECESSORS-OF
                   WHEN JOBDUE-UNRESOLVED
                       SET JOBGATE-RESULT-NO-GO TO TRUE
                       DISPLAY '*** JOBGATE1 ' JOBGATE-JOB-NAME
                           ' MAY NOT START -- PREDECESSOR '
                           WS-PEND-JOB(WS-PEND-IDX)
                           ' HAS A RUN-DAY RULE THAT CANNOT BE JUDGED'
                           ' FOR ' JOBGATE-BUSINESS-DATE ' ***'
                   WHEN OTHER
                       SET JOBGATE-RESULT-NO-GO TO TRUE
                       DISPLAY '*** JOBGATE1 ' JOBGATE-JOB-NAME
                           ' MAY NOT START -- PREDECESSOR '
                           WS-PEND-JOB(WS-PEND-IDX)
                           ' HAS NO CLEAN COMPLETION FOR '
                           JOBGATE-BUSINESS-DATE ' ***'
               END-EVALUATE
           END-IF.

       3000-RECORD-COMPLETION.
