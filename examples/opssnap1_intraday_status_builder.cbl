      *    menu transaction shows it, so the duty operator sees the
      *    shop's health on one screen instead of tailing five
      *    files. Every piece already existed; this assembles the
      *    live view nobody had. The planned count is the jobs due
      *    tonight by their JOBDUE1 run-day rule -- a weekly or
      *    month-end job counts only on its night, a rule that cannot
      *    be judged counts as planned so the gap shows, and a job
      *    that completed anyway is counted with the rest. The
      *    latest JOBIMP1 impact analysis of each job for the
      *    business date follows the group lines, one IMPACT line
      *    per job: jobs blocked, reports missing, transmissions
      *    late, and the estimated finish, starred past the cutoff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPSUM-FILE       ASSIGN TO "IMPACTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       FD  IMPSUM-FILE.
       01  IMPSUM-IN-RECORD            PIC X(41).

       WORKING-STORAGE SECTION.
       01  WS-CHAIN-EOF                 PIC X       VALUE 'N'.
           88  END-OF-CHAIN                         VALUE 'Y'.
           88  END-OF-REGISTRY                      VALUE 'Y'.
       01  WS-QRN-EOF                   PIC X       VALUE 'N'.
           88  END-OF-QUARANTINE                    VALUE 'Y'.
       01  WS-IMPSUM-EOF                PIC X       VALUE 'N'.
           88  END-OF-IMPSUM                        VALUE 'Y'.
       01  WS-IMPSUM-STATUS             PIC X(02)   VALUE SPACES.

      *    Distinct jobs on the chain plan and which completed.
       01  WS-JOB-TABLE.
           05  WS-GRL-OPEN              PIC 9(05).
           05  FILLER                   PIC X(16)   VALUE SPACES.

      *    Latest impact analysis per job for the business date.
       01  WS-IMPACT-TABLE.
           05  WS-IMPACT-COUNT          PIC 9(02)   VALUE ZERO.
           05  WS-IMPACT-IMAGE OCCURS 20 TIMES
                                        PIC X(41).
       01  WS-IMP-IDX                   PIC 9(02).
       01  WS-IMP-FOUND-IDX             PIC 9(02).

       01  WS-IMPACT-LINE.
           05  FILLER                   PIC X(07)   VALUE 'IMPACT '.
           05  WS-IML-JOB-NAME          PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-IML-REASON            PIC X(01).
           05  FILLER                   PIC X(02)   VALUE ' J'.
           05  WS-IML-BLOCKED           PIC 9(03).
           05  FILLER                   PIC X(02)   VALUE ' R'.
           05  WS-IML-REPORTS           PIC 9(03).
           05  FILLER                   PIC X(02)   VALUE ' X'.
           05  WS-IML-XMITS             PIC 9(03).
           05  FILLER                   PIC X(04)   VALUE ' ETA'.
           05  WS-IML-FINISH            PIC 9(04).
           05  WS-IML-CUTOFF-FLAG       PIC X(01).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
       COPY ERRACK.
       COPY CHKPTREG.
       COPY BUSDATE.
       COPY JOBDUE.
       COPY IMPSUM.

       PROCEDURE DIVISION.

           PERFORM 3000-GAUGE-THE-PAGES
           PERFORM 4000-GAUGE-THE-FLIGHT-DECK
           PERFORM 5000-GAUGE-THE-QUARANTINE
           PERFORM 5500-GATHER-THE-IMPACTS
           PERFORM 6000-WRITE-THE-SNAPSHOT
           STOP RUN.

           OPEN INPUT JOBCHAIN-FILE
           PERFORM 2100-COLLECT-ONE-EDGE UNTIL END-OF-CHAIN
           CLOSE JOBCHAIN-FILE
           OPEN INPUT JOBCOMPL-FILE
           PERFORM 2300-MARK-ONE-COMPLETION
               UNTIL END-OF-COMPLETIONS
           CLOSE JOBCOMPL-FILE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM 2400-COUNT-IF-PLANNED
               EVALUATE WS-JOB-STATE(WS-JOB-IDX)
                   WHEN 'C'
                       ADD 1 TO OPSSNAP-JOBS-COMPLETE
                   END-IF
           END-READ.

       2400-COUNT-IF-PLANNED.
           IF WS-JOB-STATE(WS-JOB-IDX) NOT = ' '
               ADD 1 TO OPSSNAP-JOBS-PLANNED
           ELSE
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO JOBDUE-JOB-NAME
               MOVE BUSDATE-CURRENT-DATE    TO JOBDUE-BUSINESS-DATE
               CALL 'JOBDUE1' USING JOBDUE-COMM-AREA
               IF NOT JOBDUE-NOT-DUE
                   ADD 1 TO OPSSNAP-JOBS-PLANNED
               END-IF
           END-IF.

       3000-GAUGE-THE-PAGES.
           OPEN INPUT ERRACK-FILE
           PERFORM 3100-COUNT-ONE-ITEM UNTIL END-OF-ERRACK
                   ADD 1 TO OPSSNAP-QUARANTINE-DEPTH
           END-READ.

      *    No impact file simply means no analysis has been made.
       5500-GATHER-THE-IMPACTS.
           OPEN INPUT IMPSUM-FILE
           IF WS-IMPSUM-STATUS = '00'
               PERFORM 5510-KEEP-ONE-IMPACT UNTIL END-OF-IMPSUM
               CLOSE IMPSUM-FILE
           END-IF.

       5510-KEEP-ONE-IMPACT.
           READ IMPSUM-FILE
               AT END
                   SET END-OF-IMPSUM TO TRUE
               NOT AT END
                   MOVE IMPSUM-IN-RECORD TO IMPSUM-RECORD
                   IF IMPSUM-BUSINESS-DATE = BUSDATE-CURRENT-DATE
                       MOVE ZERO TO WS-IMP-FOUND-IDX
                       PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
                           UNTIL WS-IMP-IDX > WS-IMPACT-COUNT
                           IF WS-IMPACT-IMAGE(WS-IMP-IDX)(9:8)
                                   = IMPSUM-JOB-NAME
                               MOVE WS-IMP-IDX TO WS-IMP-FOUND-IDX
                           END-IF
                       END-PERFORM
                       IF WS-IMP-FOUND-IDX = ZERO
                           AND WS-IMPACT-COUNT < 20
                           ADD 1 TO WS-IMPACT-COUNT
                           MOVE WS-IMPACT-COUNT TO WS-IMP-FOUND-IDX
                       END-IF
                       IF WS-IMP-FOUND-IDX > ZERO
                           MOVE IMPSUM-IN-RECORD
                               TO WS-IMPACT-IMAGE(WS-IMP-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       6000-WRITE-THE-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-FILE
           MOVE SPACES TO SNAPSHOT-OUT-LINE
               MOVE WS-GROUP-LINE TO SNAPSHOT-OUT-LINE
               WRITE SNAPSHOT-OUT-LINE
           END-PERFORM
           PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMPACT-COUNT
               MOVE WS-IMPACT-IMAGE(WS-IMP-IDX) TO IMPSUM-RECORD
               MOVE IMPSUM-JOB-NAME        TO WS-IML-JOB-NAME
               MOVE IMPSUM-REASON          TO WS-IML-REASON
               MOVE IMPSUM-JOBS-BLOCKED    TO WS-IML-BLOCKED
               MOVE IMPSUM-REPORTS-MISSING TO WS-IML-REPORTS
               MOVE IMPSUM-XMITS-LATE      TO WS-IML-XMITS
               MOVE IMPSUM-EST-FINISH-HHMM TO WS-IML-FINISH
               IF IMPSUM-CROSSES-CUTOFF
                   MOVE '*' TO WS-IML-CUTOFF-FLAG
               ELSE
                   MOVE SPACE TO WS-IML-CUTOFF-FLAG
               END-IF
               MOVE WS-IMPACT-LINE TO SNAPSHOT-OUT-LINE
               WRITE SNAPSHOT-OUT-LINE
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           DISPLAY 'OPSSNAP1 SNAPSHOT CUT ' OPSSNAP-SNAP-TIME
               ' PLANNED ' OPSSNAP-JOBS-PLANNED
