       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBIMPR1.
       AUTHOR. CHRISTIAN STRAMA.

      *    On-demand failure impact analysis. The duty operator
      *    names a job that failed, or one that is running late and
      *    may yet miss the window, on the IMPREQ request file; each
      *    request is handed to JOBIMP1, which writes the impact
      *    report and posts the facts to the shift-handover log and
      *    the operations snapshot exactly as it does when CHAINRN1
      *    calls it on a failure. A request that is neither F nor L
      *    is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE      ASSIGN TO "IMPREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  IRQ-JOB-NAME            PIC X(08).
           05  IRQ-REASON              PIC X(01).
           05  IRQ-USERID              PIC X(08).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-EOF               PIC X       VALUE 'N'.
           88  END-OF-REQUESTS                      VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-REQUESTS-READ         PIC 9(05)   VALUE ZERO.
           05  WS-REQUESTS-ANALYZED     PIC 9(05)   VALUE ZERO.
           05  WS-REQUESTS-REFUSED      PIC 9(05)   VALUE ZERO.

       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       COPY BUSDATE.
       COPY JOBIMP.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL END-OF-REQUESTS
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'JIMP' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** JOBIMPR1 BUSDATE CONTROL FILE'
                       ' EMPTY -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT REQUEST-FILE
           PERFORM 2900-READ-REQUEST.

       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           IF IRQ-REASON NOT = 'F' AND IRQ-REASON NOT = 'L'
               ADD 1 TO WS-REQUESTS-REFUSED
               DISPLAY '*** JOBIMPR1 REASON NOT F OR L FOR '
                   IRQ-JOB-NAME ' FROM ' IRQ-USERID
                   ' -- REFUSED ***'
           ELSE
               MOVE IRQ-JOB-NAME         TO JOBIMP-JOB-NAME
               MOVE BUSDATE-CURRENT-DATE TO JOBIMP-BUSINESS-DATE
               MOVE IRQ-REASON           TO JOBIMP-REASON
               MOVE IRQ-USERID           TO JOBIMP-CALLER
               MOVE WS-CORRELATION-ID    TO JOBIMP-CORRELATION-ID
               CALL 'JOBIMP1' USING JOBIMP-COMM-AREA
               IF JOBIMP-RESULT-ANALYZED
                   ADD 1 TO WS-REQUESTS-ANALYZED
                   DISPLAY 'JOBIMPR1 ' JOBIMP-JOB-NAME
                       ' BLOCKS ' JOBIMP-JOBS-BLOCKED
                       ' REPORTS ' JOBIMP-REPORTS-MISSING
                       ' XMITS ' JOBIMP-XMITS-LATE
                       ' PARTIES ' JOBIMP-PARTIES-AFFECTED
                       ' FINISH ' JOBIMP-EST-FINISH-HHMM
               ELSE
                   ADD 1 TO WS-REQUESTS-REFUSED
                   DISPLAY '*** JOBIMPR1 ' JOBIMP-JOB-NAME ' '
                       JOBIMP-MESSAGE ' ***'
               END-IF
           END-IF
           PERFORM 2900-READ-REQUEST.

       2900-READ-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET END-OF-REQUESTS TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE REQUEST-FILE
           DISPLAY 'JOBIMPR1 REQUESTS READ:     ' WS-REQUESTS-READ
           DISPLAY 'JOBIMPR1 REQUESTS ANALYZED: '
               WS-REQUESTS-ANALYZED
           DISPLAY 'JOBIMPR1 REQUESTS REFUSED:  '
               WS-REQUESTS-REFUSED.
