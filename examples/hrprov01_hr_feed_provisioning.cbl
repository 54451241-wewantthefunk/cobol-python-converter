      *    Every action taken, and every HR record that matches no
      *    userid, goes on the provisioning report; the feed must
      *    never fail silently on exactly the record that matters.
      *    The feed also names each joiner's and mover's manager,
      *    which is kept on the HRMGRF reporting-line file
      *    (HRMGR.CPY) so access recertification review items go to
      *    the right person; a leaver's reporting line is deleted.
      *    A feed record with no manager leaves the line on file as
      *    it was. The employee's own customer account, when HR
      *    supplies one, is kept on the same record for the
      *    customer-access review; a blank one leaves it as it was.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT HRMGR-FILE        ASSIGN TO "HRMGRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HRMGR-FILE-KEY
               FILE STATUS IS WS-HRMGR-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "HRPROVRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               88  HRF-STATUS-JOINER               VALUE 'J'.
               88  HRF-STATUS-MOVER                VALUE 'M'.
           05  HRF-EFFECTIVE-DATE      PIC X(08).
           05  HRF-MANAGER-USERID      PIC X(08).
           05  HRF-CUSTOMER-ID         PIC X(08).

       FD  MNUUSR-FILE.
       01  MNUUSR-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

       FD  HRMGR-FILE.
       01  HRMGR-FILE-RECORD.
           05  HRMGR-FILE-KEY          PIC X(08).
           05  FILLER                  PIC X(32).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).


       01  WS-MNUUSR-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HRMGR-STATUS              PIC X(02)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-FEED-READ             PIC 9(05)   VALUE ZERO.
           05  WS-JOINERS-CREATED       PIC 9(05)   VALUE ZERO.
           05  WS-MOVERS-REPORTED       PIC 9(05)   VALUE ZERO.
           05  WS-UNMATCHED             PIC 9(05)   VALUE ZERO.
           05  WS-MANAGERS-SET          PIC 9(05)   VALUE ZERO.

       01  WS-SEL-IDX                   PIC 9(02).


       COPY MNUUSR.
       COPY MNUSEC.
       COPY HRMGR.
       COPY BUSDATE.

       PROCEDURE DIVISION.
           CLOSE BUSDATE-FILE
           OPEN I-O MNUUSR-FILE
           OPEN I-O MNUSEC-FILE
           OPEN I-O HRMGR-FILE
           IF WS-HRMGR-STATUS NOT = '00'
               DISPLAY '*** HRPROV01 HRMGRF OPEN FAILED, STATUS '
                   WS-HRMGR-STATUS ' ***'
           END-IF
           OPEN INPUT HRFEED-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 2900-READ-HR-RECORD.
                   MOVE MNUUSR-RECORD TO MNUUSR-FILE-RECORD
                   REWRITE MNUUSR-FILE-RECORD
                   PERFORM 2150-REVOKE-ALL-SELECTIONS
                   PERFORM 2170-DROP-REPORTING-LINE
                   ADD 1 TO WS-TERMINATIONS-DONE
                   MOVE 'TERMINATED  ' TO WS-RPT-ACTION
                   MOVE 'DISABLED, ENTITLEMENTS GONE'
                   REWRITE MNUSEC-FILE-RECORD
           END-READ.

       2170-DROP-REPORTING-LINE.
           MOVE HRF-USERID TO HRMGR-FILE-KEY
           DELETE HRMGR-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *    A joiner's skeleton exists so entitlement approval has
      *    something to attach to, but it is born disabled with no
      *    usable password hash -- nothing signs on until an
                   MOVE 'JOINER      ' TO WS-RPT-ACTION
                   MOVE 'USERID ALREADY ON FILE' TO WS-RPT-NOTE
                   PERFORM 2600-WRITE-REPORT-LINE
           END-READ
           PERFORM 2400-SET-REPORTING-LINE.

       2300-REPORT-MOVER.
           ADD 1 TO WS-MOVERS-REPORTED
           MOVE 'MOVER       ' TO WS-RPT-ACTION
           MOVE 'REVIEW ENTITLEMENTS' TO WS-RPT-NOTE
           PERFORM 2600-WRITE-REPORT-LINE
           PERFORM 2400-SET-REPORTING-LINE.

      *    A mover usually means a new manager, and the next
      *    recertification campaign must go to that manager rather
      *    than the one the user has left behind.
       2400-SET-REPORTING-LINE.
           IF HRF-MANAGER-USERID NOT = SPACES
               OR HRF-CUSTOMER-ID NOT = SPACES
               MOVE HRF-USERID TO HRMGR-FILE-KEY
               READ HRMGR-FILE
                   INVALID KEY
                       MOVE SPACES TO HRMGR-RECORD
                       PERFORM 2410-FILL-REPORTING-LINE
                       WRITE HRMGR-FILE-RECORD
                   NOT INVALID KEY
                       MOVE HRMGR-FILE-RECORD TO HRMGR-RECORD
                       PERFORM 2410-FILL-REPORTING-LINE
                       REWRITE HRMGR-FILE-RECORD
               END-READ
               IF WS-HRMGR-STATUS NOT = '00'
                   DISPLAY '*** HRPROV01 HRMGRF UPDATE FAILED FOR '
                       HRF-USERID ', STATUS ' WS-HRMGR-STATUS ' ***'
               ELSE
                   IF HRF-MANAGER-USERID NOT = SPACES
                       ADD 1 TO WS-MANAGERS-SET
                   END-IF
               END-IF
           END-IF.

       2410-FILL-REPORTING-LINE.
           MOVE HRF-USERID           TO HRMGR-USERID
           IF HRF-MANAGER-USERID NOT = SPACES
               MOVE HRF-MANAGER-USERID TO HRMGR-MANAGER-USERID
           END-IF
           IF HRF-CUSTOMER-ID NOT = SPACES
               MOVE HRF-CUSTOMER-ID  TO HRMGR-STAFF-CUSTOMER-ID
           END-IF
           MOVE HRF-EFFECTIVE-DATE   TO HRMGR-EFFECTIVE-DATE
           MOVE BUSDATE-CURRENT-DATE TO HRMGR-UPDATED-DATE
           MOVE HRMGR-RECORD         TO HRMGR-FILE-RECORD.

       2500-REPORT-UNMATCHED.
           ADD 1 TO WS-UNMATCHED
           CLOSE HRFEED-FILE
           CLOSE MNUUSR-FILE
           CLOSE MNUSEC-FILE
           CLOSE HRMGR-FILE
           CLOSE REPORT-FILE
           DISPLAY 'HRPROV01 FEED RECORDS READ: ' WS-FEED-READ
           DISPLAY 'HRPROV01 TERMINATIONS DONE: '
           DISPLAY 'HRPROV01 MOVERS REPORTED:   '
               WS-MOVERS-REPORTED
           DISPLAY 'HRPROV01 UNMATCHED RECORDS: ' WS-UNMATCHED
           DISPLAY 'HRPROV01 MANAGERS SET:      ' WS-MANAGERS-SET
           IF WS-UNMATCHED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
