      *    posting run and leave the carried file, written-off
      *    items leave it with only the journal remembering them,
      *    and untouched items carry forward exactly as before.
      *    Every customer a reject shows the operator is logged to
      *    the customer-data access log (CUSTACC.CPY): one list-row
      *    entry per open reject a list displays, and a lookup entry
      *    for the customer named on a correction or write-off (and
      *    for the corrected customer id when it differs), all under
      *    the terminal and correlation id the menu handed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-LOG-FILE   ASSIGN TO "CUSTACCF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  RRT-NEW-TRAN-TYPE       PIC X(01).
           05  RRT-NEW-AMOUNT          PIC X(11).
           05  RRT-REASON-CODE         PIC X(04).
           05  RRT-TERMID              PIC X(04).
           05  RRT-CORRELATION-ID      PIC X(12).

       FD  REJECT-IN-FILE.
       01  REJECT-IN-RECORD            PIC X(80).
       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-OUT-LINE         PIC X(57).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-RPRTRAN                       VALUE 'Y'.
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      *    What the next access-log entry records; the correlation
      *    id is settled once per submission, falling back to a
      *    generated one when the submission was staged without.
       01  WS-ACCESS-CUSTOMER-ID        PIC X(08)   VALUE SPACES.
       01  WS-ACCESS-KIND               PIC X(01)   VALUE SPACE.
       01  WS-ACCESS-RESULT             PIC X(01)   VALUE SPACE.
       01  WS-ACCESS-CORRELATION-ID     PIC X(12)   VALUE SPACES.
       01  WS-ACCESS-SEQUENCE           PIC 9(02)   VALUE ZERO.

       COPY CUSTACC.
       COPY BUSDATE.
       COPY MNUSEC.
       COPY FILEHDTR.
           OPEN INPUT MNUSEC-FILE
           OPEN INPUT RPRTRAN-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND ACCESS-LOG-FILE
           OPEN OUTPUT REPAIRED-TRAN-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 2100-CHECK-ENTITLEMENT
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2050-SET-CORRELATION-ID
               EVALUATE TRUE
                   WHEN RRT-ACTION-LIST
                       PERFORM 2200-LIST-OPEN-REJECTS
           END-IF
           PERFORM 2900-READ-RPRTRAN.

       2050-SET-CORRELATION-ID.
           IF RRT-CORRELATION-ID NOT = SPACES
               MOVE RRT-CORRELATION-ID TO WS-ACCESS-CORRELATION-ID
           ELSE
               ADD 1 TO WS-ACCESS-SEQUENCE
               IF WS-ACCESS-SEQUENCE > 98
                   MOVE 1 TO WS-ACCESS-SEQUENCE
               END-IF
               MOVE 'RRPR' TO WS-ACCESS-CORRELATION-ID(1:4)
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO WS-ACCESS-CORRELATION-ID(5:6)
               MOVE WS-ACCESS-SEQUENCE
                   TO WS-ACCESS-CORRELATION-ID(11:2)
           END-IF.

       2100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE RRT-USERID TO MNUSEC-FILE-KEY
               UNTIL WS-REJ-IDX > WS-REJECT-COUNT
               IF WS-REJ-DISPOSITION(WS-REJ-IDX) = SPACE
                   DISPLAY '  ' WS-REJ-IMAGE(WS-REJ-IDX)(1:55)
                   MOVE WS-REJ-IMAGE(WS-REJ-IDX)(1:8)
                       TO WS-ACCESS-CUSTOMER-ID
                   MOVE 'L' TO WS-ACCESS-KIND
                   MOVE 'F' TO WS-ACCESS-RESULT
                   PERFORM 2800-LOG-CUSTOMER-ACCESS
               END-IF
           END-PERFORM.

      *    CUSTTRAN detail for the next posting run.
       2300-CORRECT-ONE-REJECT.
           PERFORM 2600-FIND-OPEN-REJECT
           PERFORM 2650-LOG-NAMED-CUSTOMER
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'NO OPEN REJECT MATCHES'
                   MOVE 'C' TO WS-REJ-DISPOSITION(WS-FOUND-IDX)
                   MOVE WS-CORRECTED-DETAIL TO JRN-AFTER-IMAGE
                   PERFORM 2700-WRITE-JOURNAL-RECORD
                   IF RRT-NEW-CUSTOMER-ID NOT = RRT-CUSTOMER-ID
                       MOVE RRT-NEW-CUSTOMER-ID
                           TO WS-ACCESS-CUSTOMER-ID
                       MOVE 'R' TO WS-ACCESS-KIND
                       MOVE 'F' TO WS-ACCESS-RESULT
                       PERFORM 2800-LOG-CUSTOMER-ACCESS
                   END-IF
           END-EVALUATE.

       2400-WRITE-OFF-ONE-REJECT.
           PERFORM 2600-FIND-OPEN-REJECT
           PERFORM 2650-LOG-NAMED-CUSTOMER
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'NO OPEN REJECT MATCHES'
               END-IF
           END-PERFORM.

      *    The customer named on a correction or write-off is
      *    logged whether or not an open reject matched -- asking is
      *    the access, not finding.
       2650-LOG-NAMED-CUSTOMER.
           MOVE RRT-CUSTOMER-ID TO WS-ACCESS-CUSTOMER-ID
           MOVE 'R' TO WS-ACCESS-KIND
           IF WS-FOUND-IDX > ZERO
               MOVE 'F' TO WS-ACCESS-RESULT
           ELSE
               MOVE 'N' TO WS-ACCESS-RESULT
           END-IF
           PERFORM 2800-LOG-CUSTOMER-ACCESS.

       2700-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO JRN-LOG-DATE
           MOVE WS-REJ-IMAGE(WS-FOUND-IDX) TO JRN-BEFORE-IMAGE
           WRITE JOURNAL-OUT-LINE.

       2800-LOG-CUSTOMER-ACCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES                TO CUSTACC-RECORD
           MOVE WS-CURR-DATE          TO CUSTACC-LOG-DATE
           MOVE WS-CURR-TIME          TO CUSTACC-LOG-TIME
           MOVE RRT-USERID            TO CUSTACC-USERID
           MOVE RRT-TERMID            TO CUSTACC-TERMID
           MOVE WS-ACCESS-CUSTOMER-ID TO CUSTACC-CUSTOMER-ID
           MOVE 'REJRPR01'            TO CUSTACC-PROGRAM
           MOVE RRT-ACTION            TO CUSTACC-ACTION
           MOVE WS-ACCESS-KIND        TO CUSTACC-KIND
           MOVE WS-ACCESS-RESULT      TO CUSTACC-RESULT
           MOVE WS-ACCESS-CORRELATION-ID
                                      TO CUSTACC-CORRELATION-ID
           MOVE CUSTACC-RECORD TO ACCESS-LOG-OUT-LINE
           WRITE ACCESS-LOG-OUT-LINE.

       2900-READ-RPRTRAN.
           READ RPRTRAN-FILE
               AT END
           CLOSE RPRTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE JOURNAL-FILE
           CLOSE ACCESS-LOG-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
