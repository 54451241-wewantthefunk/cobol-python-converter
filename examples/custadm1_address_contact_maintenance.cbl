      *    and removal is journaled as a full after-image the way
      *    MNUJRN journals activity-state changes, so the address
      *    file can be rebuilt forward after a crash and every
      *    change answers "who and when". Every add and update is
      *    first put through the address validation module
      *    (CUSTAVL1) the nightly address pass uses: the address
      *    goes on file standardized, or the action is refused
      *    with the module's reason when the state, ZIP, or phone
      *    is not something that can be fixed without the keyer.
      *    Every customer called up by an entitled user, whatever
      *    the action and whether or not an address was on file, is
      *    logged to the customer-data access log (CUSTACC.CPY) with
      *    the terminal and correlation id the menu handed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-MNUSEC-STATUS.
           SELECT JOURNAL-FILE      ASSIGN TO "CADRJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-LOG-FILE   ASSIGN TO "CUSTACCF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CAD-ZIP                 PIC X(09).
           05  CAD-PHONE               PIC X(10).
           05  CAD-PREF-CONTACT        PIC X(01).
           05  CAD-TERMID              PIC X(04).
           05  CAD-CORRELATION-ID      PIC X(12).

       FD  CUSTADR-IN-FILE.
       01  CUSTADR-IN-RECORD           PIC X(88).
           05  JRN-USERID              PIC X(08).
           05  JRN-ADR-IMAGE           PIC X(88).

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-OUT-LINE         PIC X(57).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-ADDRESS-TABLE.
           05  WS-ADDRESS-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-ADDRESS-IMAGE OCCURS 5000 TIMES
                                        PIC X(88).
       01  WS-ADR-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).

       01  WS-CUSTOMER-ID-TABLE.
           05  WS-CUSTID-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-CUSTID-ENTRY OCCURS 5000 TIMES
                                        PIC X(08).
       01  WS-CID-IDX                   PIC 9(04).
       01  WS-CID-FOUND-IDX             PIC 9(04).

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      *    Stands in for the menu's correlation id on a submission
      *    staged without one.
       01  WS-ACCESS-SEQUENCE           PIC 9(02)   VALUE ZERO.

       COPY CUSTACC.
       COPY CUSTADR.
       COPY CUSTAVL.
       COPY MNUSEC.
       COPY BUSDATE.

           OPEN INPUT MNUSEC-FILE
           OPEN INPUT CADMTRAN-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND ACCESS-LOG-FILE
           PERFORM 2900-READ-CADMTRAN.

       1100-LOAD-ADDRESS-MASTER.
               AT END
                   SET END-OF-ADDRESSES TO TRUE
               NOT AT END
                   IF WS-ADDRESS-COUNT >= 5000
                       DISPLAY '*** CUSTADM1 ADDRESS MASTER HAS'
                           ' MORE THAN 5000 RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-ADDRESS-COUNT
                       MOVE CUSTADR-IN-RECORD
                       OR CUSTREC-IN-RECORD(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       IF WS-CUSTID-COUNT >= 5000
                           DISPLAY '*** CUSTADM1 CUSTOMER MASTER HAS'
                               ' MORE THAN 5000 RECORDS -- RUN'
                               ' ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           ADD 1 TO WS-CUSTID-COUNT
                           MOVE CUSTREC-IN-RECORD(2:8)
                               TO WS-CUSTID-ENTRY(WS-CUSTID-COUNT)
           PERFORM 2100-CHECK-ENTITLEMENT
           IF WS-REJECT-REASON = SPACES
               PERFORM 2150-FIND-ADDRESS
               PERFORM 2050-LOG-CUSTOMER-ACCESS
               EVALUATE TRUE
                   WHEN CAD-ACTION-INQUIRY
                       PERFORM 2200-SERVE-INQUIRY
           END-IF
           PERFORM 2900-READ-CADMTRAN.

       2050-LOG-CUSTOMER-ACCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES             TO CUSTACC-RECORD
           MOVE WS-CURR-DATE       TO CUSTACC-LOG-DATE
           MOVE WS-CURR-TIME       TO CUSTACC-LOG-TIME
           MOVE CAD-USERID         TO CUSTACC-USERID
           MOVE CAD-TERMID         TO CUSTACC-TERMID
           MOVE CAD-CUSTOMER-ID    TO CUSTACC-CUSTOMER-ID
           MOVE 'CUSTADM1'         TO CUSTACC-PROGRAM
           MOVE CAD-ACTION         TO CUSTACC-ACTION
           SET CUSTACC-SINGLE-LOOKUP TO TRUE
           IF WS-FOUND-IDX > ZERO
               SET CUSTACC-FOUND TO TRUE
           ELSE
               SET CUSTACC-NOT-ON-FILE TO TRUE
           END-IF
           IF CAD-CORRELATION-ID NOT = SPACES
               MOVE CAD-CORRELATION-ID TO CUSTACC-CORRELATION-ID
           ELSE
               ADD 1 TO WS-ACCESS-SEQUENCE
               IF WS-ACCESS-SEQUENCE > 98
                   MOVE 1 TO WS-ACCESS-SEQUENCE
               END-IF
               MOVE 'CADM'       TO CUSTACC-CORRELATION-ID(1:4)
               MOVE WS-CURR-TIME TO CUSTACC-CORRELATION-ID(5:6)
               MOVE WS-ACCESS-SEQUENCE
                   TO CUSTACC-CORRELATION-ID(11:2)
           END-IF
           MOVE CUSTACC-RECORD TO ACCESS-LOG-OUT-LINE
           WRITE ACCESS-LOG-OUT-LINE.

      *    The menu already gates selection CA, but a transaction
      *    file staged around the menu must hit the same wall: no
      *    MNUSEC record, or a record without CA among the allowed
               WHEN WS-FOUND-IDX > ZERO
                   MOVE 'ADDRESS ALREADY ON FILE'
                       TO WS-REJECT-REASON
               WHEN WS-ADDRESS-COUNT >= 5000
                   MOVE 'ADDRESS TABLE FULL' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2600-BUILD-ADDRESS-RECORD
                   PERFORM 2650-VALIDATE-ADDRESS
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               AND WS-CID-FOUND-IDX > ZERO
               AND WS-FOUND-IDX = ZERO
               ADD 1 TO WS-ADDRESS-COUNT
               MOVE WS-ADDRESS-COUNT TO WS-FOUND-IDX
               MOVE CUSTADR-RECORD
                   TO WS-ADDRESS-IMAGE(WS-FOUND-IDX)
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM 2700-WRITE-JOURNAL-RECORD
           END-IF.

       2400-APPLY-UPDATE.
           IF WS-FOUND-IDX = ZERO
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 2600-BUILD-ADDRESS-RECORD
               PERFORM 2650-VALIDATE-ADDRESS
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE CUSTADR-RECORD
                   TO WS-ADDRESS-IMAGE(WS-FOUND-IDX)
               ADD 1 TO WS-TRANS-APPLIED
           MOVE BUSDATE-CURRENT-DATE
                                   TO CUSTADR-EFFECTIVE-DATE.

      *    The same validation the nightly address pass (CUSTADV1)
      *    runs, through the same module: what it can standardize
      *    goes on file standardized, and anything only the keyer
      *    can put right refuses the add or update with the
      *    module's reason -- a bad address stopped here never
      *    reaches the exception report.
       2650-VALIDATE-ADDRESS.
           MOVE CUSTADR-STREET       TO CUSTAVL-STREET
           MOVE CUSTADR-CITY         TO CUSTAVL-CITY
           MOVE CUSTADR-STATE        TO CUSTAVL-STATE
           MOVE CUSTADR-ZIP          TO CUSTAVL-ZIP
           MOVE CUSTADR-PHONE        TO CUSTAVL-PHONE
           MOVE CUSTADR-PREF-CONTACT TO CUSTAVL-PREF-CONTACT
           CALL 'CUSTAVL1' USING CUSTAVL-COMM-AREA
           IF CUSTAVL-EXCEPTION
               MOVE CUSTAVL-REASON TO WS-REJECT-REASON
           ELSE
               MOVE CUSTAVL-STREET       TO CUSTADR-STREET
               MOVE CUSTAVL-CITY         TO CUSTADR-CITY
               MOVE CUSTAVL-STATE        TO CUSTADR-STATE
               MOVE CUSTAVL-ZIP          TO CUSTADR-ZIP
               MOVE CUSTAVL-PHONE        TO CUSTADR-PHONE
               MOVE CUSTAVL-PREF-CONTACT TO CUSTADR-PREF-CONTACT
           END-IF.

       2700-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE       TO JRN-LOG-DATE
           CLOSE CADMTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE JOURNAL-FILE
           CLOSE ACCESS-LOG-FILE
           OPEN OUTPUT CUSTADR-OUT-FILE
           PERFORM VARYING WS-ADR-IDX FROM 1 BY 1
               UNTIL WS-ADR-IDX > WS-ADDRESS-COUNT
