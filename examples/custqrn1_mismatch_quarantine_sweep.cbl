      *    name bytes (through CUSTCKS1) and, for finance-typed
      *    records, a numeric risk score -- and moves every failing
      *    record to the quarantine file, out of downstream
      *    processing, deleting it from the keyed CUSTRECF cluster
      *    as it goes, while clean records are simply left where
      *    they are -- the sweep browses the master in key order
      *    and never copies it. Quarantined records
      *    come back only through the supervised repair utility
      *    (CUSTRPR1), restamped and audited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT QUARANTINE-FILE   ASSIGN TO "CUSTQRNF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-OUT-RECORD       PIC X(61).
       COPY CUSTREC.
       COPY CUSTCKS.
       COPY BUSDATE.
       COPY FSTATCOM.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN I-O CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN EXTEND QUARANTINE-FILE
           PERFORM 2900-READ-MASTER.

      *    The quarantine image is written before the delete, so a
      *    record is never out of both files.
       2000-JUDGE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
           MOVE 'Y' TO WS-RECORD-CLEAN-SWITCH
           MOVE CUSTREC-LEGACY-NAME TO CUSTCKS-NAME-AREA
           CALL 'CUSTCKS1' USING CUSTCKS-COMM-AREA
           IF CUSTCKS-CHECKSUM NOT = CUSTREC-CHECKSUM
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
               DISPLAY 'CUSTQRN1 ' CUSTREC-CUSTOMER-ID
                   ' QUARANTINED - CHECKSUM DRIFT'
           END-IF
           IF CUSTREC-TYPE-FINANCE
               AND CUSTREC-FIN-RISK-SCORE NOT NUMERIC
               MOVE 'N' TO WS-RECORD-CLEAN-SWITCH
               DISPLAY 'CUSTQRN1 ' CUSTREC-CUSTOMER-ID
                   ' QUARANTINED - RISK SCORE NOT NUMERIC'
           END-IF
           IF RECORD-IS-CLEAN
               ADD 1 TO WS-RECORDS-CLEAN
           ELSE
               ADD 1 TO WS-RECORDS-QUARANTINED
               MOVE CUSTREC-FILE-RECORD TO QUARANTINE-OUT-RECORD
               WRITE QUARANTINE-OUT-RECORD
               DELETE CUSTREC-FILE RECORD
               MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
               MOVE 'CUSTRECF' TO FSTAT-DD-NAME
               MOVE 'WRITE' TO FSTAT-OPERATION
               PERFORM 9000-CHECK-FILE-STATUS
           END-IF
           PERFORM 2900-READ-MASTER.

       2900-READ-MASTER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE CUSTREC-FILE
           CLOSE QUARANTINE-FILE
           DISPLAY 'CUSTQRN1 RECORDS READ:        ' WS-RECORDS-READ
           DISPLAY 'CUSTQRN1 RECORDS CLEAN:       '
