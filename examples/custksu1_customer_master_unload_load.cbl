       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTKSU1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Unload and load of the keyed customer master. CUSTRECF is
      *    a KSDS on CUSTREC-CUSTOMER-ID, posted and maintained in
      *    place, but the reporting and cycle jobs still read -- and
      *    the archive, merge, conversion, restore and repair jobs
      *    still rewrite -- the sequential image inside a FILEHDTR
      *    header/trailer. This utility moves the master between
      *    the two forms, driven by one control card (CUSTKSUP):
      *      UNLOAD  browse the cluster in key order and write the
      *              sequential image (CUSTRECO) with a 'CUSTRECF'
      *              header for the business date and a trailer
      *              carrying the record count;
      *      LOAD    validate the sequential image (CUSTRECI) --
      *              header tag and name, trailer count -- and
      *              write every detail into a freshly defined
      *              cluster. A duplicate key or a short file ends
      *              the load with RC 8; the cluster is redefined
      *              and the load rerun, never patched.
      *    jcl/CUSTKSLD.proc redefines the cluster and loads it;
      *    jcl/CUSTKSUL.proc unloads it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTREC-IN-FILE   ASSIGN TO "CUSTRECI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT CUSTREC-OUT-FILE  ASSIGN TO "CUSTRECO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE      ASSIGN TO "CUSTKSUP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  CUSTREC-IN-FILE.
       01  CUSTREC-IN-RECORD           PIC X(61).

       FD  CUSTREC-OUT-FILE.
       01  CUSTREC-OUT-RECORD          PIC X(61).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-MODE                PIC X(06).
           05  FILLER                  PIC X(74).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-MODE                      PIC X(06)   VALUE SPACES.
           88  MODE-UNLOAD                          VALUE 'UNLOAD'.
           88  MODE-LOAD                            VALUE 'LOAD  '.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-TRAILER-SWITCH            PIC X       VALUE 'N'.
           88  TRAILER-SEEN                         VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-IMAGE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(09)   VALUE ZERO.
           05  WS-RECORDS-WRITTEN       PIC 9(09)   VALUE ZERO.
           05  WS-DUPLICATE-KEYS        PIC 9(07)   VALUE ZERO.
           05  WS-TRAILER-COUNT         PIC 9(09)   VALUE ZERO.

       COPY BUSDATE.
       COPY FILEHDTR.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           IF MODE-UNLOAD
               PERFORM 2000-UNLOAD-ONE-RECORD UNTIL END-OF-MASTER
           ELSE
               PERFORM 2500-LOAD-ONE-RECORD UNTIL END-OF-MASTER
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CKSU' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTKSU1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO CTL-MODE
           END-READ
           CLOSE CONTROL-FILE
           MOVE CTL-MODE TO WS-MODE
           EVALUATE TRUE
               WHEN MODE-UNLOAD
                   PERFORM 1100-OPEN-FOR-UNLOAD
               WHEN MODE-LOAD
                   PERFORM 1200-OPEN-FOR-LOAD
               WHEN OTHER
                   DISPLAY '*** CUSTKSU1 CONTROL CARD MODE "' WS-MODE
                       '" IS NOT UNLOAD OR LOAD -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1100-OPEN-FOR-UNLOAD.
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN OUTPUT CUSTREC-OUT-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTRECF' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO CUSTREC-OUT-RECORD
           WRITE CUSTREC-OUT-RECORD
           MOVE LOW-VALUES TO CUSTREC-FILE-KEY
           START CUSTREC-FILE KEY NOT LESS THAN CUSTREC-FILE-KEY
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START
           IF NOT END-OF-MASTER
               PERFORM 2090-READ-NEXT-MASTER
           END-IF.

      *    The image must open with a CUSTRECF header; its date is
      *    not judged, since a master unloaded on any day may be
      *    the one being reloaded.
       1200-OPEN-FOR-LOAD.
           OPEN INPUT CUSTREC-IN-FILE
           MOVE WS-IMAGE-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECI' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           READ CUSTREC-IN-FILE
               AT END
                   MOVE SPACES TO CUSTREC-IN-RECORD
           END-READ
           MOVE CUSTREC-IN-RECORD TO FILEHDTR-RECORD
           IF NOT FILEHDTR-IS-HEADER
               OR FILEHDTR-FILE-NAME NOT = 'CUSTRECF'
               DISPLAY '*** CUSTKSU1 CUSTRECI DOES NOT OPEN WITH A'
                   ' CUSTRECF HEADER -- NOTHING LOADED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS.

       2000-UNLOAD-ONE-RECORD.
           MOVE CUSTREC-FILE-RECORD TO CUSTREC-OUT-RECORD
           WRITE CUSTREC-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           PERFORM 2090-READ-NEXT-MASTER.

       2090-READ-NEXT-MASTER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       2500-LOAD-ONE-RECORD.
           READ CUSTREC-IN-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   IF CUSTREC-IN-RECORD(1:4) = 'TRL*'
                       MOVE CUSTREC-IN-RECORD TO FILEHDTR-RECORD
                       MOVE FILEHDTR-RECORD-COUNT TO WS-TRAILER-COUNT
                       SET TRAILER-SEEN TO TRUE
                       SET END-OF-MASTER TO TRUE
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 2550-WRITE-ONE-RECORD
                   END-IF
           END-READ.

       2550-WRITE-ONE-RECORD.
           MOVE CUSTREC-IN-RECORD TO CUSTREC-FILE-RECORD
           WRITE CUSTREC-FILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-KEYS
                   DISPLAY '*** CUSTKSU1 DUPLICATE CUSTOMER '
                       CUSTREC-FILE-KEY ' ON CUSTRECI -- NOT'
                       ' LOADED ***'
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

       3000-TERMINATE.
           IF MODE-UNLOAD
               PERFORM 3100-FINISH-UNLOAD
           ELSE
               PERFORM 3200-FINISH-LOAD
           END-IF
           DISPLAY 'CUSTKSU1 MODE:             ' WS-MODE
           DISPLAY 'CUSTKSU1 RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'CUSTKSU1 RECORDS WRITTEN:  ' WS-RECORDS-WRITTEN.

       3100-FINISH-UNLOAD.
           CLOSE CUSTREC-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTRECF' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-RECORDS-WRITTEN TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO CUSTREC-OUT-RECORD
           WRITE CUSTREC-OUT-RECORD
           CLOSE CUSTREC-OUT-FILE.

      *    A missing trailer, a trailer count that disagrees with
      *    the details read, or any duplicate key means the cluster
      *    is not a faithful copy of the image.
       3200-FINISH-LOAD.
           CLOSE CUSTREC-IN-FILE
           CLOSE CUSTREC-FILE
           IF NOT TRAILER-SEEN
               DISPLAY '*** CUSTKSU1 CUSTRECI HAS NO TRAILER --'
                   ' LOAD NOT TRUSTED ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-RECORDS-READ
                   DISPLAY '*** CUSTKSU1 CUSTRECI TRAILER COUNT '
                       WS-TRAILER-COUNT ' BUT ' WS-RECORDS-READ
                       ' DETAILS READ -- LOAD NOT TRUSTED ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-DUPLICATE-KEYS > ZERO
               DISPLAY '*** CUSTKSU1 ' WS-DUPLICATE-KEYS
                   ' DUPLICATE KEYS REFUSED -- LOAD NOT TRUSTED ***'
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-CHECK-FILE-STATUS.
           MOVE 'CUSTKSU1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** CUSTKSU1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
