       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTADV1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly address standardization and validation pass over
      *    CUSTADRF. Addresses loaded before CUSTADM1 checked
      *    anything carry state codes that do not exist, ZIP codes
      *    with letters in them or padded out with blanks, and
      *    phone numbers short of their digits, and returned mail
      *    is the first anyone hears of it. Every record is passed
      *    through the address validation module (CUSTAVL1, the
      *    same one CUSTADM1 now calls at entry), against the
      *    state/ZIP-prefix reference file (STATZIPF):
      *      - what the module can standardize safely -- casing,
      *        blanks, street suffixes, the ZIP reduced to its 5 or
      *        9 digits -- is written back on the new address file
      *        (CUSTADRO), and the before and after images go to
      *        the CADVJRN journal so every change made without a
      *        person is on record and can be backed out
      *      - what it cannot fix is listed on the CUSTADVR
      *        exception report for the address owners, by field
      *        and reason; the record itself is carried forward
      *        with whatever was safe to change, and stays on the
      *        report until someone corrects it through CUSTADM1
      *    The effective date is not touched: nothing here changes
      *    where the customer lives. Ends with RETURN-CODE 4 when
      *    any exception was listed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTADR-IN-FILE   ASSIGN TO "CUSTADRI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTADR-OUT-FILE  ASSIGN TO "CUSTADRO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE      ASSIGN TO "CADVJRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "CUSTADVR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTADR-IN-FILE.
       01  CUSTADR-IN-RECORD           PIC X(88).

       FD  CUSTADR-OUT-FILE.
       01  CUSTADR-OUT-RECORD          PIC X(88).

      *    Standardization journal: business date, time, and the
      *    address record before and after the pass changed it.
       FD  JOURNAL-FILE.
       01  JOURNAL-OUT-LINE.
           05  JRN-BUSINESS-DATE       PIC 9(08).
           05  JRN-LOG-TIME            PIC 9(06).
           05  JRN-BEFORE-IMAGE        PIC X(88).
           05  JRN-AFTER-IMAGE         PIC X(88).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-ADR-EOF                   PIC X       VALUE 'N'.
           88  END-OF-ADDRESSES                     VALUE 'Y'.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.
       01  WS-BEFORE-IMAGE              PIC X(88).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(05)   VALUE ZERO.
           05  WS-RECORDS-CLEAN         PIC 9(05)   VALUE ZERO.
           05  WS-RECORDS-CHANGED       PIC 9(05)   VALUE ZERO.
           05  WS-RECORDS-EXCEPTION     PIC 9(05)   VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                   PIC X(43)   VALUE
               'CUSTADV1 ADDRESS VALIDATION EXCEPTIONS DATE'.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RH-DATE               PIC 9(08).
           05  FILLER                   PIC X(28)   VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                   PIC X(40)   VALUE
               'CUSTOMER FIELD  REASON                  '.
           05  FILLER                   PIC X(40)   VALUE
               '               VALUE ON FILE            '.
       01  WS-RPT-DETAIL.
           05  WS-RD-CUSTOMER-ID        PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-FIELD              PIC X(06).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-REASON             PIC X(38).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-VALUE              PIC X(25).
       01  WS-RPT-TOTAL.
           05  WS-RT-LABEL              PIC X(30).
           05  WS-RT-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(44)   VALUE SPACES.

       COPY CUSTADR.
       COPY CUSTAVL.
       COPY BUSDATE.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VALIDATE-ONE-ADDRESS UNTIL END-OF-ADDRESSES
           PERFORM 3000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTADV1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE 'CUSTADV1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** CUSTADV1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE THE PASS ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTADR-IN-FILE
           OPEN OUTPUT CUSTADR-OUT-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEADING TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-COLUMNS TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM 2900-READ-ADDRESS.

       2000-VALIDATE-ONE-ADDRESS.
           ADD 1 TO WS-RECORDS-READ
           MOVE CUSTADR-IN-RECORD TO CUSTADR-RECORD
           MOVE CUSTADR-IN-RECORD TO WS-BEFORE-IMAGE
           MOVE CUSTADR-STREET       TO CUSTAVL-STREET
           MOVE CUSTADR-CITY         TO CUSTAVL-CITY
           MOVE CUSTADR-STATE        TO CUSTAVL-STATE
           MOVE CUSTADR-ZIP          TO CUSTAVL-ZIP
           MOVE CUSTADR-PHONE        TO CUSTAVL-PHONE
           MOVE CUSTADR-PREF-CONTACT TO CUSTAVL-PREF-CONTACT
           CALL 'CUSTAVL1' USING CUSTAVL-COMM-AREA
           MOVE CUSTAVL-STREET       TO CUSTADR-STREET
           MOVE CUSTAVL-CITY         TO CUSTADR-CITY
           MOVE CUSTAVL-STATE        TO CUSTADR-STATE
           MOVE CUSTAVL-ZIP          TO CUSTADR-ZIP
           MOVE CUSTAVL-PHONE        TO CUSTADR-PHONE
           MOVE CUSTAVL-PREF-CONTACT TO CUSTADR-PREF-CONTACT
           IF CUSTADR-RECORD NOT = WS-BEFORE-IMAGE
               ADD 1 TO WS-RECORDS-CHANGED
               PERFORM 2100-WRITE-JOURNAL-RECORD
           END-IF
           IF CUSTAVL-EXCEPTION
               ADD 1 TO WS-RECORDS-EXCEPTION
               PERFORM 2200-WRITE-EXCEPTION
           ELSE
               IF CUSTAVL-CLEAN
                   ADD 1 TO WS-RECORDS-CLEAN
               END-IF
           END-IF
           MOVE CUSTADR-RECORD TO CUSTADR-OUT-RECORD
           WRITE CUSTADR-OUT-RECORD
           PERFORM 2900-READ-ADDRESS.

       2100-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE BUSDATE-CURRENT-DATE TO JRN-BUSINESS-DATE
           MOVE WS-CURR-TIME         TO JRN-LOG-TIME
           MOVE WS-BEFORE-IMAGE      TO JRN-BEFORE-IMAGE
           MOVE CUSTADR-RECORD       TO JRN-AFTER-IMAGE
           WRITE JOURNAL-OUT-LINE.

      *    The value shown is the field as it now stands on the new
      *    file, so the owner corrects what is really there.
       2200-WRITE-EXCEPTION.
           MOVE CUSTADR-CUSTOMER-ID TO WS-RD-CUSTOMER-ID
           MOVE CUSTAVL-FIELD       TO WS-RD-FIELD
           MOVE CUSTAVL-REASON      TO WS-RD-REASON
           EVALUATE CUSTAVL-FIELD
               WHEN 'STREET'
                   MOVE CUSTADR-STREET       TO WS-RD-VALUE
               WHEN 'CITY'
                   MOVE CUSTADR-CITY         TO WS-RD-VALUE
               WHEN 'STATE'
                   MOVE CUSTADR-STATE        TO WS-RD-VALUE
               WHEN 'ZIP'
                   MOVE CUSTADR-ZIP          TO WS-RD-VALUE
               WHEN 'PHONE'
                   MOVE CUSTADR-PHONE        TO WS-RD-VALUE
               WHEN OTHER
                   MOVE CUSTADR-PREF-CONTACT TO WS-RD-VALUE
           END-EVALUATE
           MOVE WS-RPT-DETAIL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       2900-READ-ADDRESS.
           READ CUSTADR-IN-FILE
               AT END
                   SET END-OF-ADDRESSES TO TRUE
           END-READ.

       3000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'ADDRESSES READ' TO WS-RT-LABEL
           MOVE WS-RECORDS-READ TO WS-RT-COUNT
           PERFORM 3100-WRITE-TOTAL
           MOVE 'ADDRESSES ALREADY CLEAN' TO WS-RT-LABEL
           MOVE WS-RECORDS-CLEAN TO WS-RT-COUNT
           PERFORM 3100-WRITE-TOTAL
           MOVE 'ADDRESSES STANDARDIZED' TO WS-RT-LABEL
           MOVE WS-RECORDS-CHANGED TO WS-RT-COUNT
           PERFORM 3100-WRITE-TOTAL
           MOVE 'ADDRESSES WITH EXCEPTIONS' TO WS-RT-LABEL
           MOVE WS-RECORDS-EXCEPTION TO WS-RT-COUNT
           PERFORM 3100-WRITE-TOTAL
           CLOSE CUSTADR-IN-FILE
           CLOSE CUSTADR-OUT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CUSTADV1 ADDRESSES READ:         ' WS-RECORDS-READ
           DISPLAY 'CUSTADV1 ADDRESSES STANDARDIZED: '
               WS-RECORDS-CHANGED
           DISPLAY 'CUSTADV1 ADDRESS EXCEPTIONS:     '
               WS-RECORDS-EXCEPTION
           IF WS-RECORDS-EXCEPTION > ZERO
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA.

       3100-WRITE-TOTAL.
           MOVE WS-RPT-TOTAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.
