       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTTAX1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Year-end interest tax reporting. INTACR1 capitalizes
      *    interest through generated CUSTTRAN credits at every
      *    period end, but nothing totalled what each customer
      *    earned for the year and the year-end interest statements
      *    were being built by hand. The INTTAXP control card names
      *    the fiscal year and the run type. The run sums every
      *    capitalization posting the fiscal year's posting runs
      *    put in the CUSTHSTK history store, read by run date --
      *    posting source 'I' on the history -- per customer,
      *    following a merged-away id through the CUSTMRGF
      *    cross-reference to its survivor, however many merges
      *    deep, and writes one
      *    INTTAX record (INTTAX.CPY) per customer with the
      *    CUSTADRF mailing address. A reversal of a capitalization
      *    counts against the year of the posting it backs out, and
      *    a backdated item against the year it was booked to, so a
      *    later run can change a prior year's figure. The
      *    control report ties the reported interest back to the
      *    capitalization totals INTACR1 logged on INTCAPLG for the
      *    same fiscal year: capitalized, posted, reversed, and the
      *    difference, which sets RC 4 when it is not zero.
      *    The original run ('O') issues every record and starts the
      *    year on the issued-figures register (INTTAXI in, INTTAXO
      *    out); it refuses a year already on the register. The
      *    corrections run ('C') recomputes the year from the
      *    year's posting runs and every later one -- and
      *    issues an amended record, carrying the figure it
      *    replaces, only where a reversal, restatement, or merge
      *    has changed what was issued, including an amendment to
      *    zero for a figure that no longer stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PARM-FILE         ASSIGN TO "INTTAXP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HSTKEY-FILE       ASSIGN TO "CUSTHSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSTKEY-FILE-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-RUN-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-POSTED-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-XREF-FILE   ASSIGN TO "CUSTMRGF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPLOG-FILE       ASSIGN TO "INTCAPLG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTADR-FILE      ASSIGN TO "CUSTADRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-IN-FILE  ASSIGN TO "INTTAXI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-OUT-FILE ASSIGN TO "INTTAXO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-FILE          ASSIGN TO "INTTAXF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "INTTAXR"
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

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TAX-YEAR           PIC 9(04).
           05  PARM-RUN-TYPE           PIC X(01).
               88  PARM-ORIGINAL-RUN               VALUE 'O'.
               88  PARM-CORRECTIONS-RUN            VALUE 'C'.

       FD  HSTKEY-FILE.
       01  HSTKEY-FILE-RECORD.
           05  HSTKEY-FILE-KEY.
               10  FILLER              PIC X(08).
               10  HSTKEY-FILE-RUN-KEY PIC X(15).
           05  HSTKEY-FILE-POSTED-KEY  PIC X(16).
           05  FILLER                  PIC X(75).

       FD  FISCALCL-FILE.
       01  FISCALCL-FILE-RECORD        PIC X(17).

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-RECORD           PIC X(32).

       FD  CAPLOG-FILE.
       01  CAPLOG-IN-RECORD            PIC X(37).

       FD  CUSTADR-FILE.
       01  CUSTADR-IN-RECORD           PIC X(88).

       FD  REGISTER-IN-FILE.
       01  REGISTER-IN-RECORD          PIC X(136).

       FD  REGISTER-OUT-FILE.
       01  REGISTER-OUT-RECORD         PIC X(136).

       FD  TAX-FILE.
       01  TAX-OUT-RECORD              PIC X(136).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-HISTORY-EOF               PIC X       VALUE 'N'.
           88  END-OF-HISTORY                       VALUE 'Y'.
       01  WS-FISCAL-EOF                PIC X       VALUE 'N'.
           88  END-OF-FISCAL                        VALUE 'Y'.
       01  WS-MERGE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-MERGE-XREF                    VALUE 'Y'.
       01  WS-CAPLOG-EOF                PIC X       VALUE 'N'.
           88  END-OF-CAPLOG                        VALUE 'Y'.
       01  WS-ADDRESS-EOF               PIC X       VALUE 'N'.
           88  END-OF-ADDRESSES                     VALUE 'Y'.
       01  WS-REGISTER-EOF              PIC X       VALUE 'N'.
           88  END-OF-REGISTER                      VALUE 'Y'.
       01  WS-HOP-SW                    PIC X       VALUE 'N'.
           88  HOP-TAKEN                            VALUE 'Y'.
       01  WS-ISSUE-SW                  PIC X       VALUE 'N'.
           88  RECORD-TO-ISSUE                      VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       01  WS-TAX-YEAR                  PIC 9(04)   VALUE ZERO.
       01  WS-RUN-TYPE                  PIC X(01)   VALUE SPACE.
           88  ORIGINAL-RUN                         VALUE 'O'.
           88  CORRECTIONS-RUN                      VALUE 'C'.
       01  WS-YEAR-START                PIC 9(08)   VALUE ZERO.
       01  WS-YEAR-END                  PIC 9(08)   VALUE ZERO.
       01  WS-LAST-RUN-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-SEEK-RUN-KEY.
           05  WS-SEEK-RUN-DATE         PIC 9(08).
           05  WS-SEEK-RUN-SEQ          PIC 9(07).

       01  WS-MERGE-TABLE.
           05  WS-MXR-COUNT             PIC 9(04)   VALUE ZERO.
           05  CUSTMRG-RECORD OCCURS 2000 TIMES.
               COPY CUSTMRG REPLACING
                   ==01  CUSTMRG-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-MXR-IDX                   PIC 9(04).
       01  WS-HOP-COUNT                 PIC 9(02).
       01  WS-RESOLVED-ID               PIC X(08)   VALUE SPACES.

      *    Interest per (survivor) customer for the tax year.
       01  WS-TOTAL-TABLE.
           05  WS-TOTAL-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-TOTAL-ENTRY OCCURS 5000 TIMES.
               10  WS-TOT-CUSTOMER-ID   PIC X(08).
               10  WS-TOT-AMOUNT        PIC S9(09)V99 COMP-3.
               10  WS-TOT-NAME          PIC X(30).
               10  WS-TOT-ADDRESS       PIC X(88).
       01  WS-TOT-IDX                   PIC 9(04).
       01  WS-TOTAL-FOUND-IDX           PIC 9(04).

      *    Issued figures, latest per customer and year, with a
      *    flag for the ones this year's recomputation accounted
      *    for.
       01  WS-REGISTER-TABLE.
           05  WS-REGISTER-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-REGISTER-ENTRY OCCURS 5000 TIMES.
               10  WS-REG-IMAGE         PIC X(136).
               10  WS-REG-SEEN          PIC X(01).
       01  WS-REG-IDX                   PIC 9(04).
       01  WS-REGISTER-FOUND-IDX        PIC 9(04).
       01  WS-YEAR-ON-REGISTER          PIC 9(04)   VALUE ZERO.

       01  WS-HISTORY-DELTA             PIC S9(09)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-TAX-DATE                  PIC 9(08)   VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-CAPLOG-PERIODS        PIC 9(05)   VALUE ZERO.
           05  WS-CAPLOG-ITEMS          PIC 9(09)   VALUE ZERO.
           05  WS-CAPLOG-TOTAL          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-POSTED-ITEMS          PIC 9(09)   VALUE ZERO.
           05  WS-POSTED-TOTAL          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-REVERSED-ITEMS        PIC 9(09)   VALUE ZERO.
           05  WS-REVERSED-TOTAL        PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-REPORTED-TOTAL        PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-DIFFERENCE            PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-MERGE-REDIRECTS       PIC 9(07)   VALUE ZERO.
           05  WS-RECORDS-ISSUED        PIC 9(07)   VALUE ZERO.
           05  WS-RECORDS-AMENDED       PIC 9(07)   VALUE ZERO.
           05  WS-NO-ADDRESS            PIC 9(07)   VALUE ZERO.

       01  WS-CONTROL-LINE.
           05  WS-CTL-LABEL             PIC X(30).
           05  WS-CTL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-CTL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(18)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY CUSTREC.
       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTADR.
       COPY FISCALCL.
       COPY INTCAPL.
       COPY INTTAX.
       COPY BUSDATE.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-NAME-THE-CUSTOMERS UNTIL END-OF-MASTER
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'ITAX' TO WS-CORRELATION-ID(1:4)
           MOVE WS-CURR-TIME TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** INTTAX1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1050-READ-CONTROL-CARD
           PERFORM 1100-FIND-FISCAL-YEAR
           PERFORM 1200-LOAD-MERGE-XREF
           PERFORM 1300-LOAD-REGISTER
           PERFORM 1400-SUM-CAPITALIZATION-LOG
           PERFORM 1500-SUM-YEAR-HISTORY
           PERFORM 1600-ATTACH-ADDRESSES
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS.

       1050-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   DISPLAY '*** INTTAX1 INTTAXP CONTROL CARD MISSING'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE
           IF PARM-TAX-YEAR NOT NUMERIC
               OR NOT (PARM-ORIGINAL-RUN OR PARM-CORRECTIONS-RUN)
               DISPLAY '*** INTTAX1 INTTAXP CONTROL CARD INVALID: '
                   PARM-RECORD ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           MOVE PARM-RUN-TYPE TO WS-RUN-TYPE.

      *    The tax year is the fiscal year: its first and last
      *    calendar dates come off FISCALCL, not a hardcoded
      *    January to December.
       1100-FIND-FISCAL-YEAR.
           OPEN INPUT FISCALCL-FILE
           PERFORM 1110-READ-FISCAL UNTIL END-OF-FISCAL
           CLOSE FISCALCL-FILE
           IF WS-YEAR-START = ZERO
               DISPLAY '*** INTTAX1 FISCAL YEAR ' WS-TAX-YEAR
                   ' NOT ON FISCALCL -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-FISCAL.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FISCAL TO TRUE
               NOT AT END
                   MOVE FISCALCL-FILE-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-FISCAL-YEAR = WS-TAX-YEAR
                       IF WS-YEAR-START = ZERO
                           OR FISCALCL-CALENDAR-DATE < WS-YEAR-START
                           MOVE FISCALCL-CALENDAR-DATE
                               TO WS-YEAR-START
                       END-IF
                       IF FISCALCL-CALENDAR-DATE > WS-YEAR-END
                           MOVE FISCALCL-CALENDAR-DATE
                               TO WS-YEAR-END
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-MERGE-XREF.
           OPEN INPUT MERGE-XREF-FILE
           PERFORM 1210-READ-MERGE-XREF UNTIL END-OF-MERGE-XREF
           CLOSE MERGE-XREF-FILE.

       1210-READ-MERGE-XREF.
           READ MERGE-XREF-FILE
               AT END
                   SET END-OF-MERGE-XREF TO TRUE
               NOT AT END
                   IF WS-MXR-COUNT >= 2000
                       DISPLAY '*** INTTAX1 MERGE CROSS-REFERENCE HAS'
                           ' MORE THAN 2000 RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MXR-COUNT
                   MOVE MERGE-XREF-RECORD
                       TO CUSTMRG-RECORD(WS-MXR-COUNT)
           END-READ.

      *    The original run starts a year, so the year must not be
      *    on the register yet; the corrections run amends one, so
      *    it must.
       1300-LOAD-REGISTER.
           OPEN INPUT REGISTER-IN-FILE
           PERFORM 1310-READ-REGISTER UNTIL END-OF-REGISTER
           CLOSE REGISTER-IN-FILE
           IF ORIGINAL-RUN AND WS-YEAR-ON-REGISTER > ZERO
               DISPLAY '*** INTTAX1 TAX YEAR ' WS-TAX-YEAR
                   ' ALREADY ISSUED -- USE THE CORRECTIONS RUN ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CORRECTIONS-RUN AND WS-YEAR-ON-REGISTER = ZERO
               DISPLAY '*** INTTAX1 TAX YEAR ' WS-TAX-YEAR
                   ' NEVER ISSUED -- NOTHING TO CORRECT ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1310-READ-REGISTER.
           READ REGISTER-IN-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
               NOT AT END
                   IF WS-REGISTER-COUNT >= 5000
                       DISPLAY '*** INTTAX1 REGISTER HAS MORE THAN'
                           ' 5000 RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE REGISTER-IN-RECORD
                       TO WS-REG-IMAGE(WS-REGISTER-COUNT)
                   MOVE 'N' TO WS-REG-SEEN(WS-REGISTER-COUNT)
                   IF REGISTER-IN-RECORD(1:4) = WS-TAX-YEAR
                       ADD 1 TO WS-YEAR-ON-REGISTER
                   END-IF
           END-READ.

       1400-SUM-CAPITALIZATION-LOG.
           OPEN INPUT CAPLOG-FILE
           PERFORM 1410-READ-CAPLOG UNTIL END-OF-CAPLOG
           CLOSE CAPLOG-FILE.

       1410-READ-CAPLOG.
           READ CAPLOG-FILE
               AT END
                   SET END-OF-CAPLOG TO TRUE
               NOT AT END
                   MOVE CAPLOG-IN-RECORD TO INTCAPL-RECORD
                   IF INTCAPL-FISCAL-YEAR = WS-TAX-YEAR
                       ADD 1 TO WS-CAPLOG-PERIODS
                       ADD INTCAPL-ITEM-COUNT TO WS-CAPLOG-ITEMS
                       ADD INTCAPL-NET-TOTAL TO WS-CAPLOG-TOTAL
                   END-IF
           END-READ.

      *    Anything booked to the year was posted by a run on or
      *    after the year's first date, and so was any reversal of
      *    it. The original run reads the year's runs only; the
      *    corrections run reads on to the end of the store so a
      *    later reversal or backdated item reaches the year.
       1500-SUM-YEAR-HISTORY.
           OPEN INPUT HSTKEY-FILE
           MOVE WS-HISTORY-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           IF ORIGINAL-RUN
               MOVE WS-YEAR-END TO WS-LAST-RUN-DATE
           ELSE
               MOVE 99999999 TO WS-LAST-RUN-DATE
           END-IF
           MOVE WS-YEAR-START TO WS-SEEK-RUN-DATE
           MOVE ZERO TO WS-SEEK-RUN-SEQ
           MOVE WS-SEEK-RUN-KEY TO HSTKEY-FILE-RUN-KEY
           START HSTKEY-FILE KEY NOT LESS THAN HSTKEY-FILE-RUN-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM 1510-READ-ONE-HISTORY UNTIL END-OF-HISTORY
           CLOSE HSTKEY-FILE.

       1510-READ-ONE-HISTORY.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                   EVALUATE TRUE
                       WHEN CUSTHSK-RUN-DATE > WS-LAST-RUN-DATE
                           SET END-OF-HISTORY TO TRUE
                       WHEN CUSTHST-POSTING-SOURCE = 'I'
                           PERFORM 1530-APPLY-INTEREST-POSTING
                   END-EVALUATE
           END-READ.

      *    The balance either side of the posting gives the signed
      *    movement for a credit, a negative-accrual debit, or a
      *    reversal alike. A reversal belongs to the year of the
      *    posting it backs out.
       1530-APPLY-INTEREST-POSTING.
           IF CUSTHST-IS-REVERSAL
               MOVE CUSTHST-CROSS-REF-DATE TO WS-TAX-DATE
           ELSE
               MOVE CUSTHST-BUSINESS-DATE TO WS-TAX-DATE
           END-IF
           IF WS-TAX-DATE NOT < WS-YEAR-START
               AND WS-TAX-DATE NOT > WS-YEAR-END
               COMPUTE WS-HISTORY-DELTA =
                   CUSTHST-BALANCE-AFTER - CUSTHST-BALANCE-BEFORE
               IF CUSTHST-IS-REVERSAL
                   ADD 1 TO WS-REVERSED-ITEMS
                   ADD WS-HISTORY-DELTA TO WS-REVERSED-TOTAL
               ELSE
                   ADD 1 TO WS-POSTED-ITEMS
                   ADD WS-HISTORY-DELTA TO WS-POSTED-TOTAL
               END-IF
               MOVE CUSTHST-CUSTOMER-ID TO WS-RESOLVED-ID
               PERFORM 1540-RESOLVE-SURVIVOR
               PERFORM 1550-FIND-TOTAL
               IF WS-TOTAL-FOUND-IDX > ZERO
                   ADD WS-HISTORY-DELTA
                       TO WS-TOT-AMOUNT(WS-TOTAL-FOUND-IDX)
               END-IF
           END-IF.

      *    A survivor can itself be merged away later; the chain is
      *    followed to its end (bounded, so a bad cross-reference
      *    loop cannot hang the run).
       1540-RESOLVE-SURVIVOR.
           SET HOP-TAKEN TO TRUE
           PERFORM VARYING WS-HOP-COUNT FROM 1 BY 1
               UNTIL WS-HOP-COUNT > 20 OR NOT HOP-TAKEN
               MOVE 'N' TO WS-HOP-SW
               PERFORM VARYING WS-MXR-IDX FROM 1 BY 1
                   UNTIL WS-MXR-IDX > WS-MXR-COUNT OR HOP-TAKEN
                   IF CUSTMRG-MERGED-ID(WS-MXR-IDX) = WS-RESOLVED-ID
                       MOVE CUSTMRG-SURVIVOR-ID(WS-MXR-IDX)
                           TO WS-RESOLVED-ID
                       SET HOP-TAKEN TO TRUE
                       ADD 1 TO WS-MERGE-REDIRECTS
                   END-IF
               END-PERFORM
           END-PERFORM.

       1550-FIND-TOTAL.
           MOVE ZERO TO WS-TOTAL-FOUND-IDX
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               OR WS-TOTAL-FOUND-IDX > ZERO
               IF WS-TOT-CUSTOMER-ID(WS-TOT-IDX) = WS-RESOLVED-ID
                   MOVE WS-TOT-IDX TO WS-TOTAL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-TOTAL-FOUND-IDX = ZERO
               IF WS-TOTAL-COUNT >= 5000
                   DISPLAY '*** INTTAX1 MORE THAN 5000 CUSTOMERS'
                       ' EARNED INTEREST -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-COUNT
               MOVE WS-TOTAL-COUNT TO WS-TOTAL-FOUND-IDX
               MOVE WS-RESOLVED-ID
                   TO WS-TOT-CUSTOMER-ID(WS-TOTAL-FOUND-IDX)
               MOVE ZERO TO WS-TOT-AMOUNT(WS-TOTAL-FOUND-IDX)
               MOVE SPACES TO WS-TOT-NAME(WS-TOTAL-FOUND-IDX)
                              WS-TOT-ADDRESS(WS-TOTAL-FOUND-IDX)
           END-IF.

       1600-ATTACH-ADDRESSES.
           OPEN INPUT CUSTADR-FILE
           PERFORM 1610-READ-ONE-ADDRESS UNTIL END-OF-ADDRESSES
           CLOSE CUSTADR-FILE.

       1610-READ-ONE-ADDRESS.
           READ CUSTADR-FILE
               AT END
                   SET END-OF-ADDRESSES TO TRUE
               NOT AT END
                   PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                       UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
                       IF WS-TOT-CUSTOMER-ID(WS-TOT-IDX)
                               = CUSTADR-IN-RECORD(1:8)
                           MOVE CUSTADR-IN-RECORD
                               TO WS-TOT-ADDRESS(WS-TOT-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

      *    The name comes off the master; an archived customer is
      *    still owed a statement, under the name the register last
      *    issued it with if there is one.
       2000-NAME-THE-CUSTOMERS.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   MOVE CUSTREC-CUSTOMER-ID TO WS-RESOLVED-ID
                   MOVE ZERO TO WS-TOTAL-FOUND-IDX
                   PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                       UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
                       OR WS-TOTAL-FOUND-IDX > ZERO
                       IF WS-TOT-CUSTOMER-ID(WS-TOT-IDX)
                               = WS-RESOLVED-ID
                           MOVE WS-TOT-IDX TO WS-TOTAL-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-TOTAL-FOUND-IDX > ZERO
                       MOVE CUSTREC-LEGACY-NAME
                           TO WS-TOT-NAME(WS-TOTAL-FOUND-IDX)
                   END-IF
           END-READ.

       3000-TERMINATE.
           CLOSE CUSTREC-FILE
           OPEN OUTPUT TAX-FILE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               PERFORM 3100-ISSUE-ONE-CUSTOMER
           END-PERFORM
           IF CORRECTIONS-RUN
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REGISTER-COUNT
                   IF WS-REG-IMAGE(WS-REG-IDX)(1:4) = WS-TAX-YEAR
                       AND WS-REG-SEEN(WS-REG-IDX) = 'N'
                       PERFORM 3300-AMEND-TO-ZERO
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TAX-FILE
           OPEN OUTPUT REGISTER-OUT-FILE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REGISTER-COUNT
               MOVE WS-REG-IMAGE(WS-REG-IDX) TO REGISTER-OUT-RECORD
               WRITE REGISTER-OUT-RECORD
           END-PERFORM
           CLOSE REGISTER-OUT-FILE
           PERFORM 3500-WRITE-CONTROL-REPORT
           DISPLAY 'INTTAX1 TAX YEAR:           ' WS-TAX-YEAR
               ' RUN ' WS-RUN-TYPE
           DISPLAY 'INTTAX1 CUSTOMERS:          ' WS-TOTAL-COUNT
           DISPLAY 'INTTAX1 RECORDS ISSUED:     ' WS-RECORDS-ISSUED
           DISPLAY 'INTTAX1 RECORDS AMENDED:    ' WS-RECORDS-AMENDED
           DISPLAY 'INTTAX1 MERGE REDIRECTS:    ' WS-MERGE-REDIRECTS
           DISPLAY 'INTTAX1 NO ADDRESS:         ' WS-NO-ADDRESS
           DISPLAY 'INTTAX1 REPORTED INTEREST:  ' WS-REPORTED-TOTAL
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY '*** INTTAX1 REPORTED INTEREST DOES NOT TIE TO'
                   ' THE CAPITALIZATION LOG -- DIFFERENCE '
                   WS-DIFFERENCE ' ***'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    Original run: every customer with interest gets a record.
      *    Corrections run: only a figure that differs from the one
      *    issued -- or was never issued -- gets an amended record.
       3100-ISSUE-ONE-CUSTOMER.
           ADD WS-TOT-AMOUNT(WS-TOT-IDX) TO WS-REPORTED-TOTAL
           MOVE ZERO TO WS-REGISTER-FOUND-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REGISTER-COUNT
               OR WS-REGISTER-FOUND-IDX > ZERO
               IF WS-REG-IMAGE(WS-REG-IDX)(1:4) = WS-TAX-YEAR
                   AND WS-REG-IMAGE(WS-REG-IDX)(5:8)
                       = WS-TOT-CUSTOMER-ID(WS-TOT-IDX)
                   MOVE WS-REG-IDX TO WS-REGISTER-FOUND-IDX
                   MOVE 'Y' TO WS-REG-SEEN(WS-REG-IDX)
               END-IF
           END-PERFORM
           MOVE SPACES TO INTTAX-RECORD
           MOVE ZERO TO INTTAX-PRIOR-AMOUNT
           MOVE 'Y' TO WS-ISSUE-SW
           IF WS-REGISTER-FOUND-IDX > ZERO
               MOVE WS-REG-IMAGE(WS-REGISTER-FOUND-IDX)
                   TO INTTAX-RECORD
               IF INTTAX-INTEREST-AMOUNT
                       = WS-TOT-AMOUNT(WS-TOT-IDX)
                   MOVE 'N' TO WS-ISSUE-SW
               END-IF
               MOVE INTTAX-INTEREST-AMOUNT TO INTTAX-PRIOR-AMOUNT
           ELSE
               IF WS-TOT-AMOUNT(WS-TOT-IDX) = ZERO
                   MOVE 'N' TO WS-ISSUE-SW
               END-IF
           END-IF
           IF RECORD-TO-ISSUE
               PERFORM 3150-BUILD-TAX-RECORD
           END-IF.

       3150-BUILD-TAX-RECORD.
           MOVE WS-TAX-YEAR TO INTTAX-TAX-YEAR
           MOVE WS-TOT-CUSTOMER-ID(WS-TOT-IDX) TO INTTAX-CUSTOMER-ID
           IF ORIGINAL-RUN
               SET INTTAX-ORIGINAL TO TRUE
           ELSE
               SET INTTAX-AMENDED TO TRUE
           END-IF
           MOVE WS-TOT-AMOUNT(WS-TOT-IDX) TO INTTAX-INTEREST-AMOUNT
           IF WS-TOT-NAME(WS-TOT-IDX) NOT = SPACES
               MOVE WS-TOT-NAME(WS-TOT-IDX) TO INTTAX-NAME
           END-IF
           IF WS-TOT-ADDRESS(WS-TOT-IDX) = SPACES
               ADD 1 TO WS-NO-ADDRESS
               DISPLAY '*** INTTAX1 ' INTTAX-CUSTOMER-ID
                   ' HAS NO MAILING ADDRESS ON CUSTADRF ***'
           ELSE
               MOVE WS-TOT-ADDRESS(WS-TOT-IDX) TO CUSTADR-RECORD
               MOVE CUSTADR-STREET TO INTTAX-STREET
               MOVE CUSTADR-CITY   TO INTTAX-CITY
               MOVE CUSTADR-STATE  TO INTTAX-STATE
               MOVE CUSTADR-ZIP    TO INTTAX-ZIP
           END-IF
           MOVE BUSDATE-CURRENT-DATE TO INTTAX-ISSUED-DATE
           PERFORM 3200-WRITE-TAX-RECORD
           IF WS-REGISTER-FOUND-IDX > ZERO
               MOVE INTTAX-RECORD TO WS-REG-IMAGE(WS-REGISTER-FOUND-IDX)
           ELSE
               PERFORM 3250-ADD-TO-REGISTER
           END-IF.

       3200-WRITE-TAX-RECORD.
           MOVE INTTAX-RECORD TO TAX-OUT-RECORD
           WRITE TAX-OUT-RECORD
           IF INTTAX-AMENDED
               ADD 1 TO WS-RECORDS-AMENDED
           ELSE
               ADD 1 TO WS-RECORDS-ISSUED
           END-IF.

       3250-ADD-TO-REGISTER.
           IF WS-REGISTER-COUNT >= 5000
               DISPLAY '*** INTTAX1 REGISTER FULL -- '
                   INTTAX-CUSTOMER-ID ' ISSUED BUT NOT REGISTERED ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-REGISTER-COUNT
               MOVE INTTAX-RECORD TO WS-REG-IMAGE(WS-REGISTER-COUNT)
               MOVE 'Y' TO WS-REG-SEEN(WS-REGISTER-COUNT)
           END-IF.

      *    An issued figure with nothing behind it any more -- the
      *    interest was reversed out or the id was merged into a
      *    survivor -- is amended to zero.
       3300-AMEND-TO-ZERO.
           MOVE WS-REG-IMAGE(WS-REG-IDX) TO INTTAX-RECORD
           IF INTTAX-INTEREST-AMOUNT NOT = ZERO
               MOVE INTTAX-INTEREST-AMOUNT TO INTTAX-PRIOR-AMOUNT
               MOVE ZERO TO INTTAX-INTEREST-AMOUNT
               SET INTTAX-AMENDED TO TRUE
               MOVE BUSDATE-CURRENT-DATE TO INTTAX-ISSUED-DATE
               PERFORM 3200-WRITE-TAX-RECORD
               MOVE INTTAX-RECORD TO WS-REG-IMAGE(WS-REG-IDX)
           END-IF.

       3500-WRITE-CONTROL-REPORT.
           COMPUTE WS-DIFFERENCE =
               WS-REPORTED-TOTAL - WS-CAPLOG-TOTAL - WS-REVERSED-TOTAL
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'INTTAX1 - INTEREST TAX CONTROL, FISCAL YEAR '
               WS-TAX-YEAR ' RUN ' WS-RUN-TYPE ' ON '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'YEAR RUNS ' WS-YEAR-START ' THROUGH ' WS-YEAR-END
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'CAPITALIZED PER INTACR1 LOG' TO WS-CTL-LABEL
           MOVE WS-CAPLOG-ITEMS TO WS-CTL-COUNT
           MOVE WS-CAPLOG-TOTAL TO WS-CTL-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE 'POSTED ON THE HISTORY' TO WS-CTL-LABEL
           MOVE WS-POSTED-ITEMS TO WS-CTL-COUNT
           MOVE WS-POSTED-TOTAL TO WS-CTL-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE 'REVERSED' TO WS-CTL-LABEL
           MOVE WS-REVERSED-ITEMS TO WS-CTL-COUNT
           MOVE WS-REVERSED-TOTAL TO WS-CTL-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE 'REPORTED TO CUSTOMERS' TO WS-CTL-LABEL
           MOVE WS-TOTAL-COUNT TO WS-CTL-COUNT
           MOVE WS-REPORTED-TOTAL TO WS-CTL-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE 'DIFFERENCE (REPORTED - CAP - REV)' TO WS-CTL-LABEL
           MOVE ZERO TO WS-CTL-COUNT
           MOVE WS-DIFFERENCE TO WS-CTL-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE 'RECORDS ISSUED' TO WS-CTL-LABEL
           MOVE WS-RECORDS-ISSUED TO WS-CTL-COUNT
           MOVE ZERO TO WS-CTL-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           MOVE 'RECORDS AMENDED' TO WS-CTL-LABEL
           MOVE WS-RECORDS-AMENDED TO WS-CTL-COUNT
           MOVE ZERO TO WS-CTL-AMOUNT
           PERFORM 3510-WRITE-CONTROL-LINE
           CLOSE REPORT-FILE.

       3510-WRITE-CONTROL-LINE.
           MOVE WS-CONTROL-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       9000-CHECK-FILE-STATUS.
           MOVE 'INTTAX1 ' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** INTTAX1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
