       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSUS1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Operator release path for the probable duplicates the
      *    posting run set aside on its suspect file (CUSTSUS.CPY)
      *    -- the sibling of CUSTREL1, which does the same for
      *    credit holds. Reads the suspect inventory and a file of
      *    operator decisions -- each naming the suspect by
      *    customer, suspect date, and amount, with a release or
      *    decline verdict and the deciding operator -- and
      *    re-presents every released item to the next posting run
      *    as a CUSTTRAN input file wrapped in the FILEHDTR header/
      *    trailer FHDRVAL1 expects. A released item carries the
      *    'S' marker, so the posting run does not screen it as a
      *    duplicate a second time; its credit-limit check still
      *    applies. A declined item is simply never posted -- the
      *    earlier posting it matched stands. Decided items leave
      *    the carried inventory: the decision, who made it, and
      *    when are appended to the suspect-decision audit file,
      *    and only undecided suspects are written forward. A
      *    decision that matches nothing in the inventory is
      *    refused loudly rather than silently dropped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPECT-IN-FILE   ASSIGN TO "CUSTSUSI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPECT-OUT-FILE  ASSIGN TO "CUSTSUSO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-FILE     ASSIGN TO "CUSTSDEC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-TRAN-FILE ASSIGN TO "CUSTSUST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-AUDIT-FILE
                                    ASSIGN TO "CUSTSDA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPECT-IN-FILE.
       01  SUSPECT-IN-RECORD           PIC X(75).

       FD  SUSPECT-OUT-FILE.
       01  SUSPECT-OUT-RECORD          PIC X(75).

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  SDC-CUSTOMER-ID         PIC X(08).
           05  SDC-SUSPECT-DATE        PIC X(08).
           05  SDC-AMOUNT              PIC X(11).
           05  SDC-VERDICT             PIC X(01).
               88  SDC-VERDICT-RELEASE             VALUE 'R'.
               88  SDC-VERDICT-DECLINE             VALUE 'D'.
           05  SDC-OPERATOR-ID         PIC X(08).

       FD  RELEASE-TRAN-FILE.
       01  RELEASE-TRAN-LINE           PIC X(80).

       FD  DECISION-AUDIT-FILE.
       01  DECISION-AUDIT-LINE         PIC X(75).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-SUSPECT-EOF               PIC X       VALUE 'N'.
           88  END-OF-SUSPECTS                      VALUE 'Y'.
       01  WS-DEC-EOF                   PIC X       VALUE 'N'.
           88  END-OF-DECISIONS                     VALUE 'Y'.

      *    Suspect inventory for the run, with a decided flag so
      *    undecided items carry forward untouched.
       01  WS-SUSPECT-TABLE.
           05  WS-SUSPECT-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-SUSPECT-ENTRY OCCURS 200 TIMES.
               10  WS-SUSPECT-IMAGE     PIC X(75).
               10  WS-SUSPECT-DECIDED   PIC X(01).

       01  WS-SUS-IDX                   PIC 9(03).
       01  WS-FOUND-IDX                 PIC 9(03).

       01  WS-CONTROL-TOTALS.
           05  WS-DECISIONS-READ        PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-RELEASED        PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-DECLINED        PIC 9(05)   VALUE ZERO.
           05  WS-DECISIONS-REFUSED     PIC 9(05)   VALUE ZERO.
           05  WS-ITEMS-CARRIED         PIC 9(05)   VALUE ZERO.

       01  WS-DEC-AMOUNT                PIC 9(09)V99 VALUE ZERO.
       01  WS-DEC-AMOUNT-X REDEFINES WS-DEC-AMOUNT
                                        PIC X(11).
       01  WS-DEC-SUSPECT-DATE          PIC 9(08)   VALUE ZERO.

      *    Released item re-presented in the CUSTTRAN input layout
      *    CUSTPST1 reads, the 'S' marker in the release-marker
      *    byte and the suspect's own effective date carried back
      *    so a backdated item still books to its own period.
       01  WS-RELEASE-DETAIL.
           05  WS-REL-CUSTOMER-ID       PIC X(08).
           05  WS-REL-TRAN-TYPE         PIC X(01).
           05  WS-REL-AMOUNT            PIC 9(09)V99.
           05  WS-REL-ORIGINAL-DATE     PIC X(08)   VALUE SPACES.
           05  WS-REL-EFFECTIVE-DATE    PIC X(08)   VALUE SPACES.
           05  WS-REL-CHANNEL-CODE      PIC X(01)   VALUE SPACE.
           05  WS-REL-RELEASE-MARKER    PIC X(01)   VALUE 'S'.
           05  FILLER                   PIC X(42)   VALUE SPACES.

       COPY CUSTSUS.
       COPY BUSDATE.
       COPY FILEHDTR.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DECISION UNTIL END-OF-DECISIONS
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTSUS1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-SUSPECT-INVENTORY
           OPEN INPUT  DECISION-FILE
           OPEN EXTEND DECISION-AUDIT-FILE
           OPEN OUTPUT RELEASE-TRAN-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO RELEASE-TRAN-LINE
           WRITE RELEASE-TRAN-LINE
           PERFORM 2900-READ-DECISION.

      *    The inventory is rewritten whole at the end of the run,
      *    so an inventory too big to hold would lose suspects --
      *    the run is stopped instead of truncating it.
       1100-LOAD-SUSPECT-INVENTORY.
           OPEN INPUT SUSPECT-IN-FILE
           PERFORM 1110-READ-SUSPECT UNTIL END-OF-SUSPECTS
           CLOSE SUSPECT-IN-FILE.

       1110-READ-SUSPECT.
           READ SUSPECT-IN-FILE
               AT END
                   SET END-OF-SUSPECTS TO TRUE
               NOT AT END
                   IF WS-SUSPECT-COUNT >= 200
                       DISPLAY '*** CUSTSUS1 SUSPECT INVENTORY HAS'
                           ' MORE THAN 200 ITEMS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-SUSPECT-COUNT
                       MOVE SUSPECT-IN-RECORD
                           TO WS-SUSPECT-IMAGE(WS-SUSPECT-COUNT)
                       MOVE 'N'
                           TO WS-SUSPECT-DECIDED(WS-SUSPECT-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-DECISION.
           ADD 1 TO WS-DECISIONS-READ
           PERFORM 2100-FIND-SUSPECT-ITEM
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTSUS1 DECISION FOR '
                       SDC-CUSTOMER-ID ' ' SDC-SUSPECT-DATE
                       ' MATCHES NO SUSPECT ITEM -- REFUSED ***'
               WHEN SDC-VERDICT-RELEASE
                   PERFORM 2200-RELEASE-ONE-ITEM
               WHEN SDC-VERDICT-DECLINE
                   PERFORM 2300-DECLINE-ONE-ITEM
               WHEN OTHER
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTSUS1 VERDICT NOT R OR D FOR '
                       SDC-CUSTOMER-ID ' -- REFUSED ***'
           END-EVALUATE
           PERFORM 2900-READ-DECISION.

       2100-FIND-SUSPECT-ITEM.
           MOVE ZERO TO WS-FOUND-IDX
           IF SDC-SUSPECT-DATE NUMERIC AND SDC-AMOUNT NUMERIC
               MOVE SDC-SUSPECT-DATE TO WS-DEC-SUSPECT-DATE
               MOVE SDC-AMOUNT       TO WS-DEC-AMOUNT-X
               PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUSPECT-COUNT
                   OR WS-FOUND-IDX > ZERO
                   MOVE WS-SUSPECT-IMAGE(WS-SUS-IDX)
                       TO CUSTSUS-RECORD
                   IF WS-SUSPECT-DECIDED(WS-SUS-IDX) = 'N'
                       AND CUSTSUS-CUSTOMER-ID = SDC-CUSTOMER-ID
                       AND CUSTSUS-SUSPECT-DATE = WS-DEC-SUSPECT-DATE
                       AND CUSTSUS-AMOUNT = WS-DEC-AMOUNT
                       MOVE WS-SUS-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-IDX > ZERO
               MOVE WS-SUSPECT-IMAGE(WS-FOUND-IDX) TO CUSTSUS-RECORD
           END-IF.

       2200-RELEASE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-RELEASED
           SET CUSTSUS-STATUS-RELEASED TO TRUE
           PERFORM 2400-STAMP-AND-AUDIT
           MOVE CUSTSUS-CUSTOMER-ID TO WS-REL-CUSTOMER-ID
           MOVE CUSTSUS-TRAN-TYPE   TO WS-REL-TRAN-TYPE
           MOVE CUSTSUS-AMOUNT      TO WS-REL-AMOUNT
           MOVE CUSTSUS-EFFECTIVE-DATE
                                    TO WS-REL-EFFECTIVE-DATE
           MOVE WS-RELEASE-DETAIL   TO RELEASE-TRAN-LINE
           WRITE RELEASE-TRAN-LINE.

       2300-DECLINE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-DECLINED
           SET CUSTSUS-STATUS-DECLINED TO TRUE
           PERFORM 2400-STAMP-AND-AUDIT.

       2400-STAMP-AND-AUDIT.
           MOVE SDC-OPERATOR-ID      TO CUSTSUS-DECISION-USERID
           MOVE BUSDATE-CURRENT-DATE TO CUSTSUS-DECISION-DATE
           MOVE 'Y' TO WS-SUSPECT-DECIDED(WS-FOUND-IDX)
           MOVE CUSTSUS-RECORD TO WS-SUSPECT-IMAGE(WS-FOUND-IDX)
           MOVE CUSTSUS-RECORD TO DECISION-AUDIT-LINE
           WRITE DECISION-AUDIT-LINE.

       2900-READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET END-OF-DECISIONS TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE DECISION-FILE
           CLOSE DECISION-AUDIT-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTTRAN' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-ITEMS-RELEASED TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO RELEASE-TRAN-LINE
           WRITE RELEASE-TRAN-LINE
           CLOSE RELEASE-TRAN-FILE
           OPEN OUTPUT SUSPECT-OUT-FILE
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUSPECT-COUNT
               IF WS-SUSPECT-DECIDED(WS-SUS-IDX) = 'N'
                   ADD 1 TO WS-ITEMS-CARRIED
                   MOVE WS-SUSPECT-IMAGE(WS-SUS-IDX)
                       TO SUSPECT-OUT-RECORD
                   WRITE SUSPECT-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE SUSPECT-OUT-FILE
           DISPLAY 'CUSTSUS1 DECISIONS READ:    ' WS-DECISIONS-READ
           DISPLAY 'CUSTSUS1 ITEMS RELEASED:    ' WS-ITEMS-RELEASED
           DISPLAY 'CUSTSUS1 ITEMS DECLINED:    ' WS-ITEMS-DECLINED
           DISPLAY 'CUSTSUS1 DECISIONS REFUSED: '
               WS-DECISIONS-REFUSED
           DISPLAY 'CUSTSUS1 ITEMS CARRIED:     ' WS-ITEMS-CARRIED.
