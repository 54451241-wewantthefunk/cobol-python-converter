      *        FISCALCL calendar date, passes DATECNV1
      *      - PIVOTYR is sane: key byte, century base, cutoff, and
      *        last-updated date
      *      - every GL journal combination that can arrive -- the
      *        ones the posting run journals itself and any a
      *        feeding job registers on GLCMBF, fee and suspense
      *        types included -- has a GLMAP mapping in force on
      *        the business date (or, for one not yet arriving, on
      *        its first date), and both of its accounts are open
      *        on the GLCOA chart of accounts, so an unmapped
      *        combination stops the day here instead of failing
      *        the posting run's GL extract at the end of the night
      *    Ends with RETURN-CODE 0 (go) or 8 (no-go) for the
      *    scheduler to gate the online day on.

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTADR-FILE      ASSIGN TO "CUSTADRF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE        ASSIGN TO "GLMAPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GLCOA-FILE        ASSIGN TO "GLCOAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCOA-STATUS.
           SELECT GLCMB-FILE        ASSIGN TO "GLCMBF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCMB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTADR-FILE.
       01  CUSTADR-FILE-RECORD         PIC X(88).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       FD  GLMAP-FILE.
       01  GLMAP-IN-RECORD             PIC X(57).

       FD  GLCOA-FILE.
       01  GLCOA-IN-RECORD             PIC X(39).

       FD  GLCMB-FILE.
       01  GLCMB-IN-RECORD             PIC X(48).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH                PIC X       VALUE 'N'.
           88  END-OF-FILE-SW                       VALUE 'Y'.
       01  WS-MNUTRN-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-MNUFAV-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-GLMAP-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-GLCOA-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-GLCMB-STATUS              PIC X(02)   VALUE SPACES.

       01  WS-FINDINGS-COUNT            PIC 9(03)   VALUE ZERO.

      *    check: an address with no customer is dead mail, and a
      *    customer with no address is a statement nobody receives.
       01  WS-CUSTKEY-TABLE.
           05  WS-CUSTKEY-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-CUSTKEY-ENTRY OCCURS 5000 TIMES
                                        PIC X(08).
       01  WS-ADRKEY-TABLE.
           05  WS-ADRKEY-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-ADRKEY-ENTRY OCCURS 5000 TIMES
                                        PIC X(08).
       01  WS-CKY-IDX                   PIC 9(04).
       01  WS-AKY-IDX                   PIC 9(04).
       01  WS-KEY-MATCH-SW              PIC X       VALUE 'N'.
           88  LINK-KEY-FOUND                       VALUE 'Y'.

      *    GL mapping coverage. The combinations the posting run
      *    journals itself -- branch, lockbox, and adjustment
      *    debits and credits, and unapplied cash received,
      *    applied, and returned -- are always expected; GLCMBF
      *    adds any other a feeding job journals.
       01  WS-POSTING-COMBINATIONS.
           05  FILLER                   PIC X(18)
                                        VALUE 'DBDLDACBCLCAULUAUR'.
       01  WS-POSTING-COMBINATION-TABLE
               REDEFINES WS-POSTING-COMBINATIONS.
           05  WS-POSTING-COMBINATION OCCURS 9 TIMES.
               10  WS-PCB-TRAN-TYPE     PIC X(01).
               10  WS-PCB-CHANNEL-CODE  PIC X(01).
       01  WS-PCB-IDX                   PIC 9(02).

       01  WS-GLMAP-TABLE.
           05  WS-GLM-COUNT             PIC 9(03)   VALUE ZERO.
           05  GLMAP-RECORD OCCURS 200 TIMES.
               COPY GLMAP REPLACING
                   ==01  GLMAP-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-GLM-IDX                   PIC 9(03).
       01  WS-GLM-FOUND-IDX             PIC 9(03).

       01  WS-GLCOA-TABLE.
           05  WS-COA-COUNT             PIC 9(04)   VALUE ZERO.
           05  GLCOA-RECORD OCCURS 1000 TIMES.
               COPY GLCOA REPLACING
                   ==01  GLCOA-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-COA-IDX                   PIC 9(04).
       01  WS-COA-FOUND-IDX             PIC 9(04).

       01  WS-SEEK-TRAN-TYPE            PIC X(01)   VALUE SPACE.
       01  WS-SEEK-CHANNEL-CODE         PIC X(01)   VALUE SPACE.
       01  WS-SEEK-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-SEEK-SOURCE               PIC X(08)   VALUE SPACES.
       01  WS-SEEK-ACCOUNT              PIC X(08)   VALUE SPACES.
       01  WS-COMBINATIONS-CHECKED      PIC 9(03)   VALUE ZERO.

       COPY SUBDISP.
       COPY MNUTRN.
       COPY MNUSEC.
       COPY FISCALCL.
       COPY PIVOTYR.
       COPY DATEAREA.
       COPY BUSDATE.
       COPY GLCMB.

       PROCEDURE DIVISION.

           PERFORM 5000-CHECK-FISCALCL-DATES
           PERFORM 6000-CHECK-PIVOTYR
           PERFORM 6500-CHECK-ADDRESS-LINKAGE
           PERFORM 6800-CHECK-GL-MAPPING-COVERAGE
           PERFORM 7000-RENDER-THE-VERDICT
           STOP RUN.

                       OR CUSTREC-FILE-RECORD(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       IF WS-CUSTKEY-COUNT >= 5000
                           DISPLAY '*** PREFLT01 MASTER HAS MORE'
                               ' THAN 5000 RECORDS -- RUN ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           ADD 1 TO WS-CUSTKEY-COUNT
                           MOVE CUSTREC-FILE-RECORD(2:8)
                               TO WS-CUSTKEY-ENTRY(WS-CUSTKEY-COUNT)
               AT END
                   SET END-OF-FILE-SW TO TRUE
               NOT AT END
                   IF WS-ADRKEY-COUNT >= 5000
                       DISPLAY '*** PREFLT01 ADDRESS FILE HAS MORE'
                           ' THAN 5000 RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-ADRKEY-COUNT
                       MOVE CUSTADR-FILE-RECORD(1:8)
                           TO WS-ADRKEY-ENTRY(WS-ADRKEY-COUNT)
                   ' HAS NO ADDRESS ON FILE ***'
           END-IF.

      *    Without the mapping or the chart nothing can be proved,
      *    and the posting run would fail on the same missing file,
      *    so either one absent is a finding in itself.
       6800-CHECK-GL-MAPPING-COVERAGE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** PREFLT01 BUSDATE CONTROL FILE'
                       ' EMPTY -- USING SYSTEM DATE ***'
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BUSDATE-CURRENT-DATE
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               ADD 1 TO WS-FINDINGS-COUNT
               DISPLAY '*** PREFLT01 GLMAPF OPEN FAILED, STATUS '
                   WS-GLMAP-STATUS ' ***'
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 6810-LOAD-ONE-GLMAP UNTIL END-OF-FILE-SW
               CLOSE GLMAP-FILE
           END-IF
           OPEN INPUT GLCOA-FILE
           IF WS-GLCOA-STATUS NOT = '00'
               ADD 1 TO WS-FINDINGS-COUNT
               DISPLAY '*** PREFLT01 GLCOAF OPEN FAILED, STATUS '
                   WS-GLCOA-STATUS ' ***'
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 6820-LOAD-ONE-ACCOUNT UNTIL END-OF-FILE-SW
               CLOSE GLCOA-FILE
           END-IF
           IF WS-GLMAP-STATUS = '00'
               AND WS-GLCOA-STATUS = '00'
               PERFORM 6830-CHECK-POSTING-COMBINATION
                   VARYING WS-PCB-IDX FROM 1 BY 1
                   UNTIL WS-PCB-IDX > 9
               OPEN INPUT GLCMB-FILE
               IF WS-GLCMB-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 6840-CHECK-ONE-REGISTERED
                       UNTIL END-OF-FILE-SW
                   CLOSE GLCMB-FILE
               END-IF
               DISPLAY 'PREFLT01 GL COMBINATIONS CHECKED: '
                   WS-COMBINATIONS-CHECKED
           END-IF.

       6810-LOAD-ONE-GLMAP.
           READ GLMAP-FILE
               AT END
                   SET END-OF-FILE-SW TO TRUE
               NOT AT END
                   IF WS-GLM-COUNT >= 200
                       ADD 1 TO WS-FINDINGS-COUNT
                       DISPLAY '*** PREFLT01 GL MAPPING HAS MORE'
                           ' THAN 200 ENTRIES -- REMAINDER'
                           ' UNCHECKED ***'
                       SET END-OF-FILE-SW TO TRUE
                   ELSE
                       ADD 1 TO WS-GLM-COUNT
                       MOVE GLMAP-IN-RECORD
                           TO GLMAP-RECORD(WS-GLM-COUNT)
                       IF GLMAP-EFFECTIVE-DATE(WS-GLM-COUNT)
                               NOT NUMERIC
                           MOVE ZERO
                               TO GLMAP-EFFECTIVE-DATE(WS-GLM-COUNT)
                       END-IF
                   END-IF
           END-READ.

       6820-LOAD-ONE-ACCOUNT.
           READ GLCOA-FILE
               AT END
                   SET END-OF-FILE-SW TO TRUE
               NOT AT END
                   IF WS-COA-COUNT >= 1000
                       ADD 1 TO WS-FINDINGS-COUNT
                       DISPLAY '*** PREFLT01 CHART OF ACCOUNTS HAS'
                           ' MORE THAN 1000 ACCOUNTS -- REMAINDER'
                           ' UNCHECKED ***'
                       SET END-OF-FILE-SW TO TRUE
                   ELSE
                       ADD 1 TO WS-COA-COUNT
                       MOVE GLCOA-IN-RECORD
                           TO GLCOA-RECORD(WS-COA-COUNT)
                   END-IF
           END-READ.

       6830-CHECK-POSTING-COMBINATION.
           MOVE WS-PCB-TRAN-TYPE(WS-PCB-IDX)    TO WS-SEEK-TRAN-TYPE
           MOVE WS-PCB-CHANNEL-CODE(WS-PCB-IDX)
               TO WS-SEEK-CHANNEL-CODE
           MOVE BUSDATE-CURRENT-DATE TO WS-SEEK-DATE
           MOVE 'CUSTPST1' TO WS-SEEK-SOURCE
           PERFORM 6850-CHECK-ONE-COMBINATION.

      *    A combination registered ahead of its first date is
      *    judged on that date, so the mapping it will need is
      *    proved before the first item can arrive.
       6840-CHECK-ONE-REGISTERED.
           READ GLCMB-FILE
               AT END
                   SET END-OF-FILE-SW TO TRUE
               NOT AT END
                   MOVE GLCMB-IN-RECORD TO GLCMB-RECORD
                   IF GLCMB-FIRST-DATE NOT NUMERIC
                       ADD 1 TO WS-FINDINGS-COUNT
                       DISPLAY '*** PREFLT01 GLCMBF TYPE '
                           GLCMB-TRAN-TYPE ' CHANNEL '
                           GLCMB-CHANNEL-CODE
                           ' FIRST DATE IS NOT NUMERIC ***'
                   ELSE
                       MOVE GLCMB-TRAN-TYPE TO WS-SEEK-TRAN-TYPE
                       MOVE GLCMB-CHANNEL-CODE
                           TO WS-SEEK-CHANNEL-CODE
                       MOVE GLCMB-SOURCE-JOB TO WS-SEEK-SOURCE
                       IF GLCMB-FIRST-DATE > BUSDATE-CURRENT-DATE
                           MOVE GLCMB-FIRST-DATE TO WS-SEEK-DATE
                       ELSE
                           MOVE BUSDATE-CURRENT-DATE TO WS-SEEK-DATE
                       END-IF
                       PERFORM 6850-CHECK-ONE-COMBINATION
                   END-IF
           END-READ.

      *    The mapping in force is the latest entry on or before
      *    the date, the later of two on the same date, as the
      *    posting run resolves it; a retired entry there is no
      *    mapping.
       6850-CHECK-ONE-COMBINATION.
           ADD 1 TO WS-COMBINATIONS-CHECKED
           MOVE ZERO TO WS-GLM-FOUND-IDX
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF GLMAP-TRAN-TYPE(WS-GLM-IDX) = WS-SEEK-TRAN-TYPE
                   AND GLMAP-CHANNEL-CODE(WS-GLM-IDX)
                       = WS-SEEK-CHANNEL-CODE
                   AND GLMAP-EFFECTIVE-DATE(WS-GLM-IDX)
                       NOT > WS-SEEK-DATE
                   IF WS-GLM-FOUND-IDX = ZERO
                       MOVE WS-GLM-IDX TO WS-GLM-FOUND-IDX
                   ELSE
                       IF GLMAP-EFFECTIVE-DATE(WS-GLM-IDX)
                           NOT < GLMAP-EFFECTIVE-DATE
                               (WS-GLM-FOUND-IDX)
                           MOVE WS-GLM-IDX TO WS-GLM-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GLM-FOUND-IDX NOT = ZERO
               IF GLMAP-RETIRED(WS-GLM-FOUND-IDX)
                   MOVE ZERO TO WS-GLM-FOUND-IDX
               END-IF
           END-IF
           IF WS-GLM-FOUND-IDX = ZERO
               ADD 1 TO WS-FINDINGS-COUNT
               DISPLAY '*** PREFLT01 NO GL MAPPING IN FORCE ON '
                   WS-SEEK-DATE ' FOR TYPE ' WS-SEEK-TRAN-TYPE
                   ' CHANNEL ' WS-SEEK-CHANNEL-CODE ' JOURNALLED BY '
                   WS-SEEK-SOURCE ' ***'
           ELSE
               MOVE GLMAP-DEBIT-ACCOUNT(WS-GLM-FOUND-IDX)
                   TO WS-SEEK-ACCOUNT
               PERFORM 6860-CHECK-MAPPED-ACCOUNT
               MOVE GLMAP-CREDIT-ACCOUNT(WS-GLM-FOUND-IDX)
                   TO WS-SEEK-ACCOUNT
               PERFORM 6860-CHECK-MAPPED-ACCOUNT
           END-IF.

       6860-CHECK-MAPPED-ACCOUNT.
           MOVE ZERO TO WS-COA-FOUND-IDX
           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-COUNT
               IF GLCOA-ACCOUNT(WS-COA-IDX) = WS-SEEK-ACCOUNT
                   MOVE WS-COA-IDX TO WS-COA-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-COA-FOUND-IDX = ZERO
               ADD 1 TO WS-FINDINGS-COUNT
               DISPLAY '*** PREFLT01 GL TYPE ' WS-SEEK-TRAN-TYPE
                   ' CHANNEL ' WS-SEEK-CHANNEL-CODE ' MAPS TO '
                   WS-SEEK-ACCOUNT ' WHICH IS NOT ON THE CHART'
                   ' OF ACCOUNTS ***'
           ELSE
               IF NOT GLCOA-OPEN(WS-COA-FOUND-IDX)
                   ADD 1 TO WS-FINDINGS-COUNT
                   DISPLAY '*** PREFLT01 GL TYPE ' WS-SEEK-TRAN-TYPE
                       ' CHANNEL ' WS-SEEK-CHANNEL-CODE ' MAPS TO '
                       WS-SEEK-ACCOUNT ' WHICH IS CLOSED ON THE'
                       ' CHART OF ACCOUNTS ***'
               END-IF
           END-IF.

       7000-RENDER-THE-VERDICT.
           DISPLAY 'PREFLT01 FINDINGS: ' WS-FINDINGS-COUNT
           IF WS-FINDINGS-COUNT = ZERO
