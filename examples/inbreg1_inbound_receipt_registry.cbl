       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBREG1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Inbound receipt registry (INBREG.CPY). A branch file
      *    re-sent by the branch system under a fresh header passes
      *    every header/trailer proof the posting run makes -- the
      *    date is today's, the trailer count is right -- and posts
      *    a second time. The posting run now calls this module for
      *    each channel file before it merges anything. The check
      *    fingerprints the file's inbound details (a hash of each
      *    80-byte detail and a content hash over the whole file)
      *    and judges it against every receipt accepted within the
      *    INB-LOOKBACK-DAY window: the same content hash and detail
      *    count is a whole-file match, and a receipt sharing at
      *    least INB-OVERLAP-MIN details that make up INB-OVERLAP-
      *    PCT percent of the new file is an overlap. A matched file
      *    is refused -- the refusal logged on the INBRCPTF registry
      *    -- unless an operator override card on INBOVRP names its
      *    channel, business date, and content hash, in which case
      *    it is accepted and the override logged with the operator
      *    and the reason. The register call, made only once every
      *    channel has passed, appends the receipt with its FILEHDTR
      *    counts and amount totals to INBRCPTF and its detail
      *    fingerprints to INBFPRF. A channel's own receipt for the
      *    business date presented again -- a restart, or a rerun
      *    after a backout -- is recognized and accepted without a
      *    second registration. A registry that cannot be read
      *    refuses the file: nothing is passed as clean against a
      *    check not made.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANNEL-BRN-FILE  ASSIGN TO "CUSTTRNB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANNEL-STATUS.
           SELECT CHANNEL-LBX-FILE  ASSIGN TO "CUSTTRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANNEL-STATUS.
           SELECT CHANNEL-ADJ-FILE  ASSIGN TO "CUSTTRNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANNEL-STATUS.
           SELECT RECEIPT-FILE      ASSIGN TO "INBRCPTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT FINGERPRINT-FILE  ASSIGN TO "INBFPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPRINT-STATUS.
      *    No card, no override: an absent file is the usual night.
           SELECT OVERRIDE-FILE     ASSIGN TO "INBOVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT RUNPARM-FILE      ASSIGN TO "RUNPARMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANNEL-BRN-FILE.
       01  CHANNEL-BRN-RECORD          PIC X(80).

       FD  CHANNEL-LBX-FILE.
       01  CHANNEL-LBX-RECORD          PIC X(80).

       FD  CHANNEL-ADJ-FILE.
       01  CHANNEL-ADJ-RECORD          PIC X(80).

       FD  RECEIPT-FILE.
       01  RECEIPT-IO-RECORD           PIC X(178).

       FD  FINGERPRINT-FILE.
       01  FINGERPRINT-IO-RECORD       PIC X(21).

       FD  OVERRIDE-FILE.
       01  OVERRIDE-IN-RECORD          PIC X(80).

       FD  RUNPARM-FILE.
       01  RUNPARM-IN-RECORD           PIC X(55).

       WORKING-STORAGE SECTION.
       COPY FILEHDTR.
       COPY INBRCPT.
       COPY INBFPR.
       COPY INBOVR.
       COPY RUNPARM.

       01  WS-CHANNEL-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-RECEIPT-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-FPRINT-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-OVERRIDE-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-RUNPARM-STATUS            PIC X(02)   VALUE SPACES.

       01  WS-CHANNEL-EOF-SWITCH        PIC X       VALUE 'N'.
           88  CHANNEL-EOF                          VALUE 'Y'.
       01  WS-RECEIPT-EOF-SWITCH        PIC X       VALUE 'N'.
           88  RECEIPT-EOF                          VALUE 'Y'.
       01  WS-FPRINT-EOF-SWITCH         PIC X       VALUE 'N'.
           88  FPRINT-EOF                           VALUE 'Y'.
       01  WS-OVERRIDE-EOF-SWITCH       PIC X       VALUE 'N'.
           88  OVERRIDE-EOF                         VALUE 'Y'.
       01  WS-RUNPARM-EOF-SWITCH        PIC X       VALUE 'N'.
           88  END-OF-RUNPARMS                      VALUE 'Y'.

      *    Knobs from RUNPARMF, read on the first call of the run.
       01  WS-PARMS-LOADED-SWITCH       PIC X       VALUE 'N'.
           88  PARMS-ALREADY-LOADED                 VALUE 'Y'.
       01  WS-LOOKBACK-DAYS             PIC 9(05)   VALUE 10.
       01  WS-OVERLAP-PCT               PIC 9(03)   VALUE 50.
       01  WS-OVERLAP-MIN               PIC 9(09)   VALUE 10.
       01  WS-BEST-LOOKBACK-EFF         PIC 9(08)   VALUE ZERO.
       01  WS-BEST-PCT-EFF              PIC 9(08)   VALUE ZERO.
       01  WS-BEST-MIN-EFF              PIC 9(08)   VALUE ZERO.
       01  WS-CUTOFF-DATE               PIC 9(08)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      *    The fingerprint pass runs twice: on the check it loads
      *    the new file's detail hashes into the lookup table, and
      *    on the register it writes them to INBFPRF.
       01  WS-PASS-MODE                 PIC X(01)   VALUE 'T'.
           88  PASS-LOADS-TABLE                     VALUE 'T'.
           88  PASS-WRITES-FINGERPRINTS             VALUE 'W'.

       01  WS-CHANNEL-RECORD            PIC X(80)   VALUE SPACES.
       01  WS-CHANNEL-DETAIL REDEFINES WS-CHANNEL-RECORD.
           05  WS-CD-CUSTOMER-ID        PIC X(08).
           05  WS-CD-TRAN-TYPE          PIC X(01).
           05  WS-CD-AMOUNT             PIC 9(09)V99.
           05  FILLER                   PIC X(60).
       01  WS-INBOUND-SLICE-SWITCH      PIC X       VALUE 'N'.
           88  SLICE-IS-INBOUND                     VALUE 'Y'.
       01  WS-CHAR-INDEX                PIC 9(03)   VALUE ZERO.
       01  WS-RECORD-HASH               PIC 9(09)   VALUE ZERO.
       01  WS-HASH-WORK                 PIC 9(18)   VALUE ZERO.

      *    The new file's distinct detail hashes, open-addressed on
      *    the hash modulo the table size. Each slot remembers how
      *    many of the file's details carry its hash and which
      *    earlier receipt last matched it, so one pass of the
      *    fingerprint file scores every earlier receipt without
      *    clearing the table between them.
       01  WS-HASH-TABLE.
           05  WS-HASH-SLOT OCCURS 7001 TIMES.
               10  WS-HSL-USED          PIC X(01).
               10  WS-HSL-HASH          PIC 9(09).
               10  WS-HSL-COUNT         PIC 9(05).
               10  WS-HSL-STAMP         PIC 9(07).
       01  WS-HASH-TABLE-SIZE           PIC 9(05)   VALUE 7001.
       01  WS-HASH-DISTINCT-LIMIT       PIC 9(05)   VALUE 5000.
       01  WS-HASH-DISTINCT             PIC 9(05)   VALUE ZERO.
       01  WS-HASH-LOADED               PIC 9(09)   VALUE ZERO.
       01  WS-HASH-FULL-SWITCH          PIC X       VALUE 'N'.
           88  HASH-TABLE-FULL                      VALUE 'Y'.
       01  WS-SLOT-IDX                  PIC 9(05)   VALUE ZERO.
       01  WS-SLOT-FOUND-SWITCH         PIC X       VALUE 'N'.
           88  SLOT-FOUND                           VALUE 'Y'.
           88  SLOT-EMPTY                           VALUE 'E'.

      *    Registry scan results.
       01  WS-REGISTRY-SWITCH           PIC X       VALUE 'Y'.
           88  REGISTRY-READABLE                    VALUE 'Y'.
           88  REGISTRY-UNREADABLE                  VALUE 'N'.
       01  WS-SAME-NIGHT-SWITCH         PIC X       VALUE 'N'.
           88  SAME-NIGHT-RECEIPT                   VALUE 'Y'.
       01  WS-HIGH-SEQ                  PIC 9(03)   VALUE ZERO.

      *    Fingerprint scan: one group per earlier receipt.
       01  WS-GROUP-KEY.
           05  WS-GRP-DATE              PIC 9(08)   VALUE ZERO.
           05  WS-GRP-CHANNEL           PIC X(01)   VALUE SPACE.
           05  WS-GRP-SEQ               PIC 9(03)   VALUE ZERO.
       01  WS-GROUP-NUMBER              PIC 9(07)   VALUE ZERO.
       01  WS-GROUP-MATCHED             PIC 9(09)   VALUE ZERO.
       01  WS-GROUP-PCT                 PIC 9(03)   VALUE ZERO.
       01  WS-GROUP-OPEN-SWITCH         PIC X       VALUE 'N'.
           88  GROUP-IS-OPEN                        VALUE 'Y'.

       01  WS-OVERRIDE-FOUND-SWITCH     PIC X       VALUE 'N'.
           88  OVERRIDE-FOUND                       VALUE 'Y'.
       01  WS-RECEIPT-ACTION            PIC X(01)   VALUE SPACE.
       01  WS-MSG-SEQ                   PIC 9(03)   VALUE ZERO.
       01  WS-MSG-PCT                   PIC ZZ9     VALUE ZERO.

       LINKAGE SECTION.
       COPY INBREG.

       PROCEDURE DIVISION USING INBREG-COMM-AREA.

       0000-MAIN-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF NOT PARMS-ALREADY-LOADED
               PERFORM 1000-LOAD-RUNTIME-PARAMETERS
           END-IF
           IF INBREG-FUNCTION-CHECK
               PERFORM 2000-CHECK-RECEIPT
           ELSE
               PERFORM 6000-REGISTER-RECEIPT
           END-IF
           GOBACK.

       1000-LOAD-RUNTIME-PARAMETERS.
           SET PARMS-ALREADY-LOADED TO TRUE
           MOVE 'N' TO WS-RUNPARM-EOF-SWITCH
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = '00'
               PERFORM 1100-READ-ONE-RUNPARM UNTIL END-OF-RUNPARMS
               CLOSE RUNPARM-FILE
           END-IF.

       1100-READ-ONE-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET END-OF-RUNPARMS TO TRUE
               NOT AT END
                   MOVE RUNPARM-IN-RECORD TO RUNPARM-RECORD
                   IF RUNPARM-EFFECTIVE-DATE <= INBREG-BUSINESS-DATE
                       AND RUNPARM-VALUE > ZERO
                       PERFORM 1150-TAKE-ONE-RUNPARM
                   END-IF
           END-READ.

       1150-TAKE-ONE-RUNPARM.
           IF RUNPARM-NAME = 'INB-LOOKBACK-DAY'
               AND RUNPARM-EFFECTIVE-DATE > WS-BEST-LOOKBACK-EFF
               MOVE RUNPARM-EFFECTIVE-DATE TO WS-BEST-LOOKBACK-EFF
               MOVE RUNPARM-VALUE TO WS-LOOKBACK-DAYS
           END-IF
           IF RUNPARM-NAME = 'INB-OVERLAP-PCT '
               AND RUNPARM-EFFECTIVE-DATE > WS-BEST-PCT-EFF
               AND RUNPARM-VALUE <= 100
               MOVE RUNPARM-EFFECTIVE-DATE TO WS-BEST-PCT-EFF
               MOVE RUNPARM-VALUE TO WS-OVERLAP-PCT
           END-IF
           IF RUNPARM-NAME = 'INB-OVERLAP-MIN '
               AND RUNPARM-EFFECTIVE-DATE > WS-BEST-MIN-EFF
               MOVE RUNPARM-EFFECTIVE-DATE TO WS-BEST-MIN-EFF
               MOVE RUNPARM-VALUE TO WS-OVERLAP-MIN
           END-IF.

      *    Fingerprint the file, then judge it: the channel's own
      *    receipt for tonight first, then a whole-file match on the
      *    registry, then an overlap on the fingerprints. Only a
      *    match goes on to look for an override card.
       2000-CHECK-RECEIPT.
           SET INBREG-RESULT-NEW TO TRUE
           SET INBREG-MATCH-NONE TO TRUE
           MOVE ZERO TO INBREG-RECEIPT-SEQ
                        INBREG-MATCH-DATE
                        INBREG-MATCH-SEQ
                        INBREG-MATCHED-COUNT
                        INBREG-OVERLAP-PCT
           MOVE SPACES TO INBREG-MATCH-CHANNEL
                          INBREG-OVERRIDE-USERID
                          INBREG-OVERRIDE-REASON
                          INBREG-MESSAGE
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(INBREG-BUSINESS-DATE)
                   - WS-LOOKBACK-DAYS)
           INITIALIZE WS-HASH-TABLE
           MOVE ZERO TO WS-HASH-DISTINCT
                        WS-HASH-LOADED
           MOVE 'N' TO WS-HASH-FULL-SWITCH
           SET PASS-LOADS-TABLE TO TRUE
           PERFORM 3000-FINGERPRINT-CHANNEL-FILE
           PERFORM 4000-SCAN-RECEIPT-REGISTRY
           IF REGISTRY-READABLE
               AND NOT SAME-NIGHT-RECEIPT
               AND INBREG-MATCH-NONE
               AND WS-HASH-LOADED > ZERO
               PERFORM 4500-SCAN-FINGERPRINTS
           END-IF
           EVALUATE TRUE
               WHEN REGISTRY-UNREADABLE
                   SET INBREG-RESULT-REFUSED TO TRUE
                   STRING 'RECEIPT REGISTRY COULD NOT BE READ --'
                       ' FILE NOT SCREENED'
                       DELIMITED BY SIZE INTO INBREG-MESSAGE
               WHEN SAME-NIGHT-RECEIPT
                   SET INBREG-RESULT-SAME-NIGHT TO TRUE
                   SET INBREG-MATCH-NONE TO TRUE
                   MOVE ZERO TO INBREG-MATCH-DATE
                                INBREG-MATCH-SEQ
                                INBREG-MATCHED-COUNT
                                INBREG-OVERLAP-PCT
                   MOVE SPACES TO INBREG-MATCH-CHANNEL
                   MOVE INBREG-RECEIPT-SEQ TO WS-MSG-SEQ
                   STRING 'RECEIPT ' WS-MSG-SEQ
                       ' FOR THIS DATE PRESENTED AGAIN -- ACCEPTED'
                       DELIMITED BY SIZE INTO INBREG-MESSAGE
               WHEN INBREG-MATCH-NONE
                   CONTINUE
               WHEN OTHER
                   PERFORM 2100-BUILD-MATCH-MESSAGE
                   PERFORM 5000-CHECK-FOR-OVERRIDE
           END-EVALUATE.

       2100-BUILD-MATCH-MESSAGE.
           MOVE INBREG-MATCH-SEQ TO WS-MSG-SEQ
           MOVE INBREG-OVERLAP-PCT TO WS-MSG-PCT
           IF INBREG-MATCH-WHOLE
               STRING 'SAME CONTENT AS RECEIPT ' INBREG-MATCH-DATE
                   ' ' INBREG-MATCH-CHANNEL ' ' WS-MSG-SEQ
                   DELIMITED BY SIZE INTO INBREG-MESSAGE
           ELSE
               STRING WS-MSG-PCT '% OVERLAP WITH RECEIPT '
                   INBREG-MATCH-DATE ' ' INBREG-MATCH-CHANNEL ' '
                   WS-MSG-SEQ
                   DELIMITED BY SIZE INTO INBREG-MESSAGE
           END-IF.

      *    One pass over the channel file. Only inbound slices are
      *    fingerprinted; a generated feed on the adjustments
      *    channel (headed CUSTTRAN) is the shop's own output, and
      *    a recurring standing order must not read as a re-sent
      *    file.
       3000-FINGERPRINT-CHANNEL-FILE.
           IF PASS-LOADS-TABLE
               MOVE ZERO TO INBREG-SLICE-COUNT
                            INBREG-FIRST-HDR-DATE
                            INBREG-TRAILER-COUNT
                            INBREG-DETAIL-COUNT
                            INBREG-DEBIT-TOTAL
                            INBREG-CREDIT-TOTAL
                            INBREG-HASH-SEQUENCE
                            INBREG-HASH-SUM
           END-IF
           MOVE 'N' TO WS-INBOUND-SLICE-SWITCH
           MOVE 'N' TO WS-CHANNEL-EOF-SWITCH
           EVALUATE INBREG-CHANNEL-CODE
               WHEN 'B'
                   OPEN INPUT CHANNEL-BRN-FILE
               WHEN 'L'
                   OPEN INPUT CHANNEL-LBX-FILE
               WHEN OTHER
                   OPEN INPUT CHANNEL-ADJ-FILE
           END-EVALUATE
           IF WS-CHANNEL-STATUS NOT = '00'
               DISPLAY '*** INBREG1 CHANNEL FILE ' INBREG-DD-NAME
                   ' NOT AVAILABLE, STATUS ' WS-CHANNEL-STATUS
                   ' -- NOTHING FINGERPRINTED ***'
           ELSE
               PERFORM 3100-FINGERPRINT-ONE-RECORD UNTIL CHANNEL-EOF
               EVALUATE INBREG-CHANNEL-CODE
                   WHEN 'B'
                       CLOSE CHANNEL-BRN-FILE
                   WHEN 'L'
                       CLOSE CHANNEL-LBX-FILE
                   WHEN OTHER
                       CLOSE CHANNEL-ADJ-FILE
               END-EVALUATE
           END-IF.

       3100-FINGERPRINT-ONE-RECORD.
           PERFORM 3150-READ-CHANNEL
           IF NOT CHANNEL-EOF
               EVALUATE TRUE
                   WHEN WS-CHANNEL-RECORD(1:4) = 'HDR*'
                       MOVE WS-CHANNEL-RECORD TO FILEHDTR-RECORD
                       IF INBREG-CHANNEL-CODE = 'A'
                           AND FILEHDTR-FILE-NAME = 'CUSTTRAN'
                           MOVE 'N' TO WS-INBOUND-SLICE-SWITCH
                       ELSE
                           SET SLICE-IS-INBOUND TO TRUE
                           IF PASS-LOADS-TABLE
                               PERFORM 3200-COUNT-INBOUND-HEADER
                           END-IF
                       END-IF
                   WHEN WS-CHANNEL-RECORD(1:4) = 'TRL*'
                       MOVE WS-CHANNEL-RECORD TO FILEHDTR-RECORD
                       IF SLICE-IS-INBOUND
                           AND PASS-LOADS-TABLE
                           AND FILEHDTR-RECORD-COUNT IS NUMERIC
                           ADD FILEHDTR-RECORD-COUNT
                               TO INBREG-TRAILER-COUNT
                       END-IF
                       MOVE 'N' TO WS-INBOUND-SLICE-SWITCH
                   WHEN SLICE-IS-INBOUND
                       PERFORM 3300-HASH-DETAIL-RECORD
                       IF PASS-LOADS-TABLE
                           PERFORM 3400-ADD-DETAIL-TO-RECEIPT
                       ELSE
                           PERFORM 6200-WRITE-FINGERPRINT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3150-READ-CHANNEL.
           EVALUATE INBREG-CHANNEL-CODE
               WHEN 'B'
                   READ CHANNEL-BRN-FILE
                       AT END
                           SET CHANNEL-EOF TO TRUE
                       NOT AT END
                           MOVE CHANNEL-BRN-RECORD
                               TO WS-CHANNEL-RECORD
                   END-READ
               WHEN 'L'
                   READ CHANNEL-LBX-FILE
                       AT END
                           SET CHANNEL-EOF TO TRUE
                       NOT AT END
                           MOVE CHANNEL-LBX-RECORD
                               TO WS-CHANNEL-RECORD
                   END-READ
               WHEN OTHER
                   READ CHANNEL-ADJ-FILE
                       AT END
                           SET CHANNEL-EOF TO TRUE
                       NOT AT END
                           MOVE CHANNEL-ADJ-RECORD
                               TO WS-CHANNEL-RECORD
                   END-READ
           END-EVALUATE.

       3200-COUNT-INBOUND-HEADER.
           ADD 1 TO INBREG-SLICE-COUNT
           IF INBREG-SLICE-COUNT = 1
               AND FILEHDTR-BUSINESS-DATE IS NUMERIC
               MOVE FILEHDTR-BUSINESS-DATE TO INBREG-FIRST-HDR-DATE
           END-IF.

      *    The record hash folds the 80 bytes in order, so the same
      *    characters in a different order hash differently.
       3300-HASH-DETAIL-RECORD.
           MOVE ZERO TO WS-RECORD-HASH
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
               UNTIL WS-CHAR-INDEX > 80
               COMPUTE WS-HASH-WORK = WS-RECORD-HASH * 31
                   + FUNCTION ORD(WS-CHANNEL-RECORD(WS-CHAR-INDEX:1))
               COMPUTE WS-RECORD-HASH =
                   FUNCTION MOD(WS-HASH-WORK 999999937)
           END-PERFORM.

      *    The content hash is two figures: one folds the record
      *    hashes in file order, the other simply adds them. Two
      *    files agreeing on both, and on the detail count, carry
      *    the same details in the same order.
       3400-ADD-DETAIL-TO-RECEIPT.
           ADD 1 TO INBREG-DETAIL-COUNT
           EVALUATE WS-CD-TRAN-TYPE
               WHEN 'D'
                   IF WS-CD-AMOUNT IS NUMERIC
                       ADD WS-CD-AMOUNT TO INBREG-DEBIT-TOTAL
                   END-IF
               WHEN 'C'
                   IF WS-CD-AMOUNT IS NUMERIC
                       ADD WS-CD-AMOUNT TO INBREG-CREDIT-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE WS-HASH-WORK = INBREG-HASH-SEQUENCE * 131
               + WS-RECORD-HASH
           COMPUTE INBREG-HASH-SEQUENCE =
               FUNCTION MOD(WS-HASH-WORK 999999929)
           COMPUTE WS-HASH-WORK = INBREG-HASH-SUM + WS-RECORD-HASH
           COMPUTE INBREG-HASH-SUM =
               FUNCTION MOD(WS-HASH-WORK 999999937)
           PERFORM 3500-FIND-HASH-SLOT
           EVALUATE TRUE
               WHEN SLOT-FOUND
                   ADD 1 TO WS-HSL-COUNT(WS-SLOT-IDX)
                   ADD 1 TO WS-HASH-LOADED
               WHEN WS-HASH-DISTINCT >= WS-HASH-DISTINCT-LIMIT
                   IF NOT HASH-TABLE-FULL
                       SET HASH-TABLE-FULL TO TRUE
                       DISPLAY '*** INBREG1 ' INBREG-DD-NAME
                           ' HAS MORE THAN 5000 DISTINCT DETAILS'
                           ' -- OVERLAP JUDGED ON THE FIRST 5000 ***'
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-HSL-USED(WS-SLOT-IDX)
                   MOVE WS-RECORD-HASH TO WS-HSL-HASH(WS-SLOT-IDX)
                   MOVE 1 TO WS-HSL-COUNT(WS-SLOT-IDX)
                   MOVE ZERO TO WS-HSL-STAMP(WS-SLOT-IDX)
                   ADD 1 TO WS-HASH-DISTINCT
                   ADD 1 TO WS-HASH-LOADED
           END-EVALUATE.

      *    Linear probe from the home slot until the hash or an
      *    empty slot turns up. The table is never more than five-
      *    sevenths full, so an empty slot always ends the probe.
       3500-FIND-HASH-SLOT.
           COMPUTE WS-SLOT-IDX =
               FUNCTION MOD(WS-RECORD-HASH WS-HASH-TABLE-SIZE) + 1
           MOVE 'N' TO WS-SLOT-FOUND-SWITCH
           PERFORM UNTIL SLOT-FOUND OR SLOT-EMPTY
               IF WS-HSL-USED(WS-SLOT-IDX) NOT = 'Y'
                   SET SLOT-EMPTY TO TRUE
               ELSE
                   IF WS-HSL-HASH(WS-SLOT-IDX) = WS-RECORD-HASH
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       IF WS-SLOT-IDX >= WS-HASH-TABLE-SIZE
                           MOVE 1 TO WS-SLOT-IDX
                       ELSE
                           ADD 1 TO WS-SLOT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    The registry gives the next receipt sequence for this
      *    channel and date, recognizes the channel's own receipt
      *    for tonight, and finds a whole-file match. Only receipts
      *    that were posted count as matches, and only those inside
      *    the look-back window.
       4000-SCAN-RECEIPT-REGISTRY.
           SET REGISTRY-READABLE TO TRUE
           MOVE 'N' TO WS-SAME-NIGHT-SWITCH
           MOVE ZERO TO WS-HIGH-SEQ
           MOVE 'N' TO WS-RECEIPT-EOF-SWITCH
           OPEN INPUT RECEIPT-FILE
           EVALUATE WS-RECEIPT-STATUS
               WHEN '00'
                   PERFORM 4100-READ-ONE-RECEIPT UNTIL RECEIPT-EOF
                   CLOSE RECEIPT-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   SET REGISTRY-UNREADABLE TO TRUE
                   DISPLAY '*** INBREG1 RECEIPT REGISTRY INBRCPTF NOT'
                       ' READABLE, STATUS ' WS-RECEIPT-STATUS ' ***'
           END-EVALUATE
           IF NOT SAME-NIGHT-RECEIPT
               COMPUTE INBREG-RECEIPT-SEQ = WS-HIGH-SEQ + 1
           END-IF.

       4100-READ-ONE-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   SET RECEIPT-EOF TO TRUE
               NOT AT END
                   MOVE RECEIPT-IO-RECORD TO INBRCPT-RECORD
                   PERFORM 4200-JUDGE-ONE-RECEIPT
           END-READ.

       4200-JUDGE-ONE-RECEIPT.
           IF INBRCPT-BUSINESS-DATE = INBREG-BUSINESS-DATE
               AND INBRCPT-CHANNEL = INBREG-CHANNEL-CODE
               AND INBRCPT-RECEIPT-SEQ > WS-HIGH-SEQ
               MOVE INBRCPT-RECEIPT-SEQ TO WS-HIGH-SEQ
           END-IF
           IF INBRCPT-POSTED
               AND INBRCPT-CONTENT-HASH = INBREG-CONTENT-HASH
               AND INBRCPT-DETAIL-COUNT = INBREG-DETAIL-COUNT
               IF INBRCPT-BUSINESS-DATE = INBREG-BUSINESS-DATE
                   AND INBRCPT-CHANNEL = INBREG-CHANNEL-CODE
                   SET SAME-NIGHT-RECEIPT TO TRUE
                   MOVE INBRCPT-RECEIPT-SEQ TO INBREG-RECEIPT-SEQ
               ELSE
                   IF INBREG-DETAIL-COUNT > ZERO
                       AND INBRCPT-BUSINESS-DATE >= WS-CUTOFF-DATE
                       AND INBRCPT-BUSINESS-DATE
                           <= INBREG-BUSINESS-DATE
                       SET INBREG-MATCH-WHOLE TO TRUE
                       MOVE INBRCPT-BUSINESS-DATE
                           TO INBREG-MATCH-DATE
                       MOVE INBRCPT-CHANNEL TO INBREG-MATCH-CHANNEL
                       MOVE INBRCPT-RECEIPT-SEQ TO INBREG-MATCH-SEQ
                       MOVE INBREG-DETAIL-COUNT
                           TO INBREG-MATCHED-COUNT
                       MOVE 100 TO INBREG-OVERLAP-PCT
                   END-IF
               END-IF
           END-IF.

      *    A receipt's fingerprints lie together on INBFPRF, so the
      *    file is read once and each receipt scored as its group
      *    ends. The receipt sharing the largest share of the new
      *    file's details is the one reported.
       4500-SCAN-FINGERPRINTS.
           MOVE ZERO TO WS-GROUP-NUMBER
           MOVE 'N' TO WS-GROUP-OPEN-SWITCH
           MOVE 'N' TO WS-FPRINT-EOF-SWITCH
           OPEN INPUT FINGERPRINT-FILE
           EVALUATE WS-FPRINT-STATUS
               WHEN '00'
                   PERFORM 4600-READ-ONE-FINGERPRINT UNTIL FPRINT-EOF
                   CLOSE FINGERPRINT-FILE
                   IF GROUP-IS-OPEN
                       PERFORM 4800-SCORE-ONE-GROUP
                   END-IF
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   SET REGISTRY-UNREADABLE TO TRUE
                   DISPLAY '*** INBREG1 FINGERPRINT FILE INBFPRF NOT'
                       ' READABLE, STATUS ' WS-FPRINT-STATUS ' ***'
           END-EVALUATE.

       4600-READ-ONE-FINGERPRINT.
           READ FINGERPRINT-FILE
               AT END
                   SET FPRINT-EOF TO TRUE
               NOT AT END
                   MOVE FINGERPRINT-IO-RECORD TO INBFPR-RECORD
                   IF INBFPR-BUSINESS-DATE >= WS-CUTOFF-DATE
                       AND INBFPR-BUSINESS-DATE
                           <= INBREG-BUSINESS-DATE
                       PERFORM 4700-MATCH-ONE-FINGERPRINT
                   END-IF
           END-READ.

       4700-MATCH-ONE-FINGERPRINT.
           IF NOT GROUP-IS-OPEN
               OR INBFPR-RECEIPT-KEY NOT = WS-GROUP-KEY
               IF GROUP-IS-OPEN
                   PERFORM 4800-SCORE-ONE-GROUP
               END-IF
               SET GROUP-IS-OPEN TO TRUE
               MOVE INBFPR-RECEIPT-KEY TO WS-GROUP-KEY
               ADD 1 TO WS-GROUP-NUMBER
               MOVE ZERO TO WS-GROUP-MATCHED
           END-IF
           MOVE INBFPR-RECORD-HASH TO WS-RECORD-HASH
           PERFORM 3500-FIND-HASH-SLOT
           IF SLOT-FOUND
               AND WS-HSL-STAMP(WS-SLOT-IDX) NOT = WS-GROUP-NUMBER
               MOVE WS-GROUP-NUMBER TO WS-HSL-STAMP(WS-SLOT-IDX)
               ADD WS-HSL-COUNT(WS-SLOT-IDX) TO WS-GROUP-MATCHED
           END-IF.

       4800-SCORE-ONE-GROUP.
           COMPUTE WS-GROUP-PCT =
               (WS-GROUP-MATCHED * 100) / WS-HASH-LOADED
           IF WS-GROUP-MATCHED >= WS-OVERLAP-MIN
               AND WS-GROUP-PCT >= WS-OVERLAP-PCT
               AND WS-GROUP-PCT > INBREG-OVERLAP-PCT
               SET INBREG-MATCH-OVERLAP TO TRUE
               MOVE WS-GRP-DATE    TO INBREG-MATCH-DATE
               MOVE WS-GRP-CHANNEL TO INBREG-MATCH-CHANNEL
               MOVE WS-GRP-SEQ     TO INBREG-MATCH-SEQ
               MOVE WS-GROUP-MATCHED TO INBREG-MATCHED-COUNT
               MOVE WS-GROUP-PCT   TO INBREG-OVERLAP-PCT
           END-IF.

      *    A matched file posts only on a card naming this channel,
      *    this business date, and this file's content hash.
      *    Otherwise the refusal is logged on the registry here --
      *    the posting run ends before any register call.
       5000-CHECK-FOR-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-FOUND-SWITCH
           MOVE 'N' TO WS-OVERRIDE-EOF-SWITCH
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = '00'
               PERFORM 5100-READ-ONE-OVERRIDE UNTIL OVERRIDE-EOF
               CLOSE OVERRIDE-FILE
           END-IF
           IF OVERRIDE-FOUND
               SET INBREG-RESULT-OVERRIDDEN TO TRUE
               DISPLAY '*** INBREG1 ' INBREG-DD-NAME ' '
                   INBREG-MESSAGE
               DISPLAY '*** INBREG1 ' INBREG-DD-NAME
                   ' ACCEPTED ON OVERRIDE BY '
                   INBREG-OVERRIDE-USERID ' -- '
                   INBREG-OVERRIDE-REASON ' ***'
           ELSE
               SET INBREG-RESULT-REFUSED TO TRUE
               MOVE 'R' TO WS-RECEIPT-ACTION
               PERFORM 6100-WRITE-RECEIPT
           END-IF.

       5100-READ-ONE-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   SET OVERRIDE-EOF TO TRUE
               NOT AT END
                   MOVE OVERRIDE-IN-RECORD TO INBOVR-RECORD
                   IF INBOVR-CHANNEL = INBREG-CHANNEL-CODE
                       AND INBOVR-BUSINESS-DATE
                           = INBREG-BUSINESS-DATE
                       AND INBOVR-CONTENT-HASH
                           = INBREG-CONTENT-HASH
                       AND INBOVR-OPERATOR-USERID NOT = SPACES
                       SET OVERRIDE-FOUND TO TRUE
                       MOVE INBOVR-OPERATOR-USERID
                           TO INBREG-OVERRIDE-USERID
                       MOVE INBOVR-REASON TO INBREG-OVERRIDE-REASON
                   END-IF
           END-READ.

      *    Register an accepted receipt: the registry record, then
      *    a second pass of the channel file for its fingerprints.
      *    The channel's own receipt presented again was registered
      *    the first time and is left alone.
       6000-REGISTER-RECEIPT.
           IF INBREG-RESULT-NEW
               OR INBREG-RESULT-OVERRIDDEN
               IF INBREG-RESULT-NEW
                   MOVE 'A' TO WS-RECEIPT-ACTION
               ELSE
                   MOVE 'O' TO WS-RECEIPT-ACTION
               END-IF
               PERFORM 6100-WRITE-RECEIPT
               OPEN EXTEND FINGERPRINT-FILE
               IF WS-FPRINT-STATUS NOT = '00'
                   DISPLAY '*** INBREG1 FINGERPRINT FILE INBFPRF NOT'
                       ' WRITABLE, STATUS ' WS-FPRINT-STATUS
                       ' -- ' INBREG-DD-NAME ' NOT FINGERPRINTED ***'
               ELSE
                   SET PASS-WRITES-FINGERPRINTS TO TRUE
                   PERFORM 3000-FINGERPRINT-CHANNEL-FILE
                   CLOSE FINGERPRINT-FILE
               END-IF
           END-IF.

       6100-WRITE-RECEIPT.
           MOVE SPACES TO INBRCPT-RECORD
           MOVE INBREG-BUSINESS-DATE   TO INBRCPT-BUSINESS-DATE
           MOVE INBREG-CHANNEL-CODE    TO INBRCPT-CHANNEL
           MOVE INBREG-RECEIPT-SEQ     TO INBRCPT-RECEIPT-SEQ
           MOVE WS-RECEIPT-ACTION      TO INBRCPT-ACTION
           MOVE INBREG-SLICE-COUNT     TO INBRCPT-SLICE-COUNT
           MOVE INBREG-FIRST-HDR-DATE  TO INBRCPT-FIRST-HDR-DATE
           MOVE INBREG-TRAILER-COUNT   TO INBRCPT-TRAILER-COUNT
           MOVE INBREG-DETAIL-COUNT    TO INBRCPT-DETAIL-COUNT
           MOVE INBREG-DEBIT-TOTAL     TO INBRCPT-DEBIT-TOTAL
           MOVE INBREG-CREDIT-TOTAL    TO INBRCPT-CREDIT-TOTAL
           MOVE INBREG-CONTENT-HASH    TO INBRCPT-CONTENT-HASH
           MOVE INBREG-MATCH-KIND      TO INBRCPT-MATCH-KIND
           MOVE INBREG-MATCH-DATE      TO INBRCPT-MATCH-DATE
           MOVE INBREG-MATCH-CHANNEL   TO INBRCPT-MATCH-CHANNEL
           MOVE INBREG-MATCH-SEQ       TO INBRCPT-MATCH-SEQ
           MOVE INBREG-OVERLAP-PCT     TO INBRCPT-OVERLAP-PCT
           MOVE INBREG-OVERRIDE-USERID TO INBRCPT-OVERRIDE-USERID
           MOVE INBREG-OVERRIDE-REASON TO INBRCPT-OVERRIDE-REASON
           MOVE WS-CURR-DATE           TO INBRCPT-LOGGED-DATE
           MOVE WS-CURR-TIME           TO INBRCPT-LOGGED-TIME
           MOVE INBREG-CALLER          TO INBRCPT-CALLER
           MOVE INBREG-CORRELATION-ID  TO INBRCPT-CORRELATION-ID
           OPEN EXTEND RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = '00'
               DISPLAY '*** INBREG1 RECEIPT REGISTRY INBRCPTF NOT'
                   ' WRITABLE, STATUS ' WS-RECEIPT-STATUS
                   ' -- ' INBREG-DD-NAME ' NOT REGISTERED ***'
           ELSE
               MOVE INBRCPT-RECORD TO RECEIPT-IO-RECORD
               WRITE RECEIPT-IO-RECORD
               CLOSE RECEIPT-FILE
           END-IF.

       6200-WRITE-FINGERPRINT.
           MOVE INBREG-BUSINESS-DATE TO INBFPR-BUSINESS-DATE
           MOVE INBREG-CHANNEL-CODE  TO INBFPR-CHANNEL
           MOVE INBREG-RECEIPT-SEQ   TO INBFPR-RECEIPT-SEQ
           MOVE WS-RECORD-HASH       TO INBFPR-RECORD-HASH
           MOVE INBFPR-RECORD TO FINGERPRINT-IO-RECORD
           WRITE FINGERPRINT-IO-RECORD.
