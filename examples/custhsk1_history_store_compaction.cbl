       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHSK1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly compaction of the posted history into the keyed
      *    history store. Every reader of the posted history used to
      *    concatenate however many daily CUSTHIST slices it needed
      *    -- a statement period, a fiscal year -- and scan them all
      *    for one customer, so the slices could never be let go.
      *    This job, run after the posting run (and any merge run)
      *    of the night, takes the night's slices (CUSTHSTD, the
      *    posting run's CUSTHIST and any CUSTHSTM merge slice
      *    concatenated) and loads every detail into the CUSTHSTK
      *    store (CUSTHSK.CPY), keyed by customer and the business
      *    date of the run that posted it, with an alternate path
      *    by run date and one by customer and booked date.
      *
      *    Nothing is loaded until every slice offered has been
      *    proved: header and trailer present, the trailer count
      *    equal to the details, the slice for a business date not
      *    after today's, and the slice not already in the store
      *    -- the CUSTHSKL load log (CUSTHSL.CPY) says which slices
      *    are, and a slice offered twice is refused with RC 8. A
      *    run the backout job (CUSTBKO1) took out of the store
      *    whole may be loaded again; one it took only some
      *    channels out of takes a slice of those channels alone.
      *    Each slice is then written under its own run of load
      *    sequence numbers, and read back through the run-date
      *    path: the records read back must equal the slice's
      *    details and the trailer count, and their amounts the
      *    amounts the slice carried, before the load is logged. A
      *    load that dies part way is not logged, and the next run
      *    clears what it left before loading the slice again.
      *
      *    A reversal in the slice cross-stamps its original in the
      *    store, exactly as the posting run stamped it on the
      *    rolling inventory, so the store shows the pair from
      *    either side. A reversal whose original is not in the
      *    store -- posted before the store began, or under an id
      *    that has since been merged away -- is listed and sets
      *    RC 4. The CUSTHSKR report shows every slice with its
      *    control totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLICE-FILE        ASSIGN TO "CUSTHSTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-STATUS.
           SELECT HSTKEY-FILE       ASSIGN TO "CUSTHSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSTKEY-FILE-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-RUN-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-POSTED-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-STATUS.
           SELECT LOADLOG-FILE      ASSIGN TO "CUSTHSKL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADLOG-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "CUSTHSKR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SLICE-FILE.
       01  SLICE-IN-LINE               PIC X(80).

       FD  HSTKEY-FILE.
       01  HSTKEY-FILE-RECORD.
           05  HSTKEY-FILE-KEY.
               10  FILLER              PIC X(08).
               10  HSTKEY-FILE-RUN-KEY PIC X(15).
           05  HSTKEY-FILE-POSTED-KEY  PIC X(16).
           05  FILLER                  PIC X(75).

       FD  LOADLOG-FILE.
       01  LOADLOG-LINE                PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-SLICE-EOF                 PIC X       VALUE 'N'.
           88  END-OF-SLICES                        VALUE 'Y'.
       01  WS-LOADLOG-EOF               PIC X       VALUE 'N'.
           88  END-OF-LOADLOG                       VALUE 'Y'.
       01  WS-BROWSE-EOF                PIC X       VALUE 'N'.
           88  END-OF-BROWSE                        VALUE 'Y'.
       01  WS-SLICE-OPEN-SW             PIC X       VALUE 'N'.
           88  SLICE-IS-OPEN                        VALUE 'Y'.
       01  WS-ORIGINAL-SW               PIC X       VALUE 'N'.
           88  ORIGINAL-STAMPED                     VALUE 'Y'.

       01  WS-SLICE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-STORE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-LOADLOG-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.
       01  WS-REFUSAL-TEXT              PIC X(60)   VALUE SPACES.

      *    Run-level unit-of-work correlation id, carried onto any
      *    ERR020W message the file-status handler escalates.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

      *    One entry per slice offered, filled by the proving pass
      *    and carried through the load. The log state is what the
      *    load log already says about the slice: N nothing, L
      *    loaded, B backed out whole, C one channel backed out --
      *    the rest of that run is still in the store. The channel
      *    bytes say which arrival channels (branch, lockbox,
      *    adjustments, any other) the slice carries and which the
      *    backout has taken out since the run was loaded.
       01  WS-SLICE-TABLE.
           05  WS-SLICE-COUNT           PIC 9(03)   VALUE ZERO.
           05  WS-SLICE-ENTRY OCCURS 50 TIMES.
               10  WS-SLC-RUN-DATE      PIC 9(08).
               10  WS-SLC-SOURCE        PIC X(04).
               10  WS-SLC-TRAILER-COUNT PIC 9(09).
               10  WS-SLC-DETAILS       PIC 9(09).
               10  WS-SLC-AMOUNT        PIC 9(13)V99.
               10  WS-SLC-LOG-STATE     PIC X(01).
               10  WS-SLC-CHANNELS      PIC X(04).
               10  WS-SLC-OUT-CHANNELS  PIC X(04).
               10  WS-SLC-MAX-SEQ       PIC 9(07).
               10  WS-SLC-FIRST-SEQ     PIC 9(07).
               10  WS-SLC-LAST-SEQ      PIC 9(07).
               10  WS-SLC-STORED        PIC 9(09).
               10  WS-SLC-STORED-AMOUNT PIC 9(13)V99.
               10  WS-SLC-CLEARED       PIC 9(07).
               10  WS-SLC-STAMPED       PIC 9(07).
               10  WS-SLC-UNMATCHED     PIC 9(07).
       01  WS-SLC-IDX                   PIC 9(03).
       01  WS-OTHER-IDX                 PIC 9(03).
       01  WS-CHANNEL-POS               PIC 9(01).
       01  WS-CUR-SLC                   PIC 9(03)   VALUE ZERO.
       01  WS-NEXT-SEQ                  PIC 9(07)   VALUE ZERO.

       01  WS-SEEK-RUN-KEY.
           05  WS-SEEK-RUN-DATE         PIC 9(08).
           05  WS-SEEK-RUN-SEQ          PIC 9(07).
       01  WS-LAST-RUN-KEY.
           05  WS-LAST-RUN-DATE         PIC 9(08).
           05  WS-LAST-RUN-SEQ          PIC 9(07).
       01  WS-SEEK-POSTED-KEY.
           05  WS-SEEK-POSTED-CUSTOMER  PIC X(08).
           05  WS-SEEK-POSTED-DATE      PIC 9(08).

      *    The reversal being matched to its original.
       01  WS-REVERSAL-WORK.
           05  WS-REV-CUSTOMER          PIC X(08).
           05  WS-REV-AMOUNT            PIC 9(09)V99.
           05  WS-REV-ORIGINAL-DATE     PIC 9(08).
           05  WS-REV-DATE              PIC 9(08).

       01  WS-CONTROL-TOTALS.
           05  WS-SLICES-LOADED         PIC 9(05)   VALUE ZERO.
           05  WS-RECORDS-STORED        PIC 9(09)   VALUE ZERO.
           05  WS-LEFTOVERS-CLEARED     PIC 9(07)   VALUE ZERO.
           05  WS-ORIGINALS-STAMPED     PIC 9(07)   VALUE ZERO.
           05  WS-REVERSALS-UNMATCHED   PIC 9(07)   VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                   PIC X(50)   VALUE
               'CUSTHSK1 HISTORY STORE COMPACTION  BUSINESS DATE '.
           05  WS-RH1-DATE              PIC 9(08).
           05  FILLER                   PIC X(22)   VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                   PIC X(40)   VALUE
               'RUN DATE  SRCE    TRAILER   DETAILS    S'.
           05  FILLER                   PIC X(40)   VALUE
               'TORED             AMOUNT  STAMPED UNMTCH'.
       01  WS-RPT-SLICE-LINE.
           05  WS-RSL-RUN-DATE          PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RSL-SOURCE            PIC X(04).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RSL-TRAILER           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RSL-DETAILS           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RSL-STORED            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RSL-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RSL-STAMPED           PIC ZZZZZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RSL-UNMATCHED         PIC ZZZZZZ9.
       01  WS-RPT-UNMATCHED-LINE.
           05  FILLER                   PIC X(30)   VALUE
               '  REVERSAL WITH NO ORIGINAL:  '.
           05  WS-RUL-CUSTOMER          PIC X(08).
           05  FILLER                   PIC X(07)   VALUE ' BOOKED'.
           05  WS-RUL-ORIGINAL-DATE     PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RUL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(12)   VALUE SPACES.
       01  WS-RPT-CLEARED-LINE.
           05  FILLER                   PIC X(40)   VALUE
               '  UNLOGGED RECORDS CLEARED BEFORE LOAD: '.
           05  WS-RCL-COUNT             PIC ZZZZZZ9.
           05  FILLER                   PIC X(33)   VALUE SPACES.
       01  WS-RPT-REFUSAL.
           05  FILLER                   PIC X(15)   VALUE
               'LOAD REFUSED:  '.
           05  WS-RPR-TEXT              PIC X(60).
           05  FILLER                   PIC X(05)   VALUE SPACES.
       01  WS-RPT-COUNT-TOTAL.
           05  WS-RCT-LABEL             PIC X(40).
           05  WS-RCT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(29)   VALUE SPACES.

       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTHSL.
       COPY FILEHDTR.
       COPY BUSDATE.
       COPY FSTATCOM.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-THE-SLICES
           PERFORM 2500-CHECK-THE-LOAD-LOG
           PERFORM 3000-LOAD-THE-SLICES
           PERFORM 6000-WRITE-REPORT-TOTALS
           PERFORM 9000-END-RUN.

       1000-INITIALIZE.
           MOVE 'CHSK' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTHSK1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE 'CUSTHSK1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** CUSTHSK1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE ANYTHING WAS LOADED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-RH1-DATE
           MOVE WS-RPT-HEADING-1 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-COLUMNS TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    The proving pass reads the whole concatenation before
      *    anything is written, so a short or misplaced slice
      *    anywhere in it stops the run with the store untouched.
       2000-PROVE-THE-SLICES.
           OPEN INPUT SLICE-FILE
           MOVE WS-SLICE-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSTD' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           PERFORM 2100-PROVE-ONE-LINE UNTIL END-OF-SLICES
           CLOSE SLICE-FILE
           IF SLICE-IS-OPEN
               MOVE 'THE LAST SLICE HAS NO TRAILER'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-LOAD
           END-IF
           IF WS-SLICE-COUNT = ZERO
               MOVE 'NO HISTORY SLICE WAS OFFERED'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-LOAD
           END-IF.

       2100-PROVE-ONE-LINE.
           READ SLICE-FILE
               AT END
                   SET END-OF-SLICES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SLICE-IN-LINE(1:4) = 'HDR*'
                           PERFORM 2200-OPEN-ONE-SLICE
                       WHEN SLICE-IN-LINE(1:4) = 'TRL*'
                           PERFORM 2300-CLOSE-ONE-SLICE
                       WHEN OTHER
                           PERFORM 2400-COUNT-ONE-DETAIL
                   END-EVALUATE
           END-READ.

       2200-OPEN-ONE-SLICE.
           MOVE SLICE-IN-LINE TO FILEHDTR-RECORD
           EVALUATE TRUE
               WHEN SLICE-IS-OPEN
                   MOVE 'A HEADER FOLLOWS A SLICE WITH NO TRAILER'
                       TO WS-REFUSAL-TEXT
                   PERFORM 9100-REFUSE-THE-LOAD
               WHEN FILEHDTR-FILE-NAME NOT = 'CUSTHIST'
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING 'A SLICE HEADER NAMES ' FILEHDTR-FILE-NAME
                       ', NOT CUSTHIST'
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   END-STRING
                   PERFORM 9100-REFUSE-THE-LOAD
               WHEN FILEHDTR-BUSINESS-DATE NOT NUMERIC
                   OR FILEHDTR-BUSINESS-DATE > BUSDATE-CURRENT-DATE
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING 'A SLICE HEADER IS DATED '
                       FILEHDTR-BUSINESS-DATE
                       ', AFTER THE BUSINESS DATE'
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   END-STRING
                   PERFORM 9100-REFUSE-THE-LOAD
               WHEN WS-SLICE-COUNT >= 50
                   MOVE 'MORE THAN 50 SLICES OFFERED IN ONE RUN'
                       TO WS-REFUSAL-TEXT
                   PERFORM 9100-REFUSE-THE-LOAD
           END-EVALUATE
           SET SLICE-IS-OPEN TO TRUE
           ADD 1 TO WS-SLICE-COUNT
           MOVE WS-SLICE-COUNT TO WS-SLC-IDX
           MOVE FILEHDTR-BUSINESS-DATE TO WS-SLC-RUN-DATE(WS-SLC-IDX)
           MOVE SPACES TO WS-SLC-SOURCE(WS-SLC-IDX)
           MOVE 'N' TO WS-SLC-LOG-STATE(WS-SLC-IDX)
           MOVE SPACES TO WS-SLC-CHANNELS(WS-SLC-IDX)
                          WS-SLC-OUT-CHANNELS(WS-SLC-IDX)
           MOVE ZERO TO WS-SLC-TRAILER-COUNT(WS-SLC-IDX)
                        WS-SLC-DETAILS(WS-SLC-IDX)
                        WS-SLC-AMOUNT(WS-SLC-IDX)
                        WS-SLC-MAX-SEQ(WS-SLC-IDX)
                        WS-SLC-FIRST-SEQ(WS-SLC-IDX)
                        WS-SLC-LAST-SEQ(WS-SLC-IDX)
                        WS-SLC-STORED(WS-SLC-IDX)
                        WS-SLC-STORED-AMOUNT(WS-SLC-IDX)
                        WS-SLC-CLEARED(WS-SLC-IDX)
                        WS-SLC-STAMPED(WS-SLC-IDX)
                        WS-SLC-UNMATCHED(WS-SLC-IDX).

       2300-CLOSE-ONE-SLICE.
           MOVE SLICE-IN-LINE TO FILEHDTR-RECORD
           IF NOT SLICE-IS-OPEN
               MOVE 'A TRAILER HAS NO SLICE HEADER'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-LOAD
           END-IF
           MOVE FILEHDTR-RECORD-COUNT
               TO WS-SLC-TRAILER-COUNT(WS-SLC-IDX)
           IF FILEHDTR-RECORD-COUNT NOT = WS-SLC-DETAILS(WS-SLC-IDX)
               OR FILEHDTR-BUSINESS-DATE
                   NOT = WS-SLC-RUN-DATE(WS-SLC-IDX)
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'SLICE ' WS-SLC-RUN-DATE(WS-SLC-IDX)
                   ' TRAILER DOES NOT MATCH ITS '
                   WS-SLC-DETAILS(WS-SLC-IDX) ' DETAILS'
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-THE-LOAD
           END-IF
           MOVE 'N' TO WS-SLICE-OPEN-SW.

      *    A slice is identified by the run that wrote it: the
      *    correlation-id prefix every detail carries. A slice that
      *    mixes runs is not one this shop writes.
       2400-COUNT-ONE-DETAIL.
           IF NOT SLICE-IS-OPEN
               MOVE 'A HISTORY DETAIL LIES OUTSIDE ANY SLICE'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-LOAD
           END-IF
           MOVE SLICE-IN-LINE TO CUSTHST-RECORD
           IF WS-SLC-DETAILS(WS-SLC-IDX) = ZERO
               MOVE CUSTHST-CORRELATION-ID(1:4)
                   TO WS-SLC-SOURCE(WS-SLC-IDX)
           END-IF
           IF CUSTHST-CORRELATION-ID(1:4)
                   NOT = WS-SLC-SOURCE(WS-SLC-IDX)
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'SLICE ' WS-SLC-RUN-DATE(WS-SLC-IDX)
                   ' MIXES POSTINGS FROM '
                   WS-SLC-SOURCE(WS-SLC-IDX) ' AND '
                   CUSTHST-CORRELATION-ID(1:4)
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-THE-LOAD
           END-IF
           ADD 1 TO WS-SLC-DETAILS(WS-SLC-IDX)
           ADD CUSTHST-AMOUNT TO WS-SLC-AMOUNT(WS-SLC-IDX)
           PERFORM 8100-FIND-CHANNEL-POSITION
           MOVE 'Y' TO WS-SLC-CHANNELS(WS-SLC-IDX)
                           (WS-CHANNEL-POS:1).

      *    The load log is read through once. For every slice it
      *    gives the highest load sequence already used on the
      *    slice's run date and the latest thing that happened to
      *    the same run's slice; a slice still standing in the
      *    store -- loaded, or only one channel of it backed out --
      *    is a duplicate. An empty slice has nothing to duplicate.
      *    Sequences are then handed out slice by slice.
       2500-CHECK-THE-LOAD-LOG.
           OPEN INPUT LOADLOG-FILE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSKL' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           PERFORM 2510-READ-ONE-LOG-ENTRY UNTIL END-OF-LOADLOG
           CLOSE LOADLOG-FILE
           PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
               UNTIL WS-SLC-IDX > WS-SLICE-COUNT
               IF WS-SLC-SOURCE(WS-SLC-IDX) NOT = SPACES
                   PERFORM 2550-REFUSE-A-DUPLICATE
               END-IF
               IF WS-SLC-DETAILS(WS-SLC-IDX) > ZERO
                   PERFORM 2560-ASSIGN-SEQUENCES
               END-IF
           END-PERFORM.

       2510-READ-ONE-LOG-ENTRY.
           READ LOADLOG-FILE
               AT END
                   SET END-OF-LOADLOG TO TRUE
               NOT AT END
                   MOVE LOADLOG-LINE TO CUSTHSL-RECORD
                   PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
                       UNTIL WS-SLC-IDX > WS-SLICE-COUNT
                       IF CUSTHSL-RUN-DATE
                               = WS-SLC-RUN-DATE(WS-SLC-IDX)
                           PERFORM 2520-APPLY-LOG-ENTRY
                       END-IF
                   END-PERFORM
           END-READ.

       2520-APPLY-LOG-ENTRY.
           IF CUSTHSL-LAST-SEQ > WS-SLC-MAX-SEQ(WS-SLC-IDX)
               MOVE CUSTHSL-LAST-SEQ TO WS-SLC-MAX-SEQ(WS-SLC-IDX)
           END-IF
           IF CUSTHSL-SLICE-SOURCE = WS-SLC-SOURCE(WS-SLC-IDX)
               EVALUATE TRUE
                   WHEN CUSTHSL-SLICE-LOADED
                       MOVE 'L' TO WS-SLC-LOG-STATE(WS-SLC-IDX)
                       MOVE SPACES
                           TO WS-SLC-OUT-CHANNELS(WS-SLC-IDX)
                   WHEN CUSTHSL-RUN-BACKED-OUT
                       AND CUSTHSL-CHANNEL = SPACES
                       MOVE 'B' TO WS-SLC-LOG-STATE(WS-SLC-IDX)
                   WHEN CUSTHSL-RUN-BACKED-OUT
                       MOVE 'C' TO WS-SLC-LOG-STATE(WS-SLC-IDX)
                       MOVE CUSTHSL-CHANNEL TO CUSTHST-CHANNEL-CODE
                       PERFORM 8100-FIND-CHANNEL-POSITION
                       MOVE 'Y' TO WS-SLC-OUT-CHANNELS(WS-SLC-IDX)
                                       (WS-CHANNEL-POS:1)
               END-EVALUATE
           END-IF.

       2550-REFUSE-A-DUPLICATE.
           IF WS-SLC-LOG-STATE(WS-SLC-IDX) = 'C'
               PERFORM VARYING WS-CHANNEL-POS FROM 1 BY 1
                   UNTIL WS-CHANNEL-POS > 4
                   IF WS-SLC-CHANNELS(WS-SLC-IDX)(WS-CHANNEL-POS:1)
                           = 'Y'
                       AND WS-SLC-OUT-CHANNELS(WS-SLC-IDX)
                           (WS-CHANNEL-POS:1) = SPACE
                       MOVE 'L' TO WS-SLC-LOG-STATE(WS-SLC-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SLC-LOG-STATE(WS-SLC-IDX) = 'L'
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'SLICE ' WS-SLC-RUN-DATE(WS-SLC-IDX) ' '
                   WS-SLC-SOURCE(WS-SLC-IDX)
                   ' IS ALREADY IN THE STORE'
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-THE-LOAD
           END-IF
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX >= WS-SLC-IDX
               IF WS-SLC-RUN-DATE(WS-OTHER-IDX)
                       = WS-SLC-RUN-DATE(WS-SLC-IDX)
                   AND WS-SLC-SOURCE(WS-OTHER-IDX)
                       = WS-SLC-SOURCE(WS-SLC-IDX)
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING 'SLICE ' WS-SLC-RUN-DATE(WS-SLC-IDX) ' '
                       WS-SLC-SOURCE(WS-SLC-IDX)
                       ' IS OFFERED TWICE'
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   END-STRING
                   PERFORM 9100-REFUSE-THE-LOAD
               END-IF
           END-PERFORM.

      *    A run date's sequences continue after the highest one
      *    the log shows, and after any earlier slice of the same
      *    date in this run.
       2560-ASSIGN-SEQUENCES.
           COMPUTE WS-SLC-FIRST-SEQ(WS-SLC-IDX) =
               WS-SLC-MAX-SEQ(WS-SLC-IDX) + 1
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
               UNTIL WS-OTHER-IDX >= WS-SLC-IDX
               IF WS-SLC-RUN-DATE(WS-OTHER-IDX)
                       = WS-SLC-RUN-DATE(WS-SLC-IDX)
                   AND WS-SLC-LAST-SEQ(WS-OTHER-IDX)
                       >= WS-SLC-FIRST-SEQ(WS-SLC-IDX)
                   COMPUTE WS-SLC-FIRST-SEQ(WS-SLC-IDX) =
                       WS-SLC-LAST-SEQ(WS-OTHER-IDX) + 1
               END-IF
           END-PERFORM
           COMPUTE WS-SLC-LAST-SEQ(WS-SLC-IDX) =
               WS-SLC-FIRST-SEQ(WS-SLC-IDX)
               + WS-SLC-DETAILS(WS-SLC-IDX) - 1.

      *    The store is defined empty the first time; an empty
      *    cluster has to be opened for output once before it can
      *    be opened for update.
       3000-LOAD-THE-SLICES.
           OPEN I-O HSTKEY-FILE
           IF WS-STORE-STATUS = '35'
               DISPLAY 'CUSTHSK1 HISTORY STORE IS EMPTY --'
                   ' FIRST LOAD'
               OPEN OUTPUT HSTKEY-FILE
               CLOSE HSTKEY-FILE
               OPEN I-O HSTKEY-FILE
           END-IF
           MOVE WS-STORE-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           OPEN EXTEND LOADLOG-FILE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSKL' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           MOVE 'N' TO WS-SLICE-EOF
           MOVE ZERO TO WS-CUR-SLC
           OPEN INPUT SLICE-FILE
           PERFORM 3010-LOAD-ONE-LINE UNTIL END-OF-SLICES
           CLOSE SLICE-FILE
           CLOSE LOADLOG-FILE
           CLOSE HSTKEY-FILE.

       3010-LOAD-ONE-LINE.
           READ SLICE-FILE
               AT END
                   SET END-OF-SLICES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SLICE-IN-LINE(1:4) = 'HDR*'
                           ADD 1 TO WS-CUR-SLC
                           PERFORM 3100-CLEAR-UNLOGGED-LEFTOVERS
                           COMPUTE WS-NEXT-SEQ =
                               WS-SLC-FIRST-SEQ(WS-CUR-SLC) - 1
                       WHEN SLICE-IN-LINE(1:4) = 'TRL*'
                           PERFORM 3400-PROVE-LOADED-SLICE
                           PERFORM 3500-LOG-THE-LOAD
                           PERFORM 3600-REPORT-ONE-SLICE
                       WHEN OTHER
                           PERFORM 3200-STORE-ONE-DETAIL
                   END-EVALUATE
           END-READ.

      *    Anything on this run date past the highest logged
      *    sequence was written by a load that never finished --
      *    its log entry was never written -- so it goes before
      *    the slice is loaded again under the same sequences.
       3100-CLEAR-UNLOGGED-LEFTOVERS.
           IF WS-SLC-DETAILS(WS-CUR-SLC) > ZERO
               MOVE WS-SLC-RUN-DATE(WS-CUR-SLC) TO WS-SEEK-RUN-DATE
               MOVE WS-SLC-FIRST-SEQ(WS-CUR-SLC) TO WS-SEEK-RUN-SEQ
               MOVE WS-SEEK-RUN-KEY TO HSTKEY-FILE-RUN-KEY
               MOVE 'N' TO WS-BROWSE-EOF
               START HSTKEY-FILE
                   KEY NOT LESS THAN HSTKEY-FILE-RUN-KEY
                   INVALID KEY
                       SET END-OF-BROWSE TO TRUE
               END-START
               PERFORM 3110-CLEAR-ONE-LEFTOVER UNTIL END-OF-BROWSE
           END-IF.

       3110-CLEAR-ONE-LEFTOVER.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-BROWSE TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   IF CUSTHSK-RUN-DATE NOT = WS-SLC-RUN-DATE(WS-CUR-SLC)
                       SET END-OF-BROWSE TO TRUE
                   ELSE
                       DELETE HSTKEY-FILE
                       MOVE WS-STORE-STATUS TO FSTAT-FILE-STATUS
                       MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
                       MOVE 'WRITE' TO FSTAT-OPERATION
                       PERFORM 8900-CHECK-FILE-STATUS
                       ADD 1 TO WS-SLC-CLEARED(WS-CUR-SLC)
                       ADD 1 TO WS-LEFTOVERS-CLEARED
                   END-IF
           END-READ.

       3200-STORE-ONE-DETAIL.
           MOVE SLICE-IN-LINE TO CUSTHST-RECORD
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO CUSTHSK-RECORD
           MOVE CUSTHST-CUSTOMER-ID   TO CUSTHSK-CUSTOMER-ID
                                         CUSTHSK-POSTED-CUSTOMER
           MOVE WS-SLC-RUN-DATE(WS-CUR-SLC) TO CUSTHSK-RUN-DATE
           MOVE WS-NEXT-SEQ           TO CUSTHSK-RUN-SEQ
           MOVE CUSTHST-BUSINESS-DATE TO CUSTHSK-POSTED-DATE
           MOVE CUSTHST-RECORD        TO CUSTHSK-HISTORY
           MOVE CUSTHSK-RECORD        TO HSTKEY-FILE-RECORD
           WRITE HSTKEY-FILE-RECORD
               INVALID KEY
                   DISPLAY '*** CUSTHSK1 STORE KEY ' CUSTHSK-KEY
                       ' ALREADY ON FILE -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-RECORDS-STORED
           IF CUSTHST-IS-REVERSAL
               PERFORM 3300-STAMP-THE-ORIGINAL
           END-IF.

      *    The original is the unreversed, non-reversal posting of
      *    the same customer, booked on the date the reversal names,
      *    for the same amount -- the match the posting run made.
       3300-STAMP-THE-ORIGINAL.
           MOVE CUSTHST-CUSTOMER-ID    TO WS-REV-CUSTOMER
           MOVE CUSTHST-AMOUNT         TO WS-REV-AMOUNT
           MOVE CUSTHST-CROSS-REF-DATE TO WS-REV-ORIGINAL-DATE
           MOVE CUSTHST-BUSINESS-DATE  TO WS-REV-DATE
           MOVE WS-REV-CUSTOMER        TO WS-SEEK-POSTED-CUSTOMER
           MOVE WS-REV-ORIGINAL-DATE   TO WS-SEEK-POSTED-DATE
           MOVE WS-SEEK-POSTED-KEY     TO HSTKEY-FILE-POSTED-KEY
           MOVE 'N' TO WS-ORIGINAL-SW
           MOVE 'N' TO WS-BROWSE-EOF
           START HSTKEY-FILE KEY IS EQUAL TO HSTKEY-FILE-POSTED-KEY
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START
           PERFORM 3310-TRY-ONE-ORIGINAL UNTIL END-OF-BROWSE
           IF ORIGINAL-STAMPED
               ADD 1 TO WS-SLC-STAMPED(WS-CUR-SLC)
               ADD 1 TO WS-ORIGINALS-STAMPED
           ELSE
               ADD 1 TO WS-SLC-UNMATCHED(WS-CUR-SLC)
               ADD 1 TO WS-REVERSALS-UNMATCHED
               MOVE WS-REV-CUSTOMER      TO WS-RUL-CUSTOMER
               MOVE WS-REV-ORIGINAL-DATE TO WS-RUL-ORIGINAL-DATE
               MOVE WS-REV-AMOUNT        TO WS-RUL-AMOUNT
               MOVE WS-RPT-UNMATCHED-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
               IF WS-RUN-RETURN-CODE < 4
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           END-IF.

       3310-TRY-ONE-ORIGINAL.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-BROWSE TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                   EVALUATE TRUE
                       WHEN CUSTHSK-POSTED-KEY NOT = WS-SEEK-POSTED-KEY
                           SET END-OF-BROWSE TO TRUE
                       WHEN CUSTHST-AMOUNT = WS-REV-AMOUNT
                           AND CUSTHST-NOT-REVERSED
                           SET CUSTHST-IS-REVERSED TO TRUE
                           MOVE WS-REV-DATE TO CUSTHST-CROSS-REF-DATE
                           MOVE CUSTHST-RECORD TO CUSTHSK-HISTORY
                           MOVE CUSTHSK-RECORD TO HSTKEY-FILE-RECORD
                           REWRITE HSTKEY-FILE-RECORD
                           MOVE WS-STORE-STATUS TO FSTAT-FILE-STATUS
                           MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
                           MOVE 'WRITE' TO FSTAT-OPERATION
                           PERFORM 8900-CHECK-FILE-STATUS
                           SET ORIGINAL-STAMPED TO TRUE
                           SET END-OF-BROWSE TO TRUE
                   END-EVALUATE
           END-READ.

      *    The slice as it now stands in the store, read back by
      *    its run-date path, must be the slice that was offered:
      *    as many records as details and trailer count, and the
      *    same amounts.
       3400-PROVE-LOADED-SLICE.
           IF WS-SLC-DETAILS(WS-CUR-SLC) > ZERO
               MOVE WS-SLC-RUN-DATE(WS-CUR-SLC) TO WS-SEEK-RUN-DATE
                                                   WS-LAST-RUN-DATE
               MOVE WS-SLC-FIRST-SEQ(WS-CUR-SLC) TO WS-SEEK-RUN-SEQ
               MOVE WS-SLC-LAST-SEQ(WS-CUR-SLC) TO WS-LAST-RUN-SEQ
               MOVE WS-SEEK-RUN-KEY TO HSTKEY-FILE-RUN-KEY
               MOVE 'N' TO WS-BROWSE-EOF
               START HSTKEY-FILE
                   KEY NOT LESS THAN HSTKEY-FILE-RUN-KEY
                   INVALID KEY
                       SET END-OF-BROWSE TO TRUE
               END-START
               PERFORM 3410-READ-BACK-ONE-RECORD UNTIL END-OF-BROWSE
           END-IF
           IF WS-SLC-STORED(WS-CUR-SLC)
                   NOT = WS-SLC-DETAILS(WS-CUR-SLC)
               OR WS-SLC-STORED(WS-CUR-SLC)
                   NOT = WS-SLC-TRAILER-COUNT(WS-CUR-SLC)
               OR WS-SLC-STORED-AMOUNT(WS-CUR-SLC)
                   NOT = WS-SLC-AMOUNT(WS-CUR-SLC)
               PERFORM 3600-REPORT-ONE-SLICE
               DISPLAY '*** CUSTHSK1 SLICE ' WS-SLC-RUN-DATE(WS-CUR-SLC)
                   ' ' WS-SLC-SOURCE(WS-CUR-SLC) ' READ BACK '
                   WS-SLC-STORED(WS-CUR-SLC) ' RECORDS FOR '
                   WS-SLC-DETAILS(WS-CUR-SLC) ' DETAILS -- LOAD NOT'
                   ' LOGGED, RUN ENDED ***'
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3410-READ-BACK-ONE-RECORD.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-BROWSE TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   IF CUSTHSK-RUN-KEY > WS-LAST-RUN-KEY
                       SET END-OF-BROWSE TO TRUE
                   ELSE
                       MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                       ADD 1 TO WS-SLC-STORED(WS-CUR-SLC)
                       ADD CUSTHST-AMOUNT
                           TO WS-SLC-STORED-AMOUNT(WS-CUR-SLC)
                   END-IF
           END-READ.

       3500-LOG-THE-LOAD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO CUSTHSL-RECORD
           MOVE WS-SLC-RUN-DATE(WS-CUR-SLC) TO CUSTHSL-RUN-DATE
           MOVE WS-SLC-SOURCE(WS-CUR-SLC)   TO CUSTHSL-SLICE-SOURCE
           SET CUSTHSL-SLICE-LOADED TO TRUE
           MOVE SPACES TO CUSTHSL-CHANNEL
           MOVE WS-SLC-FIRST-SEQ(WS-CUR-SLC) TO CUSTHSL-FIRST-SEQ
           MOVE WS-SLC-LAST-SEQ(WS-CUR-SLC)  TO CUSTHSL-LAST-SEQ
           MOVE WS-SLC-STORED(WS-CUR-SLC)    TO CUSTHSL-DETAIL-COUNT
           MOVE WS-SLC-STORED-AMOUNT(WS-CUR-SLC)
                                             TO CUSTHSL-AMOUNT-TOTAL
           MOVE WS-CURR-DATE TO CUSTHSL-LOGGED-DATE
           MOVE WS-CURR-TIME TO CUSTHSL-LOGGED-TIME
           MOVE WS-CORRELATION-ID TO CUSTHSL-CORRELATION-ID
           MOVE CUSTHSL-RECORD TO LOADLOG-LINE
           WRITE LOADLOG-LINE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSKL' TO FSTAT-DD-NAME
           MOVE 'WRITE' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           ADD 1 TO WS-SLICES-LOADED.

       3600-REPORT-ONE-SLICE.
           MOVE WS-SLC-RUN-DATE(WS-CUR-SLC)      TO WS-RSL-RUN-DATE
           MOVE WS-SLC-SOURCE(WS-CUR-SLC)        TO WS-RSL-SOURCE
           MOVE WS-SLC-TRAILER-COUNT(WS-CUR-SLC) TO WS-RSL-TRAILER
           MOVE WS-SLC-DETAILS(WS-CUR-SLC)       TO WS-RSL-DETAILS
           MOVE WS-SLC-STORED(WS-CUR-SLC)        TO WS-RSL-STORED
           MOVE WS-SLC-STORED-AMOUNT(WS-CUR-SLC) TO WS-RSL-AMOUNT
           MOVE WS-SLC-STAMPED(WS-CUR-SLC)       TO WS-RSL-STAMPED
           MOVE WS-SLC-UNMATCHED(WS-CUR-SLC)     TO WS-RSL-UNMATCHED
           MOVE WS-RPT-SLICE-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           IF WS-SLC-CLEARED(WS-CUR-SLC) > ZERO
               MOVE WS-SLC-CLEARED(WS-CUR-SLC) TO WS-RCL-COUNT
               MOVE WS-RPT-CLEARED-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF.

       6000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'SLICES LOADED' TO WS-RCT-LABEL
           MOVE WS-SLICES-LOADED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'RECORDS STORED' TO WS-RCT-LABEL
           MOVE WS-RECORDS-STORED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'ORIGINALS STAMPED REVERSED' TO WS-RCT-LABEL
           MOVE WS-ORIGINALS-STAMPED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'REVERSALS WITH NO ORIGINAL IN THE STORE'
               TO WS-RCT-LABEL
           MOVE WS-REVERSALS-UNMATCHED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'UNLOGGED RECORDS CLEARED' TO WS-RCT-LABEL
           MOVE WS-LEFTOVERS-CLEARED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           CLOSE REPORT-FILE
           DISPLAY 'CUSTHSK1 SLICES LOADED:      ' WS-SLICES-LOADED
           DISPLAY 'CUSTHSK1 RECORDS STORED:     ' WS-RECORDS-STORED
           DISPLAY 'CUSTHSK1 ORIGINALS STAMPED:  '
               WS-ORIGINALS-STAMPED
           DISPLAY 'CUSTHSK1 REVERSALS UNMATCHED: '
               WS-REVERSALS-UNMATCHED.

       6910-WRITE-COUNT-TOTAL.
           MOVE WS-RPT-COUNT-TOTAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       8100-FIND-CHANNEL-POSITION.
           EVALUATE CUSTHST-CHANNEL-CODE
               WHEN 'B'
                   MOVE 1 TO WS-CHANNEL-POS
               WHEN 'L'
                   MOVE 2 TO WS-CHANNEL-POS
               WHEN 'A'
                   MOVE 3 TO WS-CHANNEL-POS
               WHEN OTHER
                   MOVE 4 TO WS-CHANNEL-POS
           END-EVALUATE.

       8900-CHECK-FILE-STATUS.
           MOVE 'CUSTHSK1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** CUSTHSK1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-END-RUN.
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    Nothing has been loaded when the night's slices are
      *    refused: the reason goes on the console and on the
      *    report, and the run ends RC 8.
       9100-REFUSE-THE-LOAD.
           DISPLAY '*** CUSTHSK1 LOAD REFUSED -- '
               WS-REFUSAL-TEXT ' ***'
           MOVE WS-REFUSAL-TEXT TO WS-RPR-TEXT
           MOVE WS-RPT-REFUSAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           MOVE 8 TO WS-RUN-RETURN-CODE
           PERFORM 9000-END-RUN.
