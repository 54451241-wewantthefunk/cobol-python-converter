      *    Periodic risk-score computation for the finance view.
      *    Derives CUSTREC-FIN-RISK-SCORE from data the shop
      *    actually has instead of the stale CUSTCNV1 seed: posted
      *    debit/credit mix and volume over the last twelve months,
      *    read for each customer by key from the CUSTHSTK history
      *    store, balance level from the record itself,
      *    the shop-level balance trend from the CUSTBFW dated
      *    totals, and reject frequency from CUSTPREJ. The scoring
      *    rules -- which metric, what threshold, how many points
      *    finance-view records carry a score, so legacy-view
      *    records pass through untouched; a score that moves by
      *    more than the REPORTTH threshold is reported by name.
      *    The master is browsed in key order on the keyed CUSTRECF
      *    cluster and each rescored record is rewritten in place;
      *    nothing is copied.
      *    The checksum is not restamped: the score sits outside
      *    the 30-byte name area the stamp covers.
      *    Customers linked into a household (HHLINKF, maintained by
      *    CUSTHHM1) are also reported together on the RSKHHRPT
      *    household risk report: members, combined balance, the
      *    combined overdrawn exposure against the household limit
      *    in force on HHLIMF, and the highest member score. Both
      *    household files are optional.
      *    RISKRUL only changes through the rule-set register
      *    (RSKSIM.CPY). A proposed set is scored first in
      *    simulation mode, chosen by a RSKSIMC card naming the set,
      *    the user running it, and optionally the width of the
      *    score bands (100 points if left blank). A simulation
      *    scores the current master and history with the RISKRULP
      *    proposal exactly as the live run would, but opens the
      *    master for input only, rewrites nothing, and leaves the
      *    household report alone. Its RSKSIMRP report lists the
      *    proposed rules, every customer whose score band would
      *    change or who would cross the credit-limit review's
      *    HIGHRISK line on CLRRULF -- with the limit in force on
      *    CUSTLIMF and the cut that rule would propose or lift --
      *    then the band-by-band distribution of the current and
      *    simulated scores and the review totals. The run appends
      *    an S event to the RSKSIMF register and the rules it
      *    scored with to the RSKSRULF snapshot; RSKAPR1 installs a
      *    simulated set once a second person approves it. A live
      *    run checks that RISKRUL is exactly the snapshot of the
      *    latest approved set and rescores nothing if it is not;
      *    with no approved set on the register yet it scores with
      *    RISKRUL as loaded and ends with return code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HSTKEY-FILE       ASSIGN TO "CUSTHSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSTKEY-FILE-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-RUN-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-POSTED-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTBFW-FILE      ASSIGN TO "CUSTBFWF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE       ASSIGN TO "CUSTPREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULES-FILE        ASSIGN TO "RISKRULF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HHLINK-FILE       ASSIGN TO "HHLINKF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHLINK-STATUS.
           SELECT HHLIM-FILE        ASSIGN TO "HHLIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHLIM-STATUS.
           SELECT HOUSEHOLD-REPORT  ASSIGN TO "RSKHHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIMCARD-FILE      ASSIGN TO "RSKSIMC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMCARD-STATUS.
           SELECT PROPOSED-RULES-FILE
                                    ASSIGN TO "RISKRULP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE     ASSIGN TO "RSKSIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SNAPSHOT-FILE     ASSIGN TO "RSKSRULF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT REVIEW-RULES-FILE ASSIGN TO "CLRRULF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRRUL-STATUS.
           SELECT CUSTLIM-FILE      ASSIGN TO "CUSTLIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTLIM-STATUS.
           SELECT SIMULATION-REPORT ASSIGN TO "RSKSIMRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  HSTKEY-FILE.
       01  HSTKEY-FILE-RECORD.
           05  HSTKEY-FILE-KEY.
               10  FILLER              PIC X(08).
               10  HSTKEY-FILE-RUN-KEY PIC X(15).
           05  HSTKEY-FILE-POSTED-KEY  PIC X(16).
           05  FILLER                  PIC X(75).

       FD  CUSTBFW-FILE.
       01  CUSTBFW-IN-LINE             PIC X(88).

       FD  REJECT-FILE.
       01  REJECT-IN-LINE              PIC X(80).
       FD  RULES-FILE.
       01  RULES-IN-RECORD             PIC X(23).

       FD  HHLINK-FILE.
       01  HHLINK-IN-RECORD            PIC X(33).

       FD  HHLIM-FILE.
       01  HHLIM-IN-RECORD             PIC X(43).

       FD  HOUSEHOLD-REPORT.
       01  HOUSEHOLD-REPORT-LINE       PIC X(80).

       FD  SIMCARD-FILE.
       01  SIMCARD-RECORD.
           05  SIMC-SET-ID             PIC X(08).
           05  SIMC-USERID             PIC X(08).
           05  SIMC-BAND-WIDTH         PIC X(03).

       FD  PROPOSED-RULES-FILE.
       01  PROPOSED-IN-RECORD          PIC X(23).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(76).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-LINE               PIC X(45).

       FD  REVIEW-RULES-FILE.
       01  REVIEW-RULE-IN-RECORD       PIC X(23).

       FD  CUSTLIM-FILE.
       01  CUSTLIM-IN-RECORD           PIC X(43).

       FD  SIMULATION-REPORT.
       01  SIMULATION-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
           88  END-OF-RULES                         VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HISTORY-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.
       01  WS-HHLINK-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HHLIM-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-HHL-EOF                   PIC X       VALUE 'N'.
           88  END-OF-HHLINKS                       VALUE 'Y'.
       01  WS-HHM-EOF                   PIC X       VALUE 'N'.
           88  END-OF-HHLIMITS                      VALUE 'Y'.
       01  WS-SIMCARD-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-REGISTER-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-SNAPSHOT-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-CLRRUL-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CUSTLIM-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-REG-EOF                   PIC X       VALUE 'N'.
           88  END-OF-REGISTER                      VALUE 'Y'.
       01  WS-SRL-EOF                   PIC X       VALUE 'N'.
           88  END-OF-SNAPSHOT                      VALUE 'Y'.
       01  WS-CLR-EOF                   PIC X       VALUE 'N'.
           88  END-OF-REVIEW-RULES                  VALUE 'Y'.
       01  WS-LIM-EOF                   PIC X       VALUE 'N'.
           88  END-OF-LIMITS                        VALUE 'Y'.

      *    A RSKSIMC card naming a rule set turns the run into a
      *    simulation of the RISKRULP proposal.
       01  WS-RUN-MODE                  PIC X       VALUE 'L'.
           88  LIVE-RUN                             VALUE 'L'.
           88  SIMULATION-RUN                       VALUE 'S'.
       01  WS-RULE-IN-RECORD            PIC X(23)   VALUE SPACES.

      *    The latest approved set on the register, and whether the
      *    RISKRUL just loaded is exactly its snapshot.
       01  WS-APPROVED-SET.
           05  WS-APPROVED-SET-ID       PIC X(08)   VALUE SPACES.
           05  WS-APPROVED-STAMP        PIC X(14)   VALUE SPACES.
           05  WS-APPROVED-BY           PIC X(08)   VALUE SPACES.
           05  WS-SNAPSHOT-COUNT        PIC 9(03)   VALUE ZERO.
           05  WS-RULES-DIFFER-SW       PIC X       VALUE 'N'.
               88  RULES-DIFFER-FROM-APPROVED       VALUE 'Y'.
           05  WS-NO-APPROVED-SW        PIC X       VALUE 'N'.
               88  NO-APPROVED-SET-ON-FILE          VALUE 'Y'.

       01  WS-SIMULATION.
           05  WS-SIM-SET-ID            PIC X(08)   VALUE SPACES.
           05  WS-SIM-USERID            PIC X(08)   VALUE SPACES.
           05  WS-SIM-STAMP.
               10  WS-SIM-DATE          PIC 9(08)   VALUE ZERO.
               10  WS-SIM-TIME          PIC 9(06)   VALUE ZERO.
           05  WS-BAND-WIDTH            PIC 9(03)   VALUE 100.
           05  WS-BAND-COUNT            PIC 9(03)   VALUE ZERO.
           05  WS-OLD-BAND              PIC 9(03)   VALUE ZERO.
           05  WS-NEW-BAND              PIC 9(03)   VALUE ZERO.
           05  WS-REVIEW-MOVE           PIC X(05)   VALUE SPACES.
           05  WS-LIMIT-BASE            PIC 9(09)V99 VALUE ZERO.
           05  WS-CUT-LIMIT             PIC 9(09)V99 VALUE ZERO.
           05  WS-CUT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
           05  WS-DRAWN-AMOUNT          PIC 9(09)V99 VALUE ZERO.

      *    Current and simulated scores counted by band; a band
      *    covers WS-BAND-WIDTH points, the last one ending at 999.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 100 TIMES.
               10  WS-BND-CURRENT       PIC 9(07).
               10  WS-BND-SIMULATED     PIC 9(07).
       01  WS-BND-IDX                   PIC 9(03).

       01  WS-SIM-TOTALS.
           05  WS-BAND-CHANGES          PIC 9(07)   VALUE ZERO.
           05  WS-REVIEW-NOW            PIC 9(07)   VALUE ZERO.
           05  WS-REVIEW-SIMULATED      PIC 9(07)   VALUE ZERO.
           05  WS-REVIEW-INTO           PIC 9(07)   VALUE ZERO.
           05  WS-REVIEW-OUT-OF         PIC 9(07)   VALUE ZERO.
           05  WS-CUT-TOTAL             PIC 9(11)V99 VALUE ZERO.
           05  WS-RELIEF-TOTAL          PIC 9(11)V99 VALUE ZERO.

      *    The one rule of the credit-limit review that reads the
      *    score, and the NEWLIMIT amount it cuts for a customer
      *    with no limit, as CLRREV1 loads them.
       01  WS-REVIEW-RULES.
           05  WS-HIGHRISK-SW           PIC X       VALUE 'N'.
               88  HIGHRISK-ON-FILE                 VALUE 'Y'.
           05  WS-HIGHRISK-SCORE        PIC 9(05)   VALUE ZERO.
           05  WS-HIGHRISK-PCT          PIC 9(03)   VALUE ZERO.
           05  WS-NEWLIMIT-SW           PIC X       VALUE 'N'.
               88  NEWLIMIT-ON-FILE                 VALUE 'Y'.
           05  WS-NEWLIMIT-AMOUNT       PIC 9(09)V99 VALUE ZERO.

      *    The limit in force per customer: the latest CUSTLIM
      *    record effective on or before today.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-LIMIT-ENTRY OCCURS 5000 TIMES.
               10  WS-LIM-CUSTOMER-ID   PIC X(08).
               10  WS-LIM-AMOUNT        PIC 9(09)V99.
               10  WS-LIM-EFFECTIVE     PIC 9(08).
       01  WS-LIM-IDX                   PIC 9(04).
       01  WS-LIM-FOUND-IDX             PIC 9(04).

      *    Household membership, each link pointing at its
      *    household's accumulator below.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-MEMBER-ENTRY OCCURS 2000 TIMES.
               10  WS-MBR-CUSTOMER-ID   PIC X(08).
               10  WS-MBR-HH-IDX        PIC 9(04).
       01  WS-MBR-IDX                   PIC 9(04).

      *    One accumulator per household, filled as the master pass
      *    meets each member.
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HOUSEHOLD-COUNT       PIC 9(04)   VALUE ZERO.
           05  WS-HOUSEHOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-HHA-HOUSEHOLD-ID  PIC X(08).
               10  WS-HHA-PRIMARY-ID    PIC X(08).
               10  WS-HHA-MEMBERS-SEEN  PIC 9(03).
               10  WS-HHA-BALANCE       PIC S9(11)V99 COMP-3.
               10  WS-HHA-EXPOSURE      PIC S9(11)V99 COMP-3.
               10  WS-HHA-LIMIT         PIC 9(09)V99.
               10  WS-HHA-LIMIT-DATE    PIC 9(08).
               10  WS-HHA-HIGH-SCORE    PIC 9(03).
       01  WS-HHA-IDX                   PIC 9(04).
       01  WS-HHA-FOUND-IDX             PIC 9(04).
       01  WS-HOUSEHOLDS-OVER           PIC 9(05)   VALUE ZERO.

       01  WS-RULES-TABLE.
           05  WS-RULES-COUNT           PIC 9(03)   VALUE ZERO.
                   ==05  == BY ==10  ==.
       01  WS-RUL-IDX                   PIC 9(03).

      *    Per-customer rejects rolled up from the reject file
      *    before the master pass.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTIVITY-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-ACTIVITY-ENTRY OCCURS 5000 TIMES.
               10  WS-ACT-CUSTOMER-ID   PIC X(08).
               10  WS-ACT-REJECT-COUNT  PIC 9(05).
       01  WS-ACT-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).
       01  WS-SEEK-ID                   PIC X(08)   VALUE SPACES.
       01  WS-TODAY                     PIC 9(08)   VALUE ZERO.

      *    The scored customer's postings in the window, counted
      *    from the store as the master pass reaches the customer.
      *    The window opens on the same date a year ago.
       01  WS-WINDOW-START              PIC 9(08)   VALUE ZERO.
       01  WS-DEBIT-COUNT               PIC 9(07)   VALUE ZERO.
       01  WS-CREDIT-COUNT              PIC 9(07)   VALUE ZERO.
       01  WS-HST-FROM-KEY.
           05  WS-HST-FROM-CUSTOMER     PIC X(08).
           05  WS-HST-FROM-DATE         PIC 9(08).
           05  WS-HST-FROM-SEQ          PIC 9(07).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ          PIC 9(07)   VALUE ZERO.
           05  WS-TREND-DOWN-SW         PIC X       VALUE 'N'.
               88  SHOP-TREND-IS-DOWN               VALUE 'Y'.

       01  WS-HH-HEAD-LINE-1.
           05  FILLER                   PIC X(40)   VALUE
               'RSKSCR1 - HOUSEHOLD RISK (* = EXPOSURE O'.
           05  FILLER                   PIC X(40)   VALUE
               'VER HOUSEHOLD LIMIT)'.
       01  WS-HH-HEAD-LINE-2.
           05  FILLER                   PIC X(40)   VALUE
               'HOUSEHLD PRIMARY  MBR COMBINED BALANCE  '.
           05  FILLER                   PIC X(40)   VALUE
               '     EXPOSURE          LIMIT  HI'.
       01  WS-HH-DETAIL-LINE.
           05  WS-HDL-HOUSEHOLD-ID      PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-HDL-PRIMARY-ID        PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-HDL-MEMBERS           PIC ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-HDL-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-HDL-EXPOSURE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-HDL-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-HDL-HIGH-SCORE        PIC ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-HDL-OVER-FLAG         PIC X(01).
           05  FILLER                   PIC X(06)   VALUE SPACES.

       01  WS-SIM-HEAD-LINE-1.
           05  FILLER                   PIC X(36)   VALUE
               'RSKSCR1 - RISK-RULE SIMULATION  SET '.
           05  WS-SH1-SET-ID            PIC X(08).
           05  FILLER                   PIC X(04)   VALUE ' BY '.
           05  WS-SH1-USERID            PIC X(08).
           05  FILLER                   PIC X(04)   VALUE ' ON '.
           05  WS-SH1-DATE              PIC 9(08).
           05  FILLER                   PIC X(12)   VALUE SPACES.
       01  WS-SIM-HEAD-LINE-2.
           05  FILLER                   PIC X(40)   VALUE
               'NOTHING UPDATED -- CURRENT IS THE SCORE '.
           05  FILLER                   PIC X(40)   VALUE
               'ON THE MASTER, SIMULATED IS RISKRULP    '.
       01  WS-SIM-RULE-LINE.
           05  FILLER                   PIC X(07)   VALUE
               '  RULE '.
           05  WS-SRL-RULE-ID           PIC X(08).
           05  FILLER                   PIC X(12)   VALUE
               '  THRESHOLD '.
           05  WS-SRL-THRESHOLD         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09)   VALUE
               '  POINTS '.
           05  WS-SRL-POINTS            PIC ZZ9.
           05  FILLER                   PIC X(26)   VALUE SPACES.
       01  WS-SIM-DETAIL-HEAD.
           05  FILLER                   PIC X(40)   VALUE
               'CUSTOMER  CUR CUR BAND SIM SIM BAND LINE'.
           05  FILLER                   PIC X(40)   VALUE
               '           LIMIT   HIGHRISK CUT         '.
       01  WS-SIM-DETAIL-LINE.
           05  WS-SDL-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SDL-CURRENT-SCORE     PIC ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-SDL-CURRENT-BAND      PIC X(07).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SDL-SIMULATED-SCORE   PIC ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-SDL-SIMULATED-BAND    PIC X(07).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SDL-REVIEW-MOVE       PIC X(05).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-SDL-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-SDL-CUT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09)   VALUE SPACES.
       01  WS-BAND-LABEL.
           05  WS-BL-LOW                PIC 9(03).
           05  FILLER                   PIC X(01)   VALUE '-'.
           05  WS-BL-HIGH               PIC 9(03).
       01  WS-SIM-DIST-HEAD.
           05  FILLER                   PIC X(40)   VALUE
               'SCORE BAND  CURRENT  SIMULATED     CHANG'.
           05  FILLER                   PIC X(40)   VALUE
               'E                                       '.
       01  WS-SIM-DIST-LINE.
           05  WS-SDS-BAND              PIC X(07).
           05  FILLER                   PIC X(03)   VALUE SPACES.
           05  WS-SDS-CURRENT           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SDS-SIMULATED         PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-SDS-CHANGE            PIC -Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(39)   VALUE SPACES.
       01  WS-SIM-REVIEW-HEAD.
           05  FILLER                   PIC X(40)   VALUE
               'CREDIT-LIMIT REVIEW HIGHRISK LINE: SCORE'.
           05  WS-SRH-SCORE             PIC ZZZZ9.
           05  FILLER                   PIC X(06)   VALUE
               '  CUT '.
           05  WS-SRH-PCT               PIC ZZ9.
           05  FILLER                   PIC X(26)   VALUE
               ' PERCENT'.
       01  WS-SIM-NO-REVIEW-LINE.
           05  FILLER                   PIC X(40)   VALUE
               'NO HIGHRISK RULE ON CLRRULF -- THE CREDI'.
           05  FILLER                   PIC X(40)   VALUE
               'T-LIMIT REVIEW DOES NOT READ THE SCORE  '.
       01  WS-SIM-SUMMARY-LINE.
           05  WS-SSL-LABEL             PIC X(40).
           05  WS-SSL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-SSL-AMOUNT-LABEL      PIC X(12).
           05  WS-SSL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY CUSTREC.
       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTBFW.
       COPY HHLINK.
       COPY HHLIM.
       COPY CLRRUL.
       COPY CUSTLIM.
       COPY RSKSIM.
       COPY RSKSRL.
       COPY FSTATCOM.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-WINDOW-START = WS-TODAY - 10000
           PERFORM 1050-READ-SIMULATION-CARD
           PERFORM 1100-LOAD-RULES
           IF SIMULATION-RUN
               PERFORM 1700-PREPARE-SIMULATION
           ELSE
               PERFORM 1600-VERIFY-LIVE-RULES
           END-IF
           PERFORM 1200-OPEN-HISTORY-STORE
           PERFORM 1300-ROLL-UP-REJECTS
           PERFORM 1400-JUDGE-SHOP-TREND
           IF SIMULATION-RUN
               OPEN INPUT CUSTREC-FILE
           ELSE
               PERFORM 1500-LOAD-HOUSEHOLDS
               OPEN I-O CUSTREC-FILE
           END-IF
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS.

      *    No card, or a card with no set id, is the live run.
       1050-READ-SIMULATION-CARD.
           OPEN INPUT SIMCARD-FILE
           IF WS-SIMCARD-STATUS = '00'
               READ SIMCARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SIMC-SET-ID NOT = SPACES
                           SET SIMULATION-RUN TO TRUE
                           MOVE SIMC-SET-ID TO WS-SIM-SET-ID
                           MOVE SIMC-USERID TO WS-SIM-USERID
                           IF SIMC-BAND-WIDTH IS NUMERIC
                               MOVE SIMC-BAND-WIDTH TO WS-BAND-WIDTH
                           END-IF
                       END-IF
               END-READ
               CLOSE SIMCARD-FILE
           END-IF
           IF SIMULATION-RUN
               IF WS-SIM-USERID = SPACES
                   DISPLAY '*** RSKSCR1 SIMULATION CARD FOR SET '
                       WS-SIM-SET-ID ' NAMES NO USER -- RUN'
                       ' ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-BAND-WIDTH = ZERO
                   MOVE 100 TO WS-BAND-WIDTH
               END-IF
               IF WS-BAND-WIDTH < 10
                   DISPLAY 'RSKSCR1 BAND WIDTH ' WS-BAND-WIDTH
                       ' RAISED TO THE SMALLEST WIDTH, 10'
                   MOVE 10 TO WS-BAND-WIDTH
               END-IF
               COMPUTE WS-BAND-COUNT = 999 / WS-BAND-WIDTH + 1
               DISPLAY 'RSKSCR1 SIMULATING RULE SET ' WS-SIM-SET-ID
                   ' FOR ' WS-SIM-USERID ' -- NOTHING WILL BE'
                   ' UPDATED'
           END-IF.

       1100-LOAD-RULES.
           IF SIMULATION-RUN
               OPEN INPUT PROPOSED-RULES-FILE
               PERFORM 1120-READ-PROPOSED-RULE UNTIL END-OF-RULES
               CLOSE PROPOSED-RULES-FILE
           ELSE
               OPEN INPUT RULES-FILE
               PERFORM 1110-READ-RULE UNTIL END-OF-RULES
               CLOSE RULES-FILE
           END-IF
           IF WS-RULES-COUNT = ZERO
               DISPLAY '*** RSKSCR1 NO SCORING RULES ON FILE --'
                   ' RUN ENDED ***'
               AT END
                   SET END-OF-RULES TO TRUE
               NOT AT END
                   MOVE RULES-IN-RECORD TO WS-RULE-IN-RECORD
                   PERFORM 1130-KEEP-RULE
           END-READ.

       1120-READ-PROPOSED-RULE.
           READ PROPOSED-RULES-FILE
               AT END
                   SET END-OF-RULES TO TRUE
               NOT AT END
                   MOVE PROPOSED-IN-RECORD TO WS-RULE-IN-RECORD
                   PERFORM 1130-KEEP-RULE
           END-READ.

      *    A proposal is never simulated short: the snapshot would
      *    not be the set that was asked for.
       1130-KEEP-RULE.
           IF WS-RULES-COUNT >= 50
               AND SIMULATION-RUN
               DISPLAY '*** RSKSCR1 RISKRULP HAS MORE THAN 50'
                   ' ENTRIES -- SIMULATION ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RULES-COUNT >= 50
               DISPLAY '*** RSKSCR1 RULES FILE HAS MORE'
                   ' THAN 50 ENTRIES -- REMAINDER NOT'
                   ' LOADED ***'
               SET END-OF-RULES TO TRUE
           ELSE
               ADD 1 TO WS-RULES-COUNT
               MOVE WS-RULE-IN-RECORD
                   TO RISKRUL-RECORD(WS-RULES-COUNT)
           END-IF.

       1200-OPEN-HISTORY-STORE.
           OPEN INPUT HSTKEY-FILE
           MOVE WS-HISTORY-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS.

       1250-FIND-OR-ADD-ACTIVITY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               IF WS-ACTIVITY-COUNT >= 5000
                   DISPLAY '*** RSKSCR1 ACTIVITY TABLE FULL --'
                       ' CUSTOMER ' WS-SEEK-ID ' NOT ROLLED'
                       ' UP ***'
                   MOVE WS-SEEK-ID
                       TO WS-ACT-CUSTOMER-ID(WS-FOUND-IDX)
                   MOVE ZERO
                       TO WS-ACT-REJECT-COUNT(WS-FOUND-IDX)
               END-IF
           END-IF.

                   MOVE CUSTBFW-CLOSING-TOTAL TO WS-LAST-CLOSING
           END-READ.

      *    Household membership from the link file, then the limit
      *    in force for each household -- the latest effective on
      *    or before today, the rule the posting job applies.
       1500-LOAD-HOUSEHOLDS.
           OPEN INPUT HHLINK-FILE
           IF WS-HHLINK-STATUS = '00'
               PERFORM 1510-READ-ONE-HHLINK UNTIL END-OF-HHLINKS
               CLOSE HHLINK-FILE
               OPEN INPUT HHLIM-FILE
               IF WS-HHLIM-STATUS = '00'
                   PERFORM 1530-READ-ONE-HHLIMIT
                       UNTIL END-OF-HHLIMITS
                   CLOSE HHLIM-FILE
               END-IF
           END-IF.

       1510-READ-ONE-HHLINK.
           READ HHLINK-FILE
               AT END
                   SET END-OF-HHLINKS TO TRUE
               NOT AT END
                   MOVE HHLINK-IN-RECORD TO HHLINK-RECORD
                   PERFORM 1520-FIND-OR-ADD-HOUSEHOLD
                   IF WS-HHA-FOUND-IDX > ZERO
                       AND WS-MEMBER-COUNT < 2000
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE HHLINK-CUSTOMER-ID
                           TO WS-MBR-CUSTOMER-ID(WS-MEMBER-COUNT)
                       MOVE WS-HHA-FOUND-IDX
                           TO WS-MBR-HH-IDX(WS-MEMBER-COUNT)
                       IF HHLINK-ROLE-PRIMARY
                           MOVE HHLINK-CUSTOMER-ID
                               TO WS-HHA-PRIMARY-ID(WS-HHA-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       1520-FIND-OR-ADD-HOUSEHOLD.
           MOVE ZERO TO WS-HHA-FOUND-IDX
           PERFORM VARYING WS-HHA-IDX FROM 1 BY 1
               UNTIL WS-HHA-IDX > WS-HOUSEHOLD-COUNT
               OR WS-HHA-FOUND-IDX > ZERO
               IF WS-HHA-HOUSEHOLD-ID(WS-HHA-IDX)
                       = HHLINK-HOUSEHOLD-ID
                   MOVE WS-HHA-IDX TO WS-HHA-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-HHA-FOUND-IDX = ZERO
               IF WS-HOUSEHOLD-COUNT >= 1000
                   DISPLAY '*** RSKSCR1 HOUSEHOLD TABLE FULL --'
                       ' HOUSEHOLD ' HHLINK-HOUSEHOLD-ID ' NOT'
                       ' REPORTED ***'
               ELSE
                   ADD 1 TO WS-HOUSEHOLD-COUNT
                   MOVE WS-HOUSEHOLD-COUNT TO WS-HHA-FOUND-IDX
                   MOVE HHLINK-HOUSEHOLD-ID
                       TO WS-HHA-HOUSEHOLD-ID(WS-HHA-FOUND-IDX)
                   MOVE SPACES
                       TO WS-HHA-PRIMARY-ID(WS-HHA-FOUND-IDX)
                   MOVE ZERO
                       TO WS-HHA-MEMBERS-SEEN(WS-HHA-FOUND-IDX)
                          WS-HHA-BALANCE(WS-HHA-FOUND-IDX)
                          WS-HHA-EXPOSURE(WS-HHA-FOUND-IDX)
                          WS-HHA-LIMIT(WS-HHA-FOUND-IDX)
                          WS-HHA-LIMIT-DATE(WS-HHA-FOUND-IDX)
                          WS-HHA-HIGH-SCORE(WS-HHA-FOUND-IDX)
               END-IF
           END-IF.

       1530-READ-ONE-HHLIMIT.
           READ HHLIM-FILE
               AT END
                   SET END-OF-HHLIMITS TO TRUE
               NOT AT END
                   MOVE HHLIM-IN-RECORD TO HHLIM-RECORD
                   PERFORM VARYING WS-HHA-IDX FROM 1 BY 1
                       UNTIL WS-HHA-IDX > WS-HOUSEHOLD-COUNT
                       IF WS-HHA-HOUSEHOLD-ID(WS-HHA-IDX)
                               = HHLIM-HOUSEHOLD-ID
                           AND HHLIM-EFFECTIVE-DATE
                               NOT > WS-TODAY
                           AND HHLIM-EFFECTIVE-DATE
                               NOT < WS-HHA-LIMIT-DATE(WS-HHA-IDX)
                           MOVE HHLIM-CREDIT-LIMIT
                               TO WS-HHA-LIMIT(WS-HHA-IDX)
                           MOVE HHLIM-EFFECTIVE-DATE
                               TO WS-HHA-LIMIT-DATE(WS-HHA-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

      *    The register is in event order, so the last approval
      *    read is the set in force. Its snapshot must match the
      *    loaded rules line for line, in order and in number.
       1600-VERIFY-LIVE-RULES.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = '00'
               PERFORM 1610-READ-ONE-EVENT UNTIL END-OF-REGISTER
               CLOSE REGISTER-FILE
           END-IF
           IF WS-APPROVED-SET-ID = SPACES
               SET NO-APPROVED-SET-ON-FILE TO TRUE
               DISPLAY '*** RSKSCR1 NO APPROVED RULE SET ON THE'
                   ' RSKSIMF REGISTER -- RISKRUL SCORED AS'
                   ' LOADED ***'
           ELSE
               OPEN INPUT SNAPSHOT-FILE
               IF WS-SNAPSHOT-STATUS = '00'
                   PERFORM 1620-COMPARE-ONE-SNAPSHOT
                       UNTIL END-OF-SNAPSHOT
                   CLOSE SNAPSHOT-FILE
               END-IF
               IF WS-SNAPSHOT-COUNT NOT = WS-RULES-COUNT
                   SET RULES-DIFFER-FROM-APPROVED TO TRUE
               END-IF
               IF RULES-DIFFER-FROM-APPROVED
                   DISPLAY '*** RSKSCR1 RISKRUL IS NOT APPROVED RULE'
                       ' SET ' WS-APPROVED-SET-ID ' -- NO SCORE'
                       ' UPDATED, RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'RSKSCR1 SCORING WITH RULE SET '
                   WS-APPROVED-SET-ID ' APPROVED BY '
                   WS-APPROVED-BY
           END-IF.

       1610-READ-ONE-EVENT.
           READ REGISTER-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
               NOT AT END
                   MOVE REGISTER-LINE TO RSKSIM-RECORD
                   IF RSKSIM-EVENT-APPROVED
                       MOVE RSKSIM-SET-ID    TO WS-APPROVED-SET-ID
                       MOVE RSKSIM-SIM-STAMP TO WS-APPROVED-STAMP
                       MOVE RSKSIM-USERID    TO WS-APPROVED-BY
                   END-IF
           END-READ.

       1620-COMPARE-ONE-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAPSHOT TO TRUE
               NOT AT END
                   MOVE SNAPSHOT-LINE TO RSKSRL-RECORD
                   IF RSKSRL-SET-ID = WS-APPROVED-SET-ID
                       AND RSKSRL-SIM-STAMP = WS-APPROVED-STAMP
                       ADD 1 TO WS-SNAPSHOT-COUNT
                       IF WS-SNAPSHOT-COUNT > WS-RULES-COUNT
                           SET RULES-DIFFER-FROM-APPROVED TO TRUE
                       ELSE
                           IF RSKSRL-RULE NOT =
                                   RISKRUL-RECORD(WS-SNAPSHOT-COUNT)
                               SET RULES-DIFFER-FROM-APPROVED
                                   TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    The simulation reads the review's own rule file and the
      *    limits in force, so it can say what the credit-limit
      *    review would do differently with the simulated scores.
       1700-PREPARE-SIMULATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SIM-STAMP
           PERFORM VARYING WS-BND-IDX FROM 1 BY 1
               UNTIL WS-BND-IDX > 100
               MOVE ZERO TO WS-BND-CURRENT(WS-BND-IDX)
                            WS-BND-SIMULATED(WS-BND-IDX)
           END-PERFORM
           OPEN INPUT REVIEW-RULES-FILE
           IF WS-CLRRUL-STATUS = '00'
               PERFORM 1710-READ-REVIEW-RULE
                   UNTIL END-OF-REVIEW-RULES
               CLOSE REVIEW-RULES-FILE
           END-IF
           OPEN INPUT CUSTLIM-FILE
           IF WS-CUSTLIM-STATUS = '00'
               PERFORM 1720-READ-ONE-LIMIT UNTIL END-OF-LIMITS
               CLOSE CUSTLIM-FILE
           END-IF
           OPEN OUTPUT SIMULATION-REPORT
           MOVE WS-SIM-SET-ID TO WS-SH1-SET-ID
           MOVE WS-SIM-USERID TO WS-SH1-USERID
           MOVE WS-SIM-DATE   TO WS-SH1-DATE
           MOVE WS-SIM-HEAD-LINE-1 TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE
           MOVE WS-SIM-HEAD-LINE-2 TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULES-COUNT
               MOVE RISKRUL-RULE-ID(WS-RUL-IDX) TO WS-SRL-RULE-ID
               MOVE RISKRUL-THRESHOLD(WS-RUL-IDX)
                   TO WS-SRL-THRESHOLD
               MOVE RISKRUL-POINTS(WS-RUL-IDX) TO WS-SRL-POINTS
               MOVE WS-SIM-RULE-LINE TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE
           MOVE WS-SIM-DETAIL-HEAD TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE.

       1710-READ-REVIEW-RULE.
           READ REVIEW-RULES-FILE
               AT END
                   SET END-OF-REVIEW-RULES TO TRUE
               NOT AT END
                   MOVE REVIEW-RULE-IN-RECORD TO CLRRUL-RECORD
                   EVALUATE CLRRUL-RULE-ID
                       WHEN 'HIGHRISK'
                           SET HIGHRISK-ON-FILE TO TRUE
                           MOVE CLRRUL-THRESHOLD
                               TO WS-HIGHRISK-SCORE
                           MOVE CLRRUL-PERCENT TO WS-HIGHRISK-PCT
                       WHEN 'NEWLIMIT'
                           SET NEWLIMIT-ON-FILE TO TRUE
                           MOVE CLRRUL-THRESHOLD
                               TO WS-NEWLIMIT-AMOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    Same choice the review makes: the latest limit effective
      *    on or before the day, a later record on the same date
      *    superseding an earlier one.
       1720-READ-ONE-LIMIT.
           READ CUSTLIM-FILE
               AT END
                   SET END-OF-LIMITS TO TRUE
               NOT AT END
                   MOVE CUSTLIM-IN-RECORD TO CUSTLIM-RECORD
                   IF CUSTLIM-EFFECTIVE-DATE NOT > WS-TODAY
                       MOVE CUSTLIM-CUSTOMER-ID TO WS-SEEK-ID
                       PERFORM 2460-FIND-LIMIT
                       PERFORM 1730-KEEP-LATEST-LIMIT
                   END-IF
           END-READ.

       1730-KEEP-LATEST-LIMIT.
           IF WS-LIM-FOUND-IDX = ZERO
               IF WS-LIMIT-COUNT >= 5000
                   DISPLAY '*** RSKSCR1 LIMIT TABLE FULL --'
                       ' CUSTOMER ' WS-SEEK-ID ' NOT LOADED ***'
               ELSE
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE WS-SEEK-ID
                       TO WS-LIM-CUSTOMER-ID(WS-LIMIT-COUNT)
                   MOVE CUSTLIM-CREDIT-LIMIT
                       TO WS-LIM-AMOUNT(WS-LIMIT-COUNT)
                   MOVE CUSTLIM-EFFECTIVE-DATE
                       TO WS-LIM-EFFECTIVE(WS-LIMIT-COUNT)
               END-IF
           ELSE
               IF CUSTLIM-EFFECTIVE-DATE
                       NOT < WS-LIM-EFFECTIVE(WS-LIM-FOUND-IDX)
                   MOVE CUSTLIM-CREDIT-LIMIT
                       TO WS-LIM-AMOUNT(WS-LIM-FOUND-IDX)
                   MOVE CUSTLIM-EFFECTIVE-DATE
                       TO WS-LIM-EFFECTIVE(WS-LIM-FOUND-IDX)
               END-IF
           END-IF.

      *    Only a finance record carries a score, so only a finance
      *    record is rewritten; legacy records are read and left.
      *    A simulation rewrites nothing and compares instead.
       2000-SCORE-THE-MASTER.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   PERFORM 2100-SCORE-ONE-CUSTOMER
                   IF SIMULATION-RUN
                       IF CUSTREC-TYPE-FINANCE
                           PERFORM 2400-COMPARE-SIMULATED
                       END-IF
                   ELSE
                       PERFORM 2300-ADD-TO-HOUSEHOLD
                       IF CUSTREC-TYPE-FINANCE
                           MOVE CUSTREC-RECORD
                               TO CUSTREC-FILE-RECORD
                           REWRITE CUSTREC-FILE-RECORD
                           MOVE WS-MASTER-STATUS
                               TO FSTAT-FILE-STATUS
                           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
                           MOVE 'WRITE' TO FSTAT-OPERATION
                           PERFORM 9000-CHECK-FILE-STATUS
                       END-IF
                   END-IF
           END-READ.

                   COMPUTE WS-SCORE-DELTA = ZERO - WS-SCORE-DELTA
               END-IF
               IF WS-SCORE-DELTA > WS-REPORT-THRESHOLD
                   AND LIVE-RUN
                   ADD 1 TO WS-CHANGES-REPORTED
                   DISPLAY 'RSKSCR1 SCORE CHANGE '
                       CUSTREC-CUSTOMER-ID ' OLD ' WS-OLD-SCORE
                   MOVE WS-ACT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           PERFORM 2160-COUNT-WINDOW-POSTINGS
           MOVE ZERO TO WS-DEBIT-PCT
           COMPUTE WS-TOTAL-POSTED = WS-DEBIT-COUNT + WS-CREDIT-COUNT
           IF WS-TOTAL-POSTED > ZERO
               COMPUTE WS-DEBIT-PCT ROUNDED =
                   WS-DEBIT-COUNT * 100 / WS-TOTAL-POSTED
           END-IF.

      *    The customer's postings are together on the primary key,
      *    in run-date order, so the window is one keyed browse.
       2160-COUNT-WINDOW-POSTINGS.
           MOVE ZERO TO WS-DEBIT-COUNT WS-CREDIT-COUNT
           MOVE WS-SEEK-ID      TO WS-HST-FROM-CUSTOMER
           MOVE WS-WINDOW-START TO WS-HST-FROM-DATE
           MOVE ZERO            TO WS-HST-FROM-SEQ
           MOVE WS-HST-FROM-KEY TO HSTKEY-FILE-KEY
           MOVE 'N' TO WS-HISTORY-EOF
           START HSTKEY-FILE KEY NOT LESS THAN HSTKEY-FILE-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM 2170-COUNT-ONE-POSTING UNTIL END-OF-HISTORY.

       2170-COUNT-ONE-POSTING.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   IF CUSTHSK-CUSTOMER-ID NOT = WS-SEEK-ID
                       SET END-OF-HISTORY TO TRUE
                   ELSE
                       MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                       IF CUSTHST-TRAN-TYPE = 'D'
                           ADD 1 TO WS-DEBIT-COUNT
                       ELSE
                           ADD 1 TO WS-CREDIT-COUNT
                       END-IF
                   END-IF
           END-READ.

       2200-APPLY-ONE-RULE.
           EVALUATE RISKRUL-RULE-ID(WS-RUL-IDX)
               WHEN 'DEBITMIX'
                   CONTINUE
           END-EVALUATE.

      *    The balance bytes are aliased under both views, so one
      *    field serves either; only a finance member has a score.
       2300-ADD-TO-HOUSEHOLD.
           MOVE ZERO TO WS-HHA-FOUND-IDX
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > WS-MEMBER-COUNT
               OR WS-HHA-FOUND-IDX > ZERO
               IF WS-MBR-CUSTOMER-ID(WS-MBR-IDX)
                       = CUSTREC-CUSTOMER-ID
                   MOVE WS-MBR-HH-IDX(WS-MBR-IDX) TO WS-HHA-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-HHA-FOUND-IDX > ZERO
               ADD 1 TO WS-HHA-MEMBERS-SEEN(WS-HHA-FOUND-IDX)
               ADD CUSTREC-LEGACY-BALANCE
                   TO WS-HHA-BALANCE(WS-HHA-FOUND-IDX)
               IF CUSTREC-LEGACY-BALANCE < ZERO
                   SUBTRACT CUSTREC-LEGACY-BALANCE
                       FROM WS-HHA-EXPOSURE(WS-HHA-FOUND-IDX)
               END-IF
               IF CUSTREC-TYPE-FINANCE
                   AND CUSTREC-FIN-RISK-SCORE
                       > WS-HHA-HIGH-SCORE(WS-HHA-FOUND-IDX)
                   MOVE CUSTREC-FIN-RISK-SCORE
                       TO WS-HHA-HIGH-SCORE(WS-HHA-FOUND-IDX)
               END-IF
           END-IF.

      *    The current score is the one on the master -- the score
      *    the credit-limit review reads today. Only an open account
      *    is reviewed, so only an open account can cross the line.
       2400-COMPARE-SIMULATED.
           COMPUTE WS-OLD-BAND = WS-OLD-SCORE / WS-BAND-WIDTH + 1
           COMPUTE WS-NEW-BAND =
               CUSTREC-FIN-RISK-SCORE / WS-BAND-WIDTH + 1
           ADD 1 TO WS-BND-CURRENT(WS-OLD-BAND)
           ADD 1 TO WS-BND-SIMULATED(WS-NEW-BAND)
           MOVE SPACES TO WS-REVIEW-MOVE
           MOVE ZERO TO WS-LIMIT-BASE
           MOVE ZERO TO WS-CUT-AMOUNT
           IF HIGHRISK-ON-FILE
               AND CUSTREC-FIN-OPEN
               IF WS-OLD-SCORE NOT < WS-HIGHRISK-SCORE
                   ADD 1 TO WS-REVIEW-NOW
               END-IF
               IF CUSTREC-FIN-RISK-SCORE NOT < WS-HIGHRISK-SCORE
                   ADD 1 TO WS-REVIEW-SIMULATED
               END-IF
               IF CUSTREC-FIN-RISK-SCORE NOT < WS-HIGHRISK-SCORE
                   AND WS-OLD-SCORE < WS-HIGHRISK-SCORE
                   MOVE 'INTO ' TO WS-REVIEW-MOVE
                   ADD 1 TO WS-REVIEW-INTO
                   PERFORM 2450-PRICE-THE-CUT
                   ADD WS-CUT-AMOUNT TO WS-CUT-TOTAL
               END-IF
               IF WS-OLD-SCORE NOT < WS-HIGHRISK-SCORE
                   AND CUSTREC-FIN-RISK-SCORE < WS-HIGHRISK-SCORE
                   MOVE 'OUT  ' TO WS-REVIEW-MOVE
                   ADD 1 TO WS-REVIEW-OUT-OF
                   PERFORM 2450-PRICE-THE-CUT
                   ADD WS-CUT-AMOUNT TO WS-RELIEF-TOTAL
               END-IF
           END-IF
           IF WS-NEW-BAND NOT = WS-OLD-BAND
               ADD 1 TO WS-BAND-CHANGES
           END-IF
           IF WS-NEW-BAND NOT = WS-OLD-BAND
               OR WS-REVIEW-MOVE NOT = SPACES
               MOVE CUSTREC-CUSTOMER-ID TO WS-SDL-CUSTOMER-ID
               MOVE WS-OLD-SCORE        TO WS-SDL-CURRENT-SCORE
               MOVE WS-OLD-BAND         TO WS-BND-IDX
               PERFORM 2480-LABEL-THE-BAND
               MOVE WS-BAND-LABEL       TO WS-SDL-CURRENT-BAND
               MOVE CUSTREC-FIN-RISK-SCORE
                   TO WS-SDL-SIMULATED-SCORE
               MOVE WS-NEW-BAND         TO WS-BND-IDX
               PERFORM 2480-LABEL-THE-BAND
               MOVE WS-BAND-LABEL       TO WS-SDL-SIMULATED-BAND
               MOVE WS-REVIEW-MOVE      TO WS-SDL-REVIEW-MOVE
               MOVE WS-LIMIT-BASE       TO WS-SDL-LIMIT
               MOVE WS-CUT-AMOUNT       TO WS-SDL-CUT
               MOVE WS-SIM-DETAIL-LINE TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
           END-IF.

      *    What the HIGHRISK rule takes off: the limit in force, or
      *    the NEWLIMIT offer for a customer with none, cut by the
      *    rule's percent but never below what is already drawn.
       2450-PRICE-THE-CUT.
           MOVE CUSTREC-CUSTOMER-ID TO WS-SEEK-ID
           PERFORM 2460-FIND-LIMIT
           IF WS-LIM-FOUND-IDX > ZERO
               MOVE WS-LIM-AMOUNT(WS-LIM-FOUND-IDX) TO WS-LIMIT-BASE
           ELSE
               IF NEWLIMIT-ON-FILE
                   MOVE WS-NEWLIMIT-AMOUNT TO WS-LIMIT-BASE
               END-IF
           END-IF
           MOVE ZERO TO WS-DRAWN-AMOUNT
           IF CUSTREC-FIN-BALANCE < ZERO
               COMPUTE WS-DRAWN-AMOUNT = ZERO - CUSTREC-FIN-BALANCE
           END-IF
           IF WS-HIGHRISK-PCT > 100
               MOVE ZERO TO WS-CUT-LIMIT
           ELSE
               COMPUTE WS-CUT-LIMIT ROUNDED =
                   WS-LIMIT-BASE
                   - WS-LIMIT-BASE * WS-HIGHRISK-PCT / 100
           END-IF
           IF WS-CUT-LIMIT < WS-DRAWN-AMOUNT
               MOVE WS-DRAWN-AMOUNT TO WS-CUT-LIMIT
           END-IF
           IF WS-CUT-LIMIT < WS-LIMIT-BASE
               COMPUTE WS-CUT-AMOUNT = WS-LIMIT-BASE - WS-CUT-LIMIT
           END-IF.

       2460-FIND-LIMIT.
           MOVE ZERO TO WS-LIM-FOUND-IDX
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               OR WS-LIM-FOUND-IDX > ZERO
               IF WS-LIM-CUSTOMER-ID(WS-LIM-IDX) = WS-SEEK-ID
                   MOVE WS-LIM-IDX TO WS-LIM-FOUND-IDX
               END-IF
           END-PERFORM.

       2480-LABEL-THE-BAND.
           COMPUTE WS-BL-LOW = (WS-BND-IDX - 1) * WS-BAND-WIDTH
           COMPUTE WS-BL-HIGH = WS-BND-IDX * WS-BAND-WIDTH - 1
               ON SIZE ERROR
                   MOVE 999 TO WS-BL-HIGH
           END-COMPUTE
           IF WS-BL-HIGH > 999
               MOVE 999 TO WS-BL-HIGH
           END-IF.

       2500-WRITE-HOUSEHOLD-REPORT.
           OPEN OUTPUT HOUSEHOLD-REPORT
           MOVE WS-HH-HEAD-LINE-1 TO HOUSEHOLD-REPORT-LINE
           WRITE HOUSEHOLD-REPORT-LINE
           MOVE WS-HH-HEAD-LINE-2 TO HOUSEHOLD-REPORT-LINE
           WRITE HOUSEHOLD-REPORT-LINE
           PERFORM VARYING WS-HHA-IDX FROM 1 BY 1
               UNTIL WS-HHA-IDX > WS-HOUSEHOLD-COUNT
               MOVE WS-HHA-HOUSEHOLD-ID(WS-HHA-IDX)
                   TO WS-HDL-HOUSEHOLD-ID
               MOVE WS-HHA-PRIMARY-ID(WS-HHA-IDX)
                   TO WS-HDL-PRIMARY-ID
               MOVE WS-HHA-MEMBERS-SEEN(WS-HHA-IDX) TO WS-HDL-MEMBERS
               MOVE WS-HHA-BALANCE(WS-HHA-IDX)   TO WS-HDL-BALANCE
               MOVE WS-HHA-EXPOSURE(WS-HHA-IDX)  TO WS-HDL-EXPOSURE
               MOVE WS-HHA-LIMIT(WS-HHA-IDX)     TO WS-HDL-LIMIT
               MOVE WS-HHA-HIGH-SCORE(WS-HHA-IDX)
                   TO WS-HDL-HIGH-SCORE
               MOVE SPACE TO WS-HDL-OVER-FLAG
               IF WS-HHA-LIMIT-DATE(WS-HHA-IDX) > ZERO
                   AND WS-HHA-EXPOSURE(WS-HHA-IDX)
                       > WS-HHA-LIMIT(WS-HHA-IDX)
                   MOVE '*' TO WS-HDL-OVER-FLAG
                   ADD 1 TO WS-HOUSEHOLDS-OVER
               END-IF
               MOVE WS-HH-DETAIL-LINE TO HOUSEHOLD-REPORT-LINE
               WRITE HOUSEHOLD-REPORT-LINE
           END-PERFORM
           CLOSE HOUSEHOLD-REPORT.

      *    The distribution and the review totals close the report;
      *    the rules scored with and the S event go on the register
      *    for the approver.
       2800-FINISH-SIMULATION.
           MOVE SPACES TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE
           MOVE WS-SIM-DIST-HEAD TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE
           PERFORM VARYING WS-BND-IDX FROM 1 BY 1
               UNTIL WS-BND-IDX > WS-BAND-COUNT
               PERFORM 2480-LABEL-THE-BAND
               MOVE WS-BAND-LABEL TO WS-SDS-BAND
               MOVE WS-BND-CURRENT(WS-BND-IDX) TO WS-SDS-CURRENT
               MOVE WS-BND-SIMULATED(WS-BND-IDX)
                   TO WS-SDS-SIMULATED
               COMPUTE WS-SDS-CHANGE = WS-BND-SIMULATED(WS-BND-IDX)
                   - WS-BND-CURRENT(WS-BND-IDX)
               MOVE WS-SIM-DIST-LINE TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE
           MOVE SPACES TO WS-SIM-SUMMARY-LINE
           MOVE 'FINANCE CUSTOMERS SCORED' TO WS-SSL-LABEL
           MOVE WS-SCORES-COMPUTED TO WS-SSL-COUNT
           MOVE WS-SIM-SUMMARY-LINE TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE
           MOVE 'CUSTOMERS WHOSE BAND WOULD CHANGE' TO WS-SSL-LABEL
           MOVE WS-BAND-CHANGES TO WS-SSL-COUNT
           MOVE WS-SIM-SUMMARY-LINE TO SIMULATION-REPORT-LINE
           WRITE SIMULATION-REPORT-LINE
           IF HIGHRISK-ON-FILE
               MOVE WS-HIGHRISK-SCORE TO WS-SRH-SCORE
               MOVE WS-HIGHRISK-PCT   TO WS-SRH-PCT
               MOVE WS-SIM-REVIEW-HEAD TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
               MOVE 'OPEN CUSTOMERS ON OR OVER THE LINE NOW'
                   TO WS-SSL-LABEL
               MOVE WS-REVIEW-NOW TO WS-SSL-COUNT
               MOVE WS-SIM-SUMMARY-LINE TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
               MOVE 'OPEN CUSTOMERS ON OR OVER IT SIMULATED'
                   TO WS-SSL-LABEL
               MOVE WS-REVIEW-SIMULATED TO WS-SSL-COUNT
               MOVE WS-SIM-SUMMARY-LINE TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
               MOVE 'MOVING INTO THE HIGHRISK CUT'
                   TO WS-SSL-LABEL
               MOVE WS-REVIEW-INTO TO WS-SSL-COUNT
               MOVE 'LIMIT CUT' TO WS-SSL-AMOUNT-LABEL
               MOVE WS-CUT-TOTAL TO WS-SSL-AMOUNT
               MOVE WS-SIM-SUMMARY-LINE TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
               MOVE 'MOVING OUT OF THE HIGHRISK CUT'
                   TO WS-SSL-LABEL
               MOVE WS-REVIEW-OUT-OF TO WS-SSL-COUNT
               MOVE 'CUT LIFTED' TO WS-SSL-AMOUNT-LABEL
               MOVE WS-RELIEF-TOTAL TO WS-SSL-AMOUNT
               MOVE WS-SIM-SUMMARY-LINE TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
           ELSE
               MOVE WS-SIM-NO-REVIEW-LINE TO SIMULATION-REPORT-LINE
               WRITE SIMULATION-REPORT-LINE
           END-IF
           CLOSE SIMULATION-REPORT
           PERFORM 2850-RECORD-SIMULATION.

       2850-RECORD-SIMULATION.
           OPEN EXTEND SNAPSHOT-FILE
           MOVE WS-SNAPSHOT-STATUS TO FSTAT-FILE-STATUS
           MOVE 'RSKSRULF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RULES-COUNT
               MOVE WS-SIM-SET-ID TO RSKSRL-SET-ID
               MOVE WS-SIM-STAMP  TO RSKSRL-SIM-STAMP
               MOVE RISKRUL-RECORD(WS-RUL-IDX) TO RSKSRL-RULE
               MOVE RSKSRL-RECORD TO SNAPSHOT-LINE
               WRITE SNAPSHOT-LINE
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           OPEN EXTEND REGISTER-FILE
           MOVE WS-REGISTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'RSKSIMF ' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           MOVE SPACES TO RSKSIM-RECORD
           MOVE WS-SIM-SET-ID      TO RSKSIM-SET-ID
           SET RSKSIM-EVENT-SIMULATED TO TRUE
           MOVE WS-SIM-STAMP       TO RSKSIM-SIM-STAMP
           MOVE WS-SIM-DATE        TO RSKSIM-EVENT-DATE
           MOVE WS-SIM-TIME        TO RSKSIM-EVENT-TIME
           MOVE WS-SIM-USERID      TO RSKSIM-USERID
           MOVE WS-RULES-COUNT     TO RSKSIM-RULE-COUNT
           MOVE WS-SCORES-COMPUTED TO RSKSIM-CUSTOMERS-SCORED
           MOVE WS-BAND-CHANGES    TO RSKSIM-BAND-CHANGES
           MOVE WS-REVIEW-INTO     TO RSKSIM-REVIEW-INTO
           MOVE WS-REVIEW-OUT-OF   TO RSKSIM-REVIEW-OUT-OF
           MOVE RSKSIM-RECORD TO REGISTER-LINE
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE.

       3000-TERMINATE.
           CLOSE CUSTREC-FILE
           CLOSE HSTKEY-FILE
           IF SIMULATION-RUN
               PERFORM 2800-FINISH-SIMULATION
               DISPLAY 'RSKSCR1 SIMULATED SET:    ' WS-SIM-SET-ID
               DISPLAY 'RSKSCR1 BAND CHANGES:     ' WS-BAND-CHANGES
               DISPLAY 'RSKSCR1 INTO REVIEW CUT:  ' WS-REVIEW-INTO
               DISPLAY 'RSKSCR1 OUT OF REVIEW CUT:' WS-REVIEW-OUT-OF
           ELSE
               PERFORM 2500-WRITE-HOUSEHOLD-REPORT
           END-IF
           DISPLAY 'RSKSCR1 RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'RSKSCR1 SCORES COMPUTED:  ' WS-SCORES-COMPUTED
           DISPLAY 'RSKSCR1 LEGACY SKIPPED:   ' WS-LEGACY-SKIPPED
           DISPLAY 'RSKSCR1 CHANGES REPORTED: '
               WS-CHANGES-REPORTED
           DISPLAY 'RSKSCR1 HOUSEHOLDS:       ' WS-HOUSEHOLD-COUNT
           DISPLAY 'RSKSCR1 HOUSEHOLDS OVER:  ' WS-HOUSEHOLDS-OVER
           IF NO-APPROVED-SET-ON-FILE
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-CHECK-FILE-STATUS.
           MOVE 'RSKSCR1 ' TO FSTAT-CALLER
