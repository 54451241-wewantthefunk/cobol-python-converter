       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBKO1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Supervised backout of a posting run. When a day's
      *    posting turns out to have been fed the wrong file, or a
      *    channel sent the same slice twice, the only remedy used
      *    to be reversals keyed one by one. This job takes a
      *    business date and a channel (B, L, A, or blank for the
      *    whole run) from the CUSTBKOP control card and undoes
      *    everything that run did, as a set:
      *      - every posting the run made -- found on the rolling
      *        CUSTHSTC history by its CPST correlation id and the
      *        business date it was booked on -- is taken back off
      *        its customer's balance on the keyed CUSTRECF master
      *        (before-image journalled first) and removed from the
      *        history (CUSTHSTC in, CUSTHSTU out); an escheatment
      *        that closed the account reopens it
      *      - the same postings come out of the keyed history
      *        store (CUSTHSTK), found by the run date they were
      *        loaded under, and the backout is logged on the
      *        CUSTHSKL load log so the store's readers know
      *      - an original the run reversed gets its reversal
      *        cross-stamp taken off again, on the rolling history
      *        and in the store, so it can be reversed properly
      *        later
      *      - the items the run held (CUSTHLDI/CUSTHLDO), set aside
      *        as duplicate suspects (CUSTSUSI/CUSTSUSO) or booked
      *        to unapplied-cash suspense (CUSTUNAI/CUSTUNAO) are
      *        taken out of those inventories
      *      - the released holds, released suspects and suspense
      *        applications and returns the run settled -- the
      *        decisions taken for that business date on CUSTHDA,
      *        CUSTSDA and CUSTUNAD -- go back into the inventories
      *        undecided, for the supervisors to decide again
      *    and it writes a negating GL extract (CUSTBGLI, every
      *    journal pair the run produced with its accounts swapped
      *    through GLMAPF) and a corrected CUSTPCTL (CUSTPCTI in,
      *    CUSTPCTO out) with the backed-out movement taken off
      *    the day totals, the channel lines and the SUSPENSE line
      *    and a BACKOUT line behind them, so the balance-forward
      *    proof (CUSTBAL1) still ties. Everything removed,
      *    reopened or reinstated is listed on the CUSTBKOR audit
      *    report and written whole to the CUSTBKOJ backout
      *    journal with who authorised it.
      *
      *    Run type P previews: the report shows exactly what would
      *    be undone and nothing is changed. Run type B backs out
      *    and must name the supervisor. Either way the backout is
      *    refused, with nothing changed, when a later business
      *    date has posted on top -- that run must be backed out
      *    first -- when the run posted nothing to back out, when a
      *    posted customer is no longer on the master, when a
      *    journal pair cannot be resolved on GLMAPF, or when the
      *    run has not yet been loaded into the history store (the
      *    compaction job, CUSTHSK1, runs first). A held item
      *    carries no channel, so a one-channel backout leaves the
      *    day's holds where they are and lists them. The history
      *    entries of a backdated posting book to the effective
      *    date; the run that booked them is taken from the
      *    cross-reference date the posting run stamps on them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE         ASSIGN TO "CUSTBKOP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HSTINV-IN-FILE    ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HSTINV-OUT-FILE   ASSIGN TO "CUSTHSTU"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-IN-FILE      ASSIGN TO "CUSTHLDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT HELD-OUT-FILE     ASSIGN TO "CUSTHLDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-AUDIT-FILE   ASSIGN TO "CUSTHDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SUSPECT-IN-FILE   ASSIGN TO "CUSTSUSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-STATUS.
           SELECT SUSPECT-OUT-FILE  ASSIGN TO "CUSTSUSO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPECT-AUDIT-FILE
                                    ASSIGN TO "CUSTSDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SUSPENSE-IN-FILE  ASSIGN TO "CUSTUNAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO "CUSTUNAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-AUDIT-FILE
                                    ASSIGN TO "CUSTUNAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CONTROL-IN-FILE   ASSIGN TO "CUSTPCTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CONTROL-OUT-FILE  ASSIGN TO "CUSTPCTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTBFW-IN-FILE   ASSIGN TO "CUSTBFWI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT GLMAP-FILE        ASSIGN TO "GLMAPF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-OUT-FILE       ASSIGN TO "CUSTBGLI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE      ASSIGN TO "CUSTBKOJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "CUSTBKOR"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RUN-TYPE           PIC X(01).
               88  PARM-PREVIEW-RUN                VALUE 'P'.
               88  PARM-BACKOUT-RUN                VALUE 'B'.
           05  PARM-BACKOUT-DATE       PIC X(08).
           05  PARM-CHANNEL            PIC X(01).
               88  PARM-WHOLE-RUN                  VALUE ' '.
               88  PARM-VALID-CHANNEL              VALUE ' ' 'B'
                                                         'L' 'A'.
           05  PARM-SUPERVISOR         PIC X(08).

       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  HSTINV-IN-FILE.
       01  HSTINV-IN-RECORD            PIC X(80).

       FD  HSTINV-OUT-FILE.
       01  HSTINV-OUT-RECORD           PIC X(80).

       FD  HELD-IN-FILE.
       01  HELD-IN-RECORD              PIC X(83).

       FD  HELD-OUT-FILE.
       01  HELD-OUT-RECORD             PIC X(83).

       FD  HELD-AUDIT-FILE.
       01  HELD-AUDIT-RECORD           PIC X(83).

       FD  SUSPECT-IN-FILE.
       01  SUSPECT-IN-RECORD           PIC X(75).

       FD  SUSPECT-OUT-FILE.
       01  SUSPECT-OUT-RECORD          PIC X(75).

       FD  SUSPECT-AUDIT-FILE.
       01  SUSPECT-AUDIT-RECORD        PIC X(75).

       FD  SUSPENSE-IN-FILE.
       01  SUSPENSE-IN-RECORD          PIC X(70).

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD         PIC X(70).

       FD  SUSPENSE-AUDIT-FILE.
       01  SUSPENSE-AUDIT-RECORD       PIC X(70).

       FD  CONTROL-IN-FILE.
       01  CONTROL-IN-LINE             PIC X(80).

       FD  CONTROL-OUT-FILE.
       01  CONTROL-OUT-LINE            PIC X(80).

       FD  CUSTBFW-IN-FILE.
       01  CUSTBFW-IN-LINE             PIC X(88).

       FD  GLMAP-FILE.
       01  GLMAP-IN-RECORD             PIC X(57).

       FD  GL-OUT-FILE.
       01  GL-OUT-LINE                 PIC X(80).

      *    One line per record the backout removed, reopened or
      *    reinstated, and one per master before-image, with the
      *    record exactly as it stood.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE.
           05  BKJ-LOG-DATE            PIC 9(08).
           05  BKJ-LOG-TIME            PIC 9(06).
           05  BKJ-BACKOUT-DATE        PIC 9(08).
           05  BKJ-CHANNEL             PIC X(01).
           05  BKJ-SUPERVISOR          PIC X(08).
           05  BKJ-FILE-ID             PIC X(08).
           05  BKJ-ACTION              PIC X(01).
               88  BKJ-REMOVED                     VALUE 'R'.
               88  BKJ-REOPENED                    VALUE 'U'.
               88  BKJ-REINSTATED                  VALUE 'I'.
               88  BKJ-BEFORE-IMAGE                VALUE 'M'.
           05  BKJ-IMAGE               PIC X(83).

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
       01  WS-HSTINV-EOF                PIC X       VALUE 'N'.
           88  END-OF-HSTINV                        VALUE 'Y'.
       01  WS-HELD-EOF                  PIC X       VALUE 'N'.
           88  END-OF-HELD                          VALUE 'Y'.
       01  WS-SUSPECT-EOF               PIC X       VALUE 'N'.
           88  END-OF-SUSPECTS                      VALUE 'Y'.
       01  WS-SUSPENSE-EOF              PIC X       VALUE 'N'.
           88  END-OF-SUSPENSE                      VALUE 'Y'.
       01  WS-AUDIT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-AUDIT                         VALUE 'Y'.
       01  WS-CONTROL-EOF               PIC X       VALUE 'N'.
           88  END-OF-CONTROL                       VALUE 'Y'.
       01  WS-LEDGER-EOF                PIC X       VALUE 'N'.
           88  END-OF-LEDGER                        VALUE 'Y'.
       01  WS-GLM-EOF-SWITCH            PIC X       VALUE 'N'.
           88  END-OF-GLMAP                         VALUE 'Y'.
       01  WS-LOADLOG-EOF               PIC X       VALUE 'N'.
           88  END-OF-LOADLOG                       VALUE 'Y'.
       01  WS-BROWSE-EOF                PIC X       VALUE 'N'.
           88  END-OF-BROWSE                        VALUE 'Y'.

       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HELD-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-SUSPECT-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-CONTROL-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-LEDGER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-STORE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-LOADLOG-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

       01  WS-BACKOUT-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
       01  WS-LATEST-RUN-DATE           PIC 9(08)   VALUE ZERO.
       01  WS-CONTROL-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-LEDGER-DATE               PIC 9(08)   VALUE ZERO.
       01  WS-REFUSAL-TEXT              PIC X(60)   VALUE SPACES.
       01  WS-DELTA                     PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-MISSING-CUSTOMERS         PIC 9(05)   VALUE ZERO.

      *    The rolling posted history. The action byte is space for
      *    an entry left as it is, B for one the backout takes off,
      *    U for an original whose reversal is being backed out.
      *    The kind byte marks a backed-out credit that applied a
      *    suspense item (A) and a backed-out reversal whose
      *    original is not on the history (N).
       01  WS-HSTINV-TABLE.
           05  WS-HSTINV-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-HSTINV-ENTRY OCCURS 2000 TIMES.
               10  WS-HST-IMAGE         PIC X(75).
               10  WS-HST-ACTION        PIC X(01).
               10  WS-HST-KIND          PIC X(01).
       01  WS-INV-IDX                   PIC 9(04).
       01  WS-ORIG-IDX                  PIC 9(04).
       01  WS-ORIG-FOUND-IDX            PIC 9(04).
       01  WS-ORIG-CUSTOMER             PIC X(08).
       01  WS-ORIG-AMOUNT               PIC 9(09)V99.
       01  WS-ORIG-BOOKED-DATE          PIC 9(08).
       01  WS-ORIG-REVERSAL-DATE        PIC 9(08).

      *    Where the run stands in the keyed history store, from
      *    the load log: N never loaded, L loaded (all or some of
      *    it still there), B already backed out whole.
       01  WS-STORE-STATE               PIC X(01)   VALUE 'N'.
       01  WS-SEEK-RUN-KEY.
           05  WS-SEEK-RUN-DATE         PIC 9(08).
           05  WS-SEEK-RUN-SEQ          PIC 9(07).
       01  WS-SEEK-POSTED-KEY.
           05  WS-SEEK-POSTED-CUSTOMER  PIC X(08).
           05  WS-SEEK-POSTED-DATE      PIC 9(08).

      *    The carried held, suspect and suspense inventories. The
      *    action byte is B for an item the run created and the
      *    backout removes, K for a held item of the day that a
      *    one-channel backout has to leave.
       01  WS-HELD-TABLE.
           05  WS-HELD-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-HELD-ENTRY OCCURS 2000 TIMES.
               10  WS-HLD-IMAGE         PIC X(83).
               10  WS-HLD-ACTION        PIC X(01).
       01  WS-HLD-IDX                   PIC 9(04).
       01  WS-SUSPECT-TABLE.
           05  WS-SUSPECT-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-SUSPECT-ENTRY OCCURS 2000 TIMES.
               10  WS-SUS-IMAGE         PIC X(75).
               10  WS-SUS-ACTION        PIC X(01).
       01  WS-SUS-IDX                   PIC 9(04).
       01  WS-SUSPENSE-TABLE.
           05  WS-SUSPENSE-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-SUSPENSE-ENTRY OCCURS 2000 TIMES.
               10  WS-UNA-IMAGE         PIC X(70).
               10  WS-UNA-ACTION        PIC X(01).
       01  WS-UNA-IDX                   PIC 9(04).

      *    Decisions the run settled, going back into their
      *    inventories undecided: H a released hold, S a released
      *    suspect, U a suspense application or return. The posted
      *    byte says whether a suspense application's credit was
      *    found among the backed-out postings.
       01  WS-REINSTATE-TABLE.
           05  WS-REINSTATE-COUNT       PIC 9(04)   VALUE ZERO.
           05  WS-REINSTATE-ENTRY OCCURS 1000 TIMES.
               10  WS-RIN-FILE          PIC X(01).
               10  WS-RIN-IMAGE         PIC X(83).
               10  WS-RIN-POSTED        PIC X(01).
       01  WS-RIN-IDX                   PIC 9(04).
       01  WS-ALREADY-CARRIED-SW        PIC X       VALUE 'N'.
           88  ALREADY-CARRIED                      VALUE 'Y'.

      *    What the backout takes off, by channel, in the same
      *    debit and credit sense the posting run counted it: a
      *    posting that lowered the balance was a debit, one that
      *    raised it a credit.
       01  WS-CHANNEL-BACKOUT.
           05  WS-CHANNEL-ENTRY OCCURS 3 TIMES.
               10  WS-CHN-CODE          PIC X(01).
               10  WS-CHN-POSTINGS      PIC 9(07).
               10  WS-CHN-SUSPECTS      PIC 9(07).
               10  WS-CHN-DEBITS        PIC S9(13)V99 COMP-3.
               10  WS-CHN-CREDITS       PIC S9(13)V99 COMP-3.
       01  WS-CHN-IDX                   PIC 9(01).
       01  WS-CHN-FOUND-IDX             PIC 9(01).

       01  WS-CONTROL-TOTALS.
           05  WS-POSTINGS-BACKED-OUT   PIC 9(07)   VALUE ZERO.
           05  WS-ORIGINALS-REOPENED    PIC 9(07)   VALUE ZERO.
           05  WS-ACCOUNTS-REOPENED     PIC 9(07)   VALUE ZERO.
           05  WS-HELD-REMOVED          PIC 9(07)   VALUE ZERO.
           05  WS-HELD-LEFT             PIC 9(07)   VALUE ZERO.
           05  WS-SUSPECTS-REMOVED      PIC 9(07)   VALUE ZERO.
           05  WS-SUSPENSE-REMOVED      PIC 9(07)   VALUE ZERO.
           05  WS-DECISIONS-REINSTATED  PIC 9(07)   VALUE ZERO.
           05  WS-STORE-REMOVED         PIC 9(07)   VALUE ZERO.
           05  WS-STORE-REOPENED        PIC 9(07)   VALUE ZERO.
           05  WS-STORE-REMOVED-AMOUNT  PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BKO-DEBIT-TOTAL       PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BKO-CREDIT-TOTAL      PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BKO-RECEIVED          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BKO-APPLIED           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BKO-RETURNED          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

      *    GL account mapping, and the negating journal: each pair
      *    the posting run wrote goes out again with its debit and
      *    credit accounts swapped. The pass runs once to prove
      *    every pair resolves before anything is changed, and once
      *    more to write the file. The pair is the one in force on
      *    the backed-out run's business date, the pair that run
      *    booked to, whatever the mapping says today.
       01  WS-GLMAP-TABLE.
           05  WS-GLM-COUNT             PIC 9(03)   VALUE ZERO.
           05  GLMAP-RECORD OCCURS 200 TIMES.
               COPY GLMAP REPLACING
                   ==01  GLMAP-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-GLM-IDX                   PIC 9(03).
       01  WS-GLM-FOUND-IDX             PIC 9(03).
       01  WS-GL-SEEK-TYPE              PIC X(01)   VALUE SPACE.
       01  WS-GL-SEEK-CHANNEL           PIC X(01)   VALUE SPACE.
       01  WS-GL-AMOUNT                 PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-GL-LINES-WRITTEN          PIC 9(05)   VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL            PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-GL-UNMAPPED-SW            PIC X       VALUE 'N'.
           88  GL-AGGREGATE-UNMAPPED                VALUE 'Y'.
       01  WS-GL-WRITE-SW               PIC X       VALUE 'N'.
           88  GL-WRITING                           VALUE 'Y'.

       01  WS-GL-DETAIL-LINE.
           05  WS-GLD-ACCOUNT           PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-GLD-DR-CR             PIC X(02).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-GLD-AMOUNT            PIC 9(13)V99.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-GLD-BUSINESS-DATE     PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-GLD-SOURCE            PIC X(04)   VALUE 'CBKO'.
           05  FILLER                   PIC X(39)   VALUE SPACES.

      *    The CUSTPCTL lines as the posting run writes them: the
      *    day record, one line per channel, the SUSPENSE line.
       01  WS-PCT-DAY-RECORD.
           05  WS-PCT-BUSINESS-DATE     PIC 9(08).
           05  WS-PCT-OPENING-TOTAL     PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  WS-PCT-DEBIT-TOTAL       PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  WS-PCT-CREDIT-TOTAL      PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  WS-PCT-CLOSING-TOTAL     PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
       01  WS-CHANNEL-CTL-LINE.
           05  FILLER                   PIC X(03).
           05  WS-CCL-CODE              PIC X(01).
           05  FILLER                   PIC X(06).
           05  WS-CCL-READ              PIC 9(07).
           05  FILLER                   PIC X(08).
           05  WS-CCL-POSTED            PIC 9(07).
           05  FILLER                   PIC X(04).
           05  WS-CCL-DEBITS            PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(04).
           05  WS-CCL-CREDITS           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(04).
           05  WS-CCL-SUSPECT           PIC 9(04).
       01  WS-SUSPENSE-CTL-LINE.
           05  FILLER                   PIC X(13).
           05  WS-SCL-RECEIVED          PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(05).
           05  WS-SCL-APPLIED           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(05).
           05  WS-SCL-RETURNED          PIC S9(13)V99
                                        SIGN LEADING SEPARATE.

      *    Left behind the posting run's lines so anyone reading the
      *    control file sees it was corrected, by whom, and by how
      *    much. CUSTBAL1 reads only the day record and the SUSPENSE
      *    line, so it passes this by.
       01  WS-BACKOUT-CTL-LINE.
           05  FILLER                   PIC X(08)   VALUE 'BACKOUT '.
           05  WS-BCL-DATE              PIC 9(08).
           05  FILLER                   PIC X(04)   VALUE ' CH '.
           05  WS-BCL-CHANNEL           PIC X(01).
           05  FILLER                   PIC X(04)   VALUE ' BY '.
           05  WS-BCL-SUPERVISOR        PIC X(08).
           05  FILLER                   PIC X(04)   VALUE ' DR '.
           05  WS-BCL-DEBITS            PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(04)   VALUE ' CR '.
           05  WS-BCL-CREDITS           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.

      *    Run-level unit-of-work correlation id, carried onto any
      *    ERR020W message the file-status handler escalates.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-RPT-HEADING-1.
           05  FILLER                   PIC X(44)   VALUE
               'CUSTBKO1 POSTING-RUN BACKOUT  BUSINESS DATE '.
           05  WS-RH1-DATE              PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RH1-TITLE             PIC X(26).
       01  WS-RPT-HEADING-2.
           05  FILLER                   PIC X(16)   VALUE
               'RUN BACKED OUT: '.
           05  WS-RH2-DATE              PIC X(08).
           05  FILLER                   PIC X(12)   VALUE
               '   CHANNEL: '.
           05  WS-RH2-CHANNEL           PIC X(05).
           05  FILLER                   PIC X(15)   VALUE
               '   SUPERVISOR: '.
           05  WS-RH2-SUPERVISOR        PIC X(08).
           05  FILLER                   PIC X(16)   VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                   PIC X(40)   VALUE
               'FILE      CUSTOMER  T  C          AMOUNT'.
           05  FILLER                   PIC X(40)   VALUE
               '  ACTION                                '.
       01  WS-RPT-DETAIL.
           05  WS-RPD-FILE-ID           PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-TRAN-TYPE         PIC X(01).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-CHANNEL           PIC X(01).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-ACTION            PIC X(38).
       01  WS-RPT-REFUSAL.
           05  FILLER                   PIC X(18)   VALUE
               'BACKOUT REFUSED:  '.
           05  WS-RPR-TEXT              PIC X(60).
           05  FILLER                   PIC X(02)   VALUE SPACES.
       01  WS-RPT-COUNT-TOTAL.
           05  WS-RCT-LABEL             PIC X(40).
           05  WS-RCT-COUNT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(30)   VALUE SPACES.
       01  WS-RPT-AMOUNT-TOTAL.
           05  WS-RAT-LABEL             PIC X(40).
           05  WS-RAT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(22)   VALUE SPACES.

       COPY CUSTREC.
       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTHSL.
       COPY CUSTHELD.
       COPY CUSTSUS.
       COPY CUSTUNA.
       COPY CUSTBFW.
       COPY BUSDATE.
       COPY FILEHDTR.
       COPY FSTATCOM.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-NOTHING-POSTED-LATER
           PERFORM 2100-SELECT-RUN-POSTINGS
           PERFORM 2200-FIND-REVERSED-ORIGINALS
           PERFORM 2300-LOAD-HELD-INVENTORY
           PERFORM 2400-LOAD-SUSPECT-INVENTORY
           PERFORM 2500-LOAD-SUSPENSE-INVENTORY
           IF PARM-WHOLE-RUN OR PARM-CHANNEL = 'A'
               PERFORM 2600-LOAD-SETTLED-DECISIONS
           END-IF
           PERFORM 2700-TOTAL-THE-BACKOUT
           PERFORM 2800-CHECK-GL-MAPPING
           PERFORM 2850-CHECK-CONTROL-FILE
           PERFORM 2950-CHECK-RUN-IN-STORE
           PERFORM 2900-CHECK-CUSTOMERS
           IF PARM-BACKOUT-RUN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               OPEN EXTEND JOURNAL-FILE
               PERFORM 3000-RESTORE-BALANCES
               CLOSE CUSTREC-FILE
               PERFORM 4000-WRITE-HISTORY-INVENTORY
               PERFORM 4100-WRITE-HELD-INVENTORY
               PERFORM 4200-WRITE-SUSPECT-INVENTORY
               PERFORM 4300-WRITE-SUSPENSE-INVENTORY
               PERFORM 4400-TAKE-RUN-OUT-OF-STORE
               CLOSE JOURNAL-FILE
               PERFORM 5000-WRITE-NEGATING-GL
               PERFORM 5100-WRITE-CORRECTED-CONTROL
           ELSE
               CLOSE CUSTREC-FILE
               PERFORM 4400-TAKE-RUN-OUT-OF-STORE
           END-IF
           PERFORM 6000-WRITE-AUDIT-REPORT
           PERFORM 9000-END-RUN.

       1000-INITIALIZE.
           MOVE 'CBKO' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTBKO1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1050-READ-CONTROL-CARD
           MOVE 'CUSTBKO1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** CUSTBKO1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE ANYTHING WAS READ ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'B' TO WS-CHN-CODE(1)
           MOVE 'L' TO WS-CHN-CODE(2)
           MOVE 'A' TO WS-CHN-CODE(3)
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
               MOVE ZERO TO WS-CHN-POSTINGS(WS-CHN-IDX)
                            WS-CHN-SUSPECTS(WS-CHN-IDX)
                            WS-CHN-DEBITS(WS-CHN-IDX)
                            WS-CHN-CREDITS(WS-CHN-IDX)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-RH1-DATE
           IF PARM-PREVIEW-RUN
               MOVE 'PREVIEW - NOTHING CHANGED' TO WS-RH1-TITLE
           ELSE
               MOVE 'BACKOUT APPLIED' TO WS-RH1-TITLE
           END-IF
           MOVE PARM-BACKOUT-DATE TO WS-RH2-DATE
           IF PARM-WHOLE-RUN
               MOVE 'ALL' TO WS-RH2-CHANNEL
           ELSE
               MOVE PARM-CHANNEL TO WS-RH2-CHANNEL
           END-IF
           MOVE PARM-SUPERVISOR TO WS-RH2-SUPERVISOR
           MOVE WS-RPT-HEADING-1 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-HEADING-2 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM 1100-LOAD-GL-MAPPING
           PERFORM 1200-LOAD-HISTORY-INVENTORY.

      *    A backout must name the run and, when it is for real,
      *    the supervisor who authorised it; a run from the future
      *    has nothing to back out.
       1050-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   DISPLAY '*** CUSTBKO1 CUSTBKOP CONTROL CARD'
                       ' MISSING -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE
           IF NOT (PARM-PREVIEW-RUN OR PARM-BACKOUT-RUN)
               OR PARM-BACKOUT-DATE NOT NUMERIC
               OR NOT PARM-VALID-CHANNEL
               OR (PARM-BACKOUT-RUN AND PARM-SUPERVISOR = SPACES)
               DISPLAY '*** CUSTBKO1 CUSTBKOP CONTROL CARD INVALID: '
                   PARM-RECORD ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-BACKOUT-DATE TO WS-BACKOUT-DATE
           IF WS-BACKOUT-DATE > BUSDATE-CURRENT-DATE
               DISPLAY '*** CUSTBKO1 BACKOUT DATE ' WS-BACKOUT-DATE
                   ' IS AFTER THE BUSINESS DATE -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-GL-MAPPING.
           OPEN INPUT GLMAP-FILE
           PERFORM 1110-READ-ONE-GLMAP UNTIL END-OF-GLMAP
           CLOSE GLMAP-FILE.

       1110-READ-ONE-GLMAP.
           READ GLMAP-FILE
               AT END
                   SET END-OF-GLMAP TO TRUE
               NOT AT END
                   IF WS-GLM-COUNT >= 200
                       DISPLAY '*** CUSTBKO1 GL MAPPING HAS MORE'
                           ' THAN 200 ENTRIES -- REMAINDER NOT'
                           ' LOADED ***'
                       SET END-OF-GLMAP TO TRUE
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

      *    A history too big for the table would hide postings from
      *    the backout -- the run stops instead.
       1200-LOAD-HISTORY-INVENTORY.
           OPEN INPUT HSTINV-IN-FILE
           PERFORM 1210-READ-ONE-INVENTORY UNTIL END-OF-HSTINV
           CLOSE HSTINV-IN-FILE
           DISPLAY 'CUSTBKO1 HISTORY ENTRIES:  ' WS-HSTINV-COUNT.

       1210-READ-ONE-INVENTORY.
           READ HSTINV-IN-FILE
               AT END
                   SET END-OF-HSTINV TO TRUE
               NOT AT END
                   IF HSTINV-IN-RECORD(1:4) = 'HDR*'
                       OR HSTINV-IN-RECORD(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       IF WS-HSTINV-COUNT >= 2000
                           DISPLAY '*** CUSTBKO1 HISTORY INVENTORY'
                               ' EXCEEDS 2000 RECORDS -- RUN'
                               ' ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HSTINV-COUNT
                       MOVE HSTINV-IN-RECORD(1:75)
                           TO WS-HST-IMAGE(WS-HSTINV-COUNT)
                       MOVE SPACE TO WS-HST-ACTION(WS-HSTINV-COUNT)
                                     WS-HST-KIND(WS-HSTINV-COUNT)
                   END-IF
           END-READ.

      *    Nothing may be backed out from under a later run: its
      *    balances-before were this run's balances-after. The
      *    later run is backed out first, and then it is no longer
      *    on the history to stop this one.
       2000-CHECK-NOTHING-POSTED-LATER.
           MOVE ZERO TO WS-LATEST-RUN-DATE
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
               IF CUSTHST-CORRELATION-ID(1:4) = 'CPST'
                   PERFORM 8000-TAKE-RUN-DATE
                   IF WS-RUN-DATE > WS-LATEST-RUN-DATE
                       MOVE WS-RUN-DATE TO WS-LATEST-RUN-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LATEST-RUN-DATE > WS-BACKOUT-DATE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'THE RUN OF ' WS-LATEST-RUN-DATE
                   ' HAS POSTED ON TOP - BACK IT OUT FIRST'
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-THE-BACKOUT
           END-IF.

       2100-SELECT-RUN-POSTINGS.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
               IF CUSTHST-CORRELATION-ID(1:4) = 'CPST'
                   PERFORM 8000-TAKE-RUN-DATE
                   IF WS-RUN-DATE = WS-BACKOUT-DATE
                       AND (PARM-WHOLE-RUN
                            OR CUSTHST-CHANNEL-CODE = PARM-CHANNEL)
                       MOVE 'B' TO WS-HST-ACTION(WS-INV-IDX)
                       ADD 1 TO WS-POSTINGS-BACKED-OUT
                   END-IF
               END-IF
           END-PERFORM.

      *    A reversal the run posted cross-stamped its original;
      *    with the reversal gone the original is open again. The
      *    original sits under the id it was posted with, which
      *    for a merged-away account is not the reversal's, so the
      *    same customer is preferred but not required. An original
      *    this backout removes anyway needs no reopening.
       2200-FIND-REVERSED-ORIGINALS.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
               IF WS-HST-ACTION(WS-INV-IDX) = 'B'
                   AND CUSTHST-IS-REVERSAL
                   MOVE CUSTHST-CUSTOMER-ID    TO WS-ORIG-CUSTOMER
                   MOVE CUSTHST-AMOUNT         TO WS-ORIG-AMOUNT
                   MOVE CUSTHST-CROSS-REF-DATE TO WS-ORIG-BOOKED-DATE
                   MOVE CUSTHST-BUSINESS-DATE  TO WS-ORIG-REVERSAL-DATE
                   PERFORM 2250-FIND-ONE-ORIGINAL
                   IF WS-ORIG-FOUND-IDX > ZERO
                       IF WS-HST-ACTION(WS-ORIG-FOUND-IDX) = SPACE
                           MOVE 'U'
                               TO WS-HST-ACTION(WS-ORIG-FOUND-IDX)
                           ADD 1 TO WS-ORIGINALS-REOPENED
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-HST-KIND(WS-INV-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2250-FIND-ONE-ORIGINAL.
           MOVE ZERO TO WS-ORIG-FOUND-IDX
           PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
               UNTIL WS-ORIG-IDX > WS-HSTINV-COUNT
               MOVE WS-HST-IMAGE(WS-ORIG-IDX) TO CUSTHST-RECORD
               IF CUSTHST-IS-REVERSED
                   AND WS-HST-ACTION(WS-ORIG-IDX) NOT = 'U'
                   AND CUSTHST-BUSINESS-DATE = WS-ORIG-BOOKED-DATE
                   AND CUSTHST-CROSS-REF-DATE = WS-ORIG-REVERSAL-DATE
                   AND CUSTHST-AMOUNT = WS-ORIG-AMOUNT
                   IF WS-ORIG-FOUND-IDX = ZERO
                       OR CUSTHST-CUSTOMER-ID = WS-ORIG-CUSTOMER
                       MOVE WS-ORIG-IDX TO WS-ORIG-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *    Held items carry no channel: only a whole-run backout
      *    can tell the run's holds apart, so a one-channel backout
      *    leaves them and says so.
       2300-LOAD-HELD-INVENTORY.
           OPEN INPUT HELD-IN-FILE
           IF WS-HELD-STATUS = '00'
               PERFORM 2310-READ-ONE-HELD UNTIL END-OF-HELD
               CLOSE HELD-IN-FILE
           END-IF.

       2310-READ-ONE-HELD.
           READ HELD-IN-FILE
               AT END
                   SET END-OF-HELD TO TRUE
               NOT AT END
                   IF WS-HELD-COUNT >= 2000
                       DISPLAY '*** CUSTBKO1 HELD INVENTORY EXCEEDS'
                           ' 2000 ITEMS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   MOVE HELD-IN-RECORD TO WS-HLD-IMAGE(WS-HELD-COUNT)
                   MOVE SPACE TO WS-HLD-ACTION(WS-HELD-COUNT)
                   MOVE HELD-IN-RECORD TO CUSTHLD-RECORD
                   IF CUSTHLD-HELD-DATE = WS-BACKOUT-DATE
                       AND CUSTHLD-STATUS-HELD
                       IF PARM-WHOLE-RUN
                           MOVE 'B' TO WS-HLD-ACTION(WS-HELD-COUNT)
                           ADD 1 TO WS-HELD-REMOVED
                       ELSE
                           MOVE 'K' TO WS-HLD-ACTION(WS-HELD-COUNT)
                           ADD 1 TO WS-HELD-LEFT
                       END-IF
                   END-IF
           END-READ.

       2400-LOAD-SUSPECT-INVENTORY.
           OPEN INPUT SUSPECT-IN-FILE
           IF WS-SUSPECT-STATUS = '00'
               PERFORM 2410-READ-ONE-SUSPECT UNTIL END-OF-SUSPECTS
               CLOSE SUSPECT-IN-FILE
           END-IF.

       2410-READ-ONE-SUSPECT.
           READ SUSPECT-IN-FILE
               AT END
                   SET END-OF-SUSPECTS TO TRUE
               NOT AT END
                   IF WS-SUSPECT-COUNT >= 2000
                       DISPLAY '*** CUSTBKO1 SUSPECT INVENTORY'
                           ' EXCEEDS 2000 ITEMS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SUSPECT-COUNT
                   MOVE SUSPECT-IN-RECORD
                       TO WS-SUS-IMAGE(WS-SUSPECT-COUNT)
                   MOVE SPACE TO WS-SUS-ACTION(WS-SUSPECT-COUNT)
                   MOVE SUSPECT-IN-RECORD TO CUSTSUS-RECORD
                   IF CUSTSUS-SUSPECT-DATE = WS-BACKOUT-DATE
                       AND CUSTSUS-STATUS-SUSPECT
                       AND (PARM-WHOLE-RUN
                            OR CUSTSUS-CHANNEL-CODE = PARM-CHANNEL)
                       MOVE 'B' TO WS-SUS-ACTION(WS-SUSPECT-COUNT)
                       ADD 1 TO WS-SUSPECTS-REMOVED
                   END-IF
           END-READ.

      *    Only items the posting run booked are the run's; an item
      *    re-booked on the adjustments channel is an application
      *    whose customer had gone, never counted as received.
       2500-LOAD-SUSPENSE-INVENTORY.
           OPEN INPUT SUSPENSE-IN-FILE
           IF WS-SUSPENSE-STATUS = '00'
               PERFORM 2510-READ-ONE-SUSPENSE UNTIL END-OF-SUSPENSE
               CLOSE SUSPENSE-IN-FILE
           END-IF.

       2510-READ-ONE-SUSPENSE.
           READ SUSPENSE-IN-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   IF WS-SUSPENSE-COUNT >= 2000
                       DISPLAY '*** CUSTBKO1 SUSPENSE INVENTORY'
                           ' EXCEEDS 2000 ITEMS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SUSPENSE-COUNT
                   MOVE SUSPENSE-IN-RECORD
                       TO WS-UNA-IMAGE(WS-SUSPENSE-COUNT)
                   MOVE SPACE TO WS-UNA-ACTION(WS-SUSPENSE-COUNT)
                   MOVE SUSPENSE-IN-RECORD TO CUSTUNA-RECORD
                   IF CUSTUNA-RECEIVED-DATE = WS-BACKOUT-DATE
                       AND CUSTUNA-STATUS-UNAPPLIED
                       AND CUSTUNA-CORRELATION-ID(1:4) = 'CPST'
                       AND (PARM-WHOLE-RUN
                            OR CUSTUNA-CHANNEL-CODE = PARM-CHANNEL)
                       MOVE 'B' TO WS-UNA-ACTION(WS-SUSPENSE-COUNT)
                       ADD 1 TO WS-SUSPENSE-REMOVED
                       IF CUSTUNA-CHANNEL-CODE NOT = 'A'
                           ADD CUSTUNA-AMOUNT TO WS-BKO-RECEIVED
                       END-IF
                   END-IF
           END-READ.

      *    Decisions are taken for the business date and post in
      *    that night's run, and they reach it on the adjustments
      *    channel. A decision whose item is already back in its
      *    inventory -- an earlier backout of the same date -- is
      *    not reinstated twice.
       2600-LOAD-SETTLED-DECISIONS.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT HELD-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 2610-READ-ONE-HELD-DECISION UNTIL END-OF-AUDIT
               CLOSE HELD-AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT SUSPECT-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 2620-READ-ONE-SUSPECT-DECISION
                   UNTIL END-OF-AUDIT
               CLOSE SUSPECT-AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT SUSPENSE-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 2630-READ-ONE-SUSPENSE-DECISION
                   UNTIL END-OF-AUDIT
               CLOSE SUSPENSE-AUDIT-FILE
           END-IF.

       2610-READ-ONE-HELD-DECISION.
           READ HELD-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   MOVE HELD-AUDIT-RECORD TO CUSTHLD-RECORD
                   IF CUSTHLD-STATUS-RELEASED
                       AND CUSTHLD-DECISION-DATE = WS-BACKOUT-DATE
                       MOVE 'N' TO WS-ALREADY-CARRIED-SW
                       PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                           UNTIL WS-HLD-IDX > WS-HELD-COUNT
                           IF WS-HLD-IMAGE(WS-HLD-IDX)(1:28)
                                   = HELD-AUDIT-RECORD(1:28)
                               SET ALREADY-CARRIED TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT ALREADY-CARRIED
                           SET CUSTHLD-STATUS-HELD TO TRUE
                           MOVE SPACES TO CUSTHLD-DECISION-USERID
                           MOVE ZEROES TO CUSTHLD-DECISION-DATE
                           MOVE 'H' TO WS-RIN-FILE(1)
                           PERFORM 2690-ADD-TO-REINSTATE-TABLE
                       END-IF
                   END-IF
           END-READ.

       2620-READ-ONE-SUSPECT-DECISION.
           READ SUSPECT-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   MOVE SUSPECT-AUDIT-RECORD TO CUSTSUS-RECORD
                   IF CUSTSUS-STATUS-RELEASED
                       AND CUSTSUS-DECISION-DATE = WS-BACKOUT-DATE
                       MOVE 'N' TO WS-ALREADY-CARRIED-SW
                       PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                           UNTIL WS-SUS-IDX > WS-SUSPECT-COUNT
                           IF WS-SUS-IMAGE(WS-SUS-IDX)(1:28)
                                   = SUSPECT-AUDIT-RECORD(1:28)
                               SET ALREADY-CARRIED TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT ALREADY-CARRIED
                           SET CUSTSUS-STATUS-SUSPECT TO TRUE
                           MOVE SPACES TO CUSTSUS-DECISION-USERID
                           MOVE ZEROES TO CUSTSUS-DECISION-DATE
                           MOVE 'S' TO WS-RIN-FILE(1)
                           PERFORM 2690-ADD-TO-REINSTATE-TABLE
                       END-IF
                   END-IF
           END-READ.

      *    An application's credit is found among the backed-out
      *    postings, so the journal and the control file take it
      *    back out of suspense rather than off the channel. One
      *    the run could not apply was re-booked as a fresh item
      *    instead, which the backout has already taken out.
       2630-READ-ONE-SUSPENSE-DECISION.
           READ SUSPENSE-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   MOVE SUSPENSE-AUDIT-RECORD TO CUSTUNA-RECORD
                   IF (CUSTUNA-STATUS-APPLIED
                       OR CUSTUNA-STATUS-RETURNED)
                       AND CUSTUNA-DECISION-DATE = WS-BACKOUT-DATE
                       MOVE 'N' TO WS-ALREADY-CARRIED-SW
                       PERFORM VARYING WS-UNA-IDX FROM 1 BY 1
                           UNTIL WS-UNA-IDX > WS-SUSPENSE-COUNT
                           IF WS-UNA-IMAGE(WS-UNA-IDX)(1:13)
                                   = SUSPENSE-AUDIT-RECORD(1:13)
                               SET ALREADY-CARRIED TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT ALREADY-CARRIED
                           PERFORM 2640-UNDO-SUSPENSE-DECISION
                       END-IF
                   END-IF
           END-READ.

       2640-UNDO-SUSPENSE-DECISION.
           MOVE 'N' TO WS-RIN-POSTED(1)
           IF CUSTUNA-STATUS-RETURNED
               ADD CUSTUNA-AMOUNT TO WS-BKO-RETURNED
           ELSE
               MOVE ZERO TO WS-ORIG-FOUND-IDX
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-HSTINV-COUNT
                   OR WS-ORIG-FOUND-IDX > ZERO
                   MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
                   IF WS-HST-ACTION(WS-INV-IDX) = 'B'
                       AND WS-HST-KIND(WS-INV-IDX) = SPACE
                       AND CUSTHST-TRAN-TYPE = 'C'
                       AND CUSTHST-CUSTOMER-ID = CUSTUNA-APPLIED-TO-ID
                       AND CUSTHST-AMOUNT = CUSTUNA-AMOUNT
                       MOVE WS-INV-IDX TO WS-ORIG-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-ORIG-FOUND-IDX > ZERO
                   MOVE 'A' TO WS-HST-KIND(WS-ORIG-FOUND-IDX)
                   MOVE 'Y' TO WS-RIN-POSTED(1)
                   ADD CUSTUNA-AMOUNT TO WS-BKO-APPLIED
               END-IF
           END-IF
           SET CUSTUNA-STATUS-UNAPPLIED TO TRUE
           MOVE SPACES TO CUSTUNA-APPLIED-TO-ID
                          CUSTUNA-DECISION-USERID
           MOVE ZEROES TO CUSTUNA-DECISION-DATE
           MOVE 'U' TO WS-RIN-FILE(1)
           PERFORM 2690-ADD-TO-REINSTATE-TABLE.

      *    The caller has staged the file byte (and the posted byte
      *    for a suspense decision) in the first slot and left the
      *    reset record in its copybook area.
       2690-ADD-TO-REINSTATE-TABLE.
           IF WS-REINSTATE-COUNT >= 1000
               DISPLAY '*** CUSTBKO1 MORE THAN 1000 DECISIONS TO'
                   ' REINSTATE -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REINSTATE-COUNT
           ADD 1 TO WS-DECISIONS-REINSTATED
           MOVE WS-RIN-FILE(1) TO WS-RIN-FILE(WS-REINSTATE-COUNT)
           EVALUATE WS-RIN-FILE(1)
               WHEN 'H'
                   MOVE CUSTHLD-RECORD
                       TO WS-RIN-IMAGE(WS-REINSTATE-COUNT)
                   MOVE SPACE TO WS-RIN-POSTED(WS-REINSTATE-COUNT)
               WHEN 'S'
                   MOVE CUSTSUS-RECORD
                       TO WS-RIN-IMAGE(WS-REINSTATE-COUNT)
                   MOVE SPACE TO WS-RIN-POSTED(WS-REINSTATE-COUNT)
               WHEN OTHER
                   MOVE CUSTUNA-RECORD
                       TO WS-RIN-IMAGE(WS-REINSTATE-COUNT)
                   MOVE WS-RIN-POSTED(1)
                       TO WS-RIN-POSTED(WS-REINSTATE-COUNT)
           END-EVALUATE.

      *    Each backed-out posting is counted the way the posting
      *    run counted it: by the direction it moved the balance,
      *    on its channel -- except a suspense application, which
      *    the run journalled out of suspense instead.
       2700-TOTAL-THE-BACKOUT.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               IF WS-HST-ACTION(WS-INV-IDX) = 'B'
                   MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
                   COMPUTE WS-DELTA = CUSTHST-BALANCE-AFTER
                       - CUSTHST-BALANCE-BEFORE
                   PERFORM 8100-FIND-CHANNEL
                   IF WS-CHN-FOUND-IDX > ZERO
                       ADD 1 TO WS-CHN-POSTINGS(WS-CHN-FOUND-IDX)
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-DELTA < ZERO
                           SUBTRACT WS-DELTA FROM WS-BKO-DEBIT-TOTAL
                           IF WS-CHN-FOUND-IDX > ZERO
                               SUBTRACT WS-DELTA
                                   FROM WS-CHN-DEBITS(WS-CHN-FOUND-IDX)
                           END-IF
                       WHEN WS-HST-KIND(WS-INV-IDX) = 'A'
                           ADD WS-DELTA TO WS-BKO-CREDIT-TOTAL
                       WHEN OTHER
                           ADD WS-DELTA TO WS-BKO-CREDIT-TOTAL
                           IF WS-CHN-FOUND-IDX > ZERO
                               ADD WS-DELTA
                                   TO WS-CHN-CREDITS(WS-CHN-FOUND-IDX)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUSPECT-COUNT
               IF WS-SUS-ACTION(WS-SUS-IDX) = 'B'
                   MOVE WS-SUS-IMAGE(WS-SUS-IDX) TO CUSTSUS-RECORD
                   MOVE CUSTSUS-CHANNEL-CODE TO CUSTHST-CHANNEL-CODE
                   PERFORM 8100-FIND-CHANNEL
                   IF WS-CHN-FOUND-IDX > ZERO
                       ADD 1 TO WS-CHN-SUSPECTS(WS-CHN-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-POSTINGS-BACKED-OUT = ZERO
               AND WS-HELD-REMOVED = ZERO
               AND WS-SUSPECTS-REMOVED = ZERO
               AND WS-SUSPENSE-REMOVED = ZERO
               AND WS-DECISIONS-REINSTATED = ZERO
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING 'THE RUN OF ' WS-BACKOUT-DATE
                   ' LEFT NOTHING TO BACK OUT'
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-THE-BACKOUT
           END-IF.

       2800-CHECK-GL-MAPPING.
           MOVE 'N' TO WS-GL-WRITE-SW
           PERFORM 8300-NEGATE-ALL-AGGREGATES
           IF GL-AGGREGATE-UNMAPPED
               MOVE 'A JOURNAL PAIR HAS NO GLMAPF ENTRY'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-BACKOUT
           END-IF.

      *    The correction goes onto whatever control file the next
      *    proof will read. If the balance-forward ledger already
      *    holds that date, the proof has been taken and must be
      *    taken again from the prior ledger for the correction to
      *    count -- the run carries on and says so.
       2850-CHECK-CONTROL-FILE.
           OPEN INPUT CONTROL-IN-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-IN-FILE
                   AT END
                       SET END-OF-CONTROL TO TRUE
                   NOT AT END
                       MOVE CONTROL-IN-LINE TO WS-PCT-DAY-RECORD
                       MOVE WS-PCT-BUSINESS-DATE TO WS-CONTROL-DATE
               END-READ
               CLOSE CONTROL-IN-FILE
           ELSE
               SET END-OF-CONTROL TO TRUE
           END-IF
           IF END-OF-CONTROL
               MOVE 'NO POSTING CONTROL RECORD ON CUSTPCTI'
                   TO WS-REFUSAL-TEXT
               PERFORM 9100-REFUSE-THE-BACKOUT
           END-IF
           OPEN INPUT CUSTBFW-IN-FILE
           IF WS-LEDGER-STATUS = '00'
               PERFORM 2860-READ-ONE-LEDGER-RECORD UNTIL END-OF-LEDGER
               CLOSE CUSTBFW-IN-FILE
           END-IF
           IF WS-LEDGER-DATE NOT < WS-CONTROL-DATE
               DISPLAY '*** CUSTBKO1 BALANCE FORWARD ALREADY PROVED'
                   ' FOR ' WS-CONTROL-DATE ' -- RERUN CUSTBAL1 FROM'
                   ' THE PRIOR LEDGER ***'
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

       2860-READ-ONE-LEDGER-RECORD.
           READ CUSTBFW-IN-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
               NOT AT END
                   MOVE CUSTBFW-IN-LINE TO CUSTBFW-RECORD
                   MOVE CUSTBFW-BUSINESS-DATE TO WS-LEDGER-DATE
           END-READ.

      *    Every posted customer must still be on the master before
      *    a single balance is touched -- a backout that stops
      *    halfway is worse than none. A preview only reads.
       2900-CHECK-CUSTOMERS.
           IF PARM-BACKOUT-RUN
               OPEN I-O CUSTREC-FILE
           ELSE
               OPEN INPUT CUSTREC-FILE
           END-IF
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               IF WS-HST-ACTION(WS-INV-IDX) = 'B'
                   MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
                   MOVE CUSTHST-CUSTOMER-ID TO CUSTREC-FILE-KEY
                   READ CUSTREC-FILE
                       INVALID KEY
                           ADD 1 TO WS-MISSING-CUSTOMERS
                           DISPLAY '*** CUSTBKO1 CUSTOMER '
                               CUSTHST-CUSTOMER-ID
                               ' NO LONGER ON THE MASTER ***'
                   END-READ
               END-IF
           END-PERFORM
           IF WS-MISSING-CUSTOMERS > ZERO
               CLOSE CUSTREC-FILE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING WS-MISSING-CUSTOMERS
                   ' POSTED CUSTOMER(S) NO LONGER ON THE MASTER'
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM 9100-REFUSE-THE-BACKOUT
           END-IF.

      *    The run has to be in the keyed history store before it
      *    can be taken out of it -- the compaction job loads the
      *    night's slice after the posting run -- and must not have
      *    been taken out of it whole already. A one-channel
      *    backout leaves the rest of the run loaded.
       2950-CHECK-RUN-IN-STORE.
           MOVE 'N' TO WS-STORE-STATE
           OPEN INPUT LOADLOG-FILE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSKL' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           PERFORM 2960-READ-ONE-LOG-ENTRY UNTIL END-OF-LOADLOG
           CLOSE LOADLOG-FILE
           EVALUATE WS-STORE-STATE
               WHEN 'N'
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING 'THE RUN OF ' WS-BACKOUT-DATE
                       ' IS NOT IN THE HISTORY STORE YET'
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   END-STRING
                   PERFORM 9100-REFUSE-THE-BACKOUT
               WHEN 'B'
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING 'THE RUN OF ' WS-BACKOUT-DATE
                       ' IS ALREADY OUT OF THE HISTORY STORE'
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   END-STRING
                   PERFORM 9100-REFUSE-THE-BACKOUT
           END-EVALUATE.

       2960-READ-ONE-LOG-ENTRY.
           READ LOADLOG-FILE
               AT END
                   SET END-OF-LOADLOG TO TRUE
               NOT AT END
                   MOVE LOADLOG-LINE TO CUSTHSL-RECORD
                   IF CUSTHSL-RUN-DATE = WS-BACKOUT-DATE
                       AND CUSTHSL-SLICE-SOURCE = 'CPST'
                       EVALUATE TRUE
                           WHEN CUSTHSL-SLICE-LOADED
                               MOVE 'L' TO WS-STORE-STATE
                           WHEN CUSTHSL-RUN-BACKED-OUT
                               AND CUSTHSL-CHANNEL = SPACES
                               MOVE 'B' TO WS-STORE-STATE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    Latest posting first, so a customer posted several times
      *    is walked back in the reverse of the order it moved.
       3000-RESTORE-BALANCES.
           PERFORM VARYING WS-INV-IDX FROM WS-HSTINV-COUNT BY -1
               UNTIL WS-INV-IDX < 1
               IF WS-HST-ACTION(WS-INV-IDX) = 'B'
                   PERFORM 3100-RESTORE-ONE-BALANCE
               END-IF
           END-PERFORM.

      *    The posting is taken back by the amount it actually
      *    moved the balance, which serves a debit, a credit and a
      *    reversal alike. An escheatment that remitted the balance
      *    to nothing closed the account; it is open again.
       3100-RESTORE-ONE-BALANCE.
           MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
           MOVE CUSTHST-CUSTOMER-ID TO CUSTREC-FILE-KEY
           READ CUSTREC-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'READ ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           MOVE 'CUSTRECF' TO BKJ-FILE-ID
           SET BKJ-BEFORE-IMAGE TO TRUE
           MOVE CUSTREC-FILE-RECORD TO BKJ-IMAGE
           PERFORM 8800-WRITE-JOURNAL-LINE
           MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
           COMPUTE WS-DELTA = CUSTHST-BALANCE-AFTER
               - CUSTHST-BALANCE-BEFORE
           SUBTRACT WS-DELTA FROM CUSTREC-LEGACY-BALANCE
           IF CUSTHST-POSTING-SOURCE = 'E'
               AND CUSTHST-TRAN-TYPE = 'D'
               AND CUSTHST-BALANCE-AFTER = ZERO
               AND CUSTREC-LEGACY-CLOSED
               SET CUSTREC-LEGACY-OPEN TO TRUE
               ADD 1 TO WS-ACCOUNTS-REOPENED
           END-IF
           MOVE CUSTREC-RECORD TO CUSTREC-FILE-RECORD
           REWRITE CUSTREC-FILE-RECORD
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'WRITE' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS.

      *    The history is rewritten whole inside its header/trailer,
      *    the way the posting run writes it: the run's postings
      *    left out, reopened originals back to unreversed.
       4000-WRITE-HISTORY-INVENTORY.
           OPEN OUTPUT HSTINV-OUT-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTHSTC' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO HSTINV-OUT-RECORD
           WRITE HSTINV-OUT-RECORD
           MOVE 'CUSTHSTC' TO BKJ-FILE-ID
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
               EVALUATE WS-HST-ACTION(WS-INV-IDX)
                   WHEN 'B'
                       SET BKJ-REMOVED TO TRUE
                       MOVE CUSTHST-RECORD TO BKJ-IMAGE
                       PERFORM 8800-WRITE-JOURNAL-LINE
                   WHEN 'U'
                       SET BKJ-REOPENED TO TRUE
                       MOVE CUSTHST-RECORD TO BKJ-IMAGE
                       PERFORM 8800-WRITE-JOURNAL-LINE
                       SET CUSTHST-NOT-REVERSED TO TRUE
                       MOVE ZEROES TO CUSTHST-CROSS-REF-DATE
                       MOVE CUSTHST-RECORD
                           TO WS-HST-IMAGE(WS-INV-IDX)
                       PERFORM 4010-CARRY-ONE-HISTORY-ENTRY
                   WHEN OTHER
                       PERFORM 4010-CARRY-ONE-HISTORY-ENTRY
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTHSTC' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           COMPUTE FILEHDTR-RECORD-COUNT =
               WS-HSTINV-COUNT - WS-POSTINGS-BACKED-OUT
           MOVE FILEHDTR-RECORD TO HSTINV-OUT-RECORD
           WRITE HSTINV-OUT-RECORD
           CLOSE HSTINV-OUT-FILE.

       4010-CARRY-ONE-HISTORY-ENTRY.
           MOVE SPACES TO HSTINV-OUT-RECORD
           MOVE WS-HST-IMAGE(WS-INV-IDX) TO HSTINV-OUT-RECORD
           WRITE HSTINV-OUT-RECORD.

      *    The run's postings come out of the keyed history store
      *    by the run date they were loaded under, and each
      *    original one of its reversals stamped there is opened
      *    again. A preview only counts them. The store should
      *    have held exactly the postings the rolling history did;
      *    when it did not, the run still completes and ends RC 4
      *    for the difference to be looked into.
       4400-TAKE-RUN-OUT-OF-STORE.
           IF PARM-BACKOUT-RUN
               OPEN I-O HSTKEY-FILE
           ELSE
               OPEN INPUT HSTKEY-FILE
           END-IF
           MOVE WS-STORE-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           MOVE WS-BACKOUT-DATE TO WS-SEEK-RUN-DATE
           MOVE ZERO TO WS-SEEK-RUN-SEQ
           MOVE WS-SEEK-RUN-KEY TO HSTKEY-FILE-RUN-KEY
           MOVE 'N' TO WS-BROWSE-EOF
           START HSTKEY-FILE KEY NOT LESS THAN HSTKEY-FILE-RUN-KEY
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START
           PERFORM 4410-TAKE-ONE-STORE-RECORD UNTIL END-OF-BROWSE
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
               IF WS-HST-ACTION(WS-INV-IDX) = 'B'
                   AND CUSTHST-IS-REVERSAL
                   PERFORM 4420-REOPEN-ONE-STORE-ORIGINAL
               END-IF
           END-PERFORM
           CLOSE HSTKEY-FILE
           IF WS-STORE-REMOVED NOT = WS-POSTINGS-BACKED-OUT
               DISPLAY '*** CUSTBKO1 HISTORY STORE HELD '
                   WS-STORE-REMOVED ' OF THE RUN''S '
                   WS-POSTINGS-BACKED-OUT ' POSTINGS ***'
               IF WS-RUN-RETURN-CODE < 4
                   MOVE 4 TO WS-RUN-RETURN-CODE
               END-IF
           END-IF
           IF PARM-BACKOUT-RUN
               PERFORM 4450-LOG-THE-BACKOUT
           END-IF.

       4410-TAKE-ONE-STORE-RECORD.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-BROWSE TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                   EVALUATE TRUE
                       WHEN CUSTHSK-RUN-DATE NOT = WS-BACKOUT-DATE
                           SET END-OF-BROWSE TO TRUE
                       WHEN CUSTHST-CORRELATION-ID(1:4) = 'CPST'
                           AND (PARM-WHOLE-RUN
                                OR CUSTHST-CHANNEL-CODE = PARM-CHANNEL)
                           PERFORM 4415-REMOVE-ONE-STORE-RECORD
                   END-EVALUATE
           END-READ.

       4415-REMOVE-ONE-STORE-RECORD.
           ADD 1 TO WS-STORE-REMOVED
           ADD CUSTHST-AMOUNT TO WS-STORE-REMOVED-AMOUNT
           IF PARM-BACKOUT-RUN
               MOVE 'CUSTHSTK' TO BKJ-FILE-ID
               SET BKJ-REMOVED TO TRUE
               MOVE CUSTHST-RECORD TO BKJ-IMAGE
               PERFORM 8800-WRITE-JOURNAL-LINE
               DELETE HSTKEY-FILE
               MOVE WS-STORE-STATUS TO FSTAT-FILE-STATUS
               MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
               MOVE 'WRITE' TO FSTAT-OPERATION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      *    The original sits under the customer and booked date
      *    the reversal names, stamped with the reversal's date and
      *    amount. One this backout removes anyway is passed by.
       4420-REOPEN-ONE-STORE-ORIGINAL.
           MOVE CUSTHST-CUSTOMER-ID    TO WS-SEEK-POSTED-CUSTOMER
           MOVE CUSTHST-CROSS-REF-DATE TO WS-SEEK-POSTED-DATE
           MOVE CUSTHST-AMOUNT         TO WS-ORIG-AMOUNT
           MOVE CUSTHST-BUSINESS-DATE  TO WS-ORIG-REVERSAL-DATE
           MOVE WS-SEEK-POSTED-KEY TO HSTKEY-FILE-POSTED-KEY
           MOVE 'N' TO WS-BROWSE-EOF
           START HSTKEY-FILE KEY IS EQUAL TO HSTKEY-FILE-POSTED-KEY
               INVALID KEY
                   SET END-OF-BROWSE TO TRUE
           END-START
           PERFORM 4430-TRY-ONE-STORE-ORIGINAL UNTIL END-OF-BROWSE.

       4430-TRY-ONE-STORE-ORIGINAL.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-BROWSE TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                   EVALUATE TRUE
                       WHEN CUSTHSK-POSTED-KEY NOT = WS-SEEK-POSTED-KEY
                           SET END-OF-BROWSE TO TRUE
                       WHEN CUSTHSK-RUN-DATE = WS-BACKOUT-DATE
                           AND CUSTHST-CORRELATION-ID(1:4) = 'CPST'
                           AND (PARM-WHOLE-RUN
                                OR CUSTHST-CHANNEL-CODE = PARM-CHANNEL)
                           CONTINUE
                       WHEN CUSTHST-IS-REVERSED
                           AND CUSTHST-CROSS-REF-DATE
                               = WS-ORIG-REVERSAL-DATE
                           AND CUSTHST-AMOUNT = WS-ORIG-AMOUNT
                           PERFORM 4435-REOPEN-THE-ORIGINAL
                           SET END-OF-BROWSE TO TRUE
                   END-EVALUATE
           END-READ.

       4435-REOPEN-THE-ORIGINAL.
           ADD 1 TO WS-STORE-REOPENED
           IF PARM-BACKOUT-RUN
               MOVE 'CUSTHSTK' TO BKJ-FILE-ID
               SET BKJ-REOPENED TO TRUE
               MOVE CUSTHST-RECORD TO BKJ-IMAGE
               PERFORM 8800-WRITE-JOURNAL-LINE
               SET CUSTHST-NOT-REVERSED TO TRUE
               MOVE ZEROES TO CUSTHST-CROSS-REF-DATE
               MOVE CUSTHST-RECORD TO CUSTHSK-HISTORY
               MOVE CUSTHSK-RECORD TO HSTKEY-FILE-RECORD
               REWRITE HSTKEY-FILE-RECORD
               MOVE WS-STORE-STATUS TO FSTAT-FILE-STATUS
               MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
               MOVE 'WRITE' TO FSTAT-OPERATION
               PERFORM 8900-CHECK-FILE-STATUS
           END-IF.

      *    The load log says the run -- or the one channel of it --
      *    is out of the store, so the compaction job will take
      *    that run's slice again and the store's readers stop
      *    trusting the store for it.
       4450-LOG-THE-BACKOUT.
           OPEN EXTEND LOADLOG-FILE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSKL' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           MOVE SPACES TO CUSTHSL-RECORD
           MOVE WS-BACKOUT-DATE TO CUSTHSL-RUN-DATE
           MOVE 'CPST' TO CUSTHSL-SLICE-SOURCE
           SET CUSTHSL-RUN-BACKED-OUT TO TRUE
           MOVE PARM-CHANNEL TO CUSTHSL-CHANNEL
           MOVE ZEROES TO CUSTHSL-FIRST-SEQ
                          CUSTHSL-LAST-SEQ
           MOVE WS-STORE-REMOVED TO CUSTHSL-DETAIL-COUNT
           MOVE WS-STORE-REMOVED-AMOUNT TO CUSTHSL-AMOUNT-TOTAL
           MOVE WS-CURR-DATE TO CUSTHSL-LOGGED-DATE
           MOVE WS-CURR-TIME TO CUSTHSL-LOGGED-TIME
           MOVE WS-CORRELATION-ID TO CUSTHSL-CORRELATION-ID
           MOVE CUSTHSL-RECORD TO LOADLOG-LINE
           WRITE LOADLOG-LINE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'WRITE' TO FSTAT-OPERATION
           PERFORM 8900-CHECK-FILE-STATUS
           CLOSE LOADLOG-FILE.

      *    Each inventory is copied forward without the run's own
      *    items and with the settled decisions back in it,
      *    undecided.
       4100-WRITE-HELD-INVENTORY.
           OPEN OUTPUT HELD-OUT-FILE
           MOVE 'CUSTHLDI' TO BKJ-FILE-ID
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HELD-COUNT
               IF WS-HLD-ACTION(WS-HLD-IDX) = 'B'
                   SET BKJ-REMOVED TO TRUE
                   MOVE WS-HLD-IMAGE(WS-HLD-IDX) TO BKJ-IMAGE
                   PERFORM 8800-WRITE-JOURNAL-LINE
               ELSE
                   MOVE WS-HLD-IMAGE(WS-HLD-IDX) TO HELD-OUT-RECORD
                   WRITE HELD-OUT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RIN-IDX FROM 1 BY 1
               UNTIL WS-RIN-IDX > WS-REINSTATE-COUNT
               IF WS-RIN-FILE(WS-RIN-IDX) = 'H'
                   SET BKJ-REINSTATED TO TRUE
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX) TO BKJ-IMAGE
                   PERFORM 8800-WRITE-JOURNAL-LINE
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX) TO HELD-OUT-RECORD
                   WRITE HELD-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE HELD-OUT-FILE.

       4200-WRITE-SUSPECT-INVENTORY.
           OPEN OUTPUT SUSPECT-OUT-FILE
           MOVE 'CUSTSUSI' TO BKJ-FILE-ID
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUSPECT-COUNT
               IF WS-SUS-ACTION(WS-SUS-IDX) = 'B'
                   SET BKJ-REMOVED TO TRUE
                   MOVE WS-SUS-IMAGE(WS-SUS-IDX) TO BKJ-IMAGE
                   PERFORM 8800-WRITE-JOURNAL-LINE
               ELSE
                   MOVE WS-SUS-IMAGE(WS-SUS-IDX) TO SUSPECT-OUT-RECORD
                   WRITE SUSPECT-OUT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RIN-IDX FROM 1 BY 1
               UNTIL WS-RIN-IDX > WS-REINSTATE-COUNT
               IF WS-RIN-FILE(WS-RIN-IDX) = 'S'
                   SET BKJ-REINSTATED TO TRUE
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX) TO BKJ-IMAGE
                   PERFORM 8800-WRITE-JOURNAL-LINE
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX)
                       TO SUSPECT-OUT-RECORD
                   WRITE SUSPECT-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE SUSPECT-OUT-FILE.

       4300-WRITE-SUSPENSE-INVENTORY.
           OPEN OUTPUT SUSPENSE-OUT-FILE
           MOVE 'CUSTUNAI' TO BKJ-FILE-ID
           PERFORM VARYING WS-UNA-IDX FROM 1 BY 1
               UNTIL WS-UNA-IDX > WS-SUSPENSE-COUNT
               IF WS-UNA-ACTION(WS-UNA-IDX) = 'B'
                   SET BKJ-REMOVED TO TRUE
                   MOVE WS-UNA-IMAGE(WS-UNA-IDX) TO BKJ-IMAGE
                   PERFORM 8800-WRITE-JOURNAL-LINE
               ELSE
                   MOVE WS-UNA-IMAGE(WS-UNA-IDX)
                       TO SUSPENSE-OUT-RECORD
                   WRITE SUSPENSE-OUT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RIN-IDX FROM 1 BY 1
               UNTIL WS-RIN-IDX > WS-REINSTATE-COUNT
               IF WS-RIN-FILE(WS-RIN-IDX) = 'U'
                   SET BKJ-REINSTATED TO TRUE
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX) TO BKJ-IMAGE
                   PERFORM 8800-WRITE-JOURNAL-LINE
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX)
                       TO SUSPENSE-OUT-RECORD
                   WRITE SUSPENSE-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE SUSPENSE-OUT-FILE.

      *    Same header/trailer and line layout as the posting run's
      *    CUSTPGLI, so the ledger takes it the same way; the
      *    mapping was proved before anything changed, so the file
      *    is always trailered.
       5000-WRITE-NEGATING-GL.
           OPEN OUTPUT GL-OUT-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTBGLI' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO GL-OUT-LINE
           WRITE GL-OUT-LINE
           MOVE ZERO TO WS-GL-DEBIT-TOTAL WS-GL-CREDIT-TOTAL
           SET GL-WRITING TO TRUE
           PERFORM 8300-NEGATE-ALL-AGGREGATES
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTBGLI' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-GL-LINES-WRITTEN TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO GL-OUT-LINE
           WRITE GL-OUT-LINE
           CLOSE GL-OUT-FILE.

      *    The backed-out movement comes off the day totals, the
      *    channel lines and the SUSPENSE line, and the closing
      *    total is recomputed from the opening, so the
      *    balance-forward proof sees only what still stands.
       5100-WRITE-CORRECTED-CONTROL.
           MOVE 'N' TO WS-CONTROL-EOF
           OPEN INPUT CONTROL-IN-FILE
           OPEN OUTPUT CONTROL-OUT-FILE
           READ CONTROL-IN-FILE
               AT END
                   SET END-OF-CONTROL TO TRUE
           END-READ
           MOVE CONTROL-IN-LINE TO WS-PCT-DAY-RECORD
           SUBTRACT WS-BKO-DEBIT-TOTAL FROM WS-PCT-DEBIT-TOTAL
           SUBTRACT WS-BKO-CREDIT-TOTAL FROM WS-PCT-CREDIT-TOTAL
           COMPUTE WS-PCT-CLOSING-TOTAL = WS-PCT-OPENING-TOTAL
               - WS-PCT-DEBIT-TOTAL + WS-PCT-CREDIT-TOTAL
           MOVE SPACES TO CONTROL-OUT-LINE
           MOVE WS-PCT-DAY-RECORD TO CONTROL-OUT-LINE
           WRITE CONTROL-OUT-LINE
           PERFORM 5110-CORRECT-ONE-CONTROL-LINE UNTIL END-OF-CONTROL
           MOVE WS-BACKOUT-DATE     TO WS-BCL-DATE
           MOVE PARM-CHANNEL        TO WS-BCL-CHANNEL
           MOVE PARM-SUPERVISOR     TO WS-BCL-SUPERVISOR
           MOVE WS-BKO-DEBIT-TOTAL  TO WS-BCL-DEBITS
           MOVE WS-BKO-CREDIT-TOTAL TO WS-BCL-CREDITS
           MOVE SPACES TO CONTROL-OUT-LINE
           MOVE WS-BACKOUT-CTL-LINE TO CONTROL-OUT-LINE
           WRITE CONTROL-OUT-LINE
           CLOSE CONTROL-IN-FILE
           CLOSE CONTROL-OUT-FILE.

       5110-CORRECT-ONE-CONTROL-LINE.
           READ CONTROL-IN-FILE
               AT END
                   SET END-OF-CONTROL TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CONTROL-IN-LINE(1:3) = 'CH-'
                           MOVE CONTROL-IN-LINE TO WS-CHANNEL-CTL-LINE
                           MOVE WS-CCL-CODE TO CUSTHST-CHANNEL-CODE
                           PERFORM 8100-FIND-CHANNEL
                           IF WS-CHN-FOUND-IDX > ZERO
                               PERFORM 5120-CORRECT-CHANNEL-LINE
                           END-IF
                           MOVE WS-CHANNEL-CTL-LINE TO CONTROL-OUT-LINE
                       WHEN CONTROL-IN-LINE(1:8) = 'SUSPENSE'
                           MOVE CONTROL-IN-LINE
                               TO WS-SUSPENSE-CTL-LINE
                           SUBTRACT WS-BKO-RECEIVED
                               FROM WS-SCL-RECEIVED
                           SUBTRACT WS-BKO-APPLIED
                               FROM WS-SCL-APPLIED
                           SUBTRACT WS-BKO-RETURNED
                               FROM WS-SCL-RETURNED
                           MOVE WS-SUSPENSE-CTL-LINE
                               TO CONTROL-OUT-LINE
                       WHEN OTHER
                           MOVE CONTROL-IN-LINE TO CONTROL-OUT-LINE
                   END-EVALUATE
                   WRITE CONTROL-OUT-LINE
           END-READ.

      *    The counts are floored at zero: on a control file of a
      *    later, already backed-out date the channel may have
      *    posted nothing of its own.
       5120-CORRECT-CHANNEL-LINE.
           IF WS-CCL-POSTED > WS-CHN-POSTINGS(WS-CHN-FOUND-IDX)
               SUBTRACT WS-CHN-POSTINGS(WS-CHN-FOUND-IDX)
                   FROM WS-CCL-POSTED
           ELSE
               MOVE ZERO TO WS-CCL-POSTED
           END-IF
           IF WS-CCL-SUSPECT > WS-CHN-SUSPECTS(WS-CHN-FOUND-IDX)
               SUBTRACT WS-CHN-SUSPECTS(WS-CHN-FOUND-IDX)
                   FROM WS-CCL-SUSPECT
           ELSE
               MOVE ZERO TO WS-CCL-SUSPECT
           END-IF
           SUBTRACT WS-CHN-DEBITS(WS-CHN-FOUND-IDX) FROM WS-CCL-DEBITS
           SUBTRACT WS-CHN-CREDITS(WS-CHN-FOUND-IDX)
               FROM WS-CCL-CREDITS.

      *    The audit report lists everything the backout took off,
      *    reopened, left or reinstated -- or, on a preview, would.
       6000-WRITE-AUDIT-REPORT.
           MOVE WS-RPT-COLUMNS TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'CUSTHSTC' TO WS-RPD-FILE-ID
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               IF WS-HST-ACTION(WS-INV-IDX) NOT = SPACE
                   PERFORM 6100-REPORT-ONE-POSTING
               END-IF
           END-PERFORM
           MOVE 'CUSTHLDI' TO WS-RPD-FILE-ID
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HELD-COUNT
               IF WS-HLD-ACTION(WS-HLD-IDX) NOT = SPACE
                   MOVE WS-HLD-IMAGE(WS-HLD-IDX) TO CUSTHLD-RECORD
                   MOVE CUSTHLD-CUSTOMER-ID TO WS-RPD-CUSTOMER-ID
                   MOVE CUSTHLD-TRAN-TYPE   TO WS-RPD-TRAN-TYPE
                   MOVE SPACE               TO WS-RPD-CHANNEL
                   MOVE CUSTHLD-AMOUNT      TO WS-RPD-AMOUNT
                   IF WS-HLD-ACTION(WS-HLD-IDX) = 'B'
                       MOVE 'HOLD REMOVED' TO WS-RPD-ACTION
                   ELSE
                       MOVE 'HOLD LEFT - CARRIES NO CHANNEL'
                           TO WS-RPD-ACTION
                   END-IF
                   PERFORM 6900-WRITE-REPORT-DETAIL
               END-IF
           END-PERFORM
           MOVE 'CUSTSUSI' TO WS-RPD-FILE-ID
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUSPECT-COUNT
               IF WS-SUS-ACTION(WS-SUS-IDX) = 'B'
                   MOVE WS-SUS-IMAGE(WS-SUS-IDX) TO CUSTSUS-RECORD
                   MOVE CUSTSUS-CUSTOMER-ID  TO WS-RPD-CUSTOMER-ID
                   MOVE CUSTSUS-TRAN-TYPE    TO WS-RPD-TRAN-TYPE
                   MOVE CUSTSUS-CHANNEL-CODE TO WS-RPD-CHANNEL
                   MOVE CUSTSUS-AMOUNT       TO WS-RPD-AMOUNT
                   MOVE 'DUPLICATE SUSPECT REMOVED' TO WS-RPD-ACTION
                   PERFORM 6900-WRITE-REPORT-DETAIL
               END-IF
           END-PERFORM
           MOVE 'CUSTUNAI' TO WS-RPD-FILE-ID
           PERFORM VARYING WS-UNA-IDX FROM 1 BY 1
               UNTIL WS-UNA-IDX > WS-SUSPENSE-COUNT
               IF WS-UNA-ACTION(WS-UNA-IDX) = 'B'
                   MOVE WS-UNA-IMAGE(WS-UNA-IDX) TO CUSTUNA-RECORD
                   MOVE CUSTUNA-ARRIVAL-ID   TO WS-RPD-CUSTOMER-ID
                   MOVE 'C'                  TO WS-RPD-TRAN-TYPE
                   MOVE CUSTUNA-CHANNEL-CODE TO WS-RPD-CHANNEL
                   MOVE CUSTUNA-AMOUNT       TO WS-RPD-AMOUNT
                   IF CUSTUNA-CHANNEL-CODE = 'A'
                       MOVE 'RE-BOOKED APPLICATION REMOVED'
                           TO WS-RPD-ACTION
                   ELSE
                       MOVE 'SUSPENSE RECEIPT REMOVED'
                           TO WS-RPD-ACTION
                   END-IF
                   PERFORM 6900-WRITE-REPORT-DETAIL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RIN-IDX FROM 1 BY 1
               UNTIL WS-RIN-IDX > WS-REINSTATE-COUNT
               PERFORM 6200-REPORT-ONE-REINSTATEMENT
           END-PERFORM
           PERFORM 6500-WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE.

       6100-REPORT-ONE-POSTING.
           MOVE WS-HST-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
           MOVE CUSTHST-CUSTOMER-ID  TO WS-RPD-CUSTOMER-ID
           MOVE CUSTHST-TRAN-TYPE    TO WS-RPD-TRAN-TYPE
           MOVE CUSTHST-CHANNEL-CODE TO WS-RPD-CHANNEL
           MOVE CUSTHST-AMOUNT       TO WS-RPD-AMOUNT
           EVALUATE TRUE
               WHEN WS-HST-ACTION(WS-INV-IDX) = 'U'
                   MOVE 'ORIGINAL NO LONGER REVERSED'
                       TO WS-RPD-ACTION
               WHEN WS-HST-KIND(WS-INV-IDX) = 'A'
                   MOVE 'SUSPENSE APPLICATION TAKEN BACK'
                       TO WS-RPD-ACTION
               WHEN WS-HST-KIND(WS-INV-IDX) = 'N'
                   MOVE 'TAKEN BACK - ORIGINAL NOT ON HISTORY'
                       TO WS-RPD-ACTION
               WHEN OTHER
                   MOVE 'POSTING TAKEN BACK OFF THE BALANCE'
                       TO WS-RPD-ACTION
           END-EVALUATE
           PERFORM 6900-WRITE-REPORT-DETAIL.

       6200-REPORT-ONE-REINSTATEMENT.
           EVALUATE WS-RIN-FILE(WS-RIN-IDX)
               WHEN 'H'
                   MOVE 'CUSTHLDI' TO WS-RPD-FILE-ID
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX) TO CUSTHLD-RECORD
                   MOVE CUSTHLD-CUSTOMER-ID TO WS-RPD-CUSTOMER-ID
                   MOVE CUSTHLD-TRAN-TYPE   TO WS-RPD-TRAN-TYPE
                   MOVE SPACE               TO WS-RPD-CHANNEL
                   MOVE CUSTHLD-AMOUNT      TO WS-RPD-AMOUNT
                   MOVE 'RELEASE UNDONE - BACK ON HOLD'
                       TO WS-RPD-ACTION
               WHEN 'S'
                   MOVE 'CUSTSUSI' TO WS-RPD-FILE-ID
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX) TO CUSTSUS-RECORD
                   MOVE CUSTSUS-CUSTOMER-ID  TO WS-RPD-CUSTOMER-ID
                   MOVE CUSTSUS-TRAN-TYPE    TO WS-RPD-TRAN-TYPE
                   MOVE CUSTSUS-CHANNEL-CODE TO WS-RPD-CHANNEL
                   MOVE CUSTSUS-AMOUNT       TO WS-RPD-AMOUNT
                   MOVE 'RELEASE UNDONE - BACK AS A SUSPECT'
                       TO WS-RPD-ACTION
               WHEN OTHER
                   MOVE 'CUSTUNAI' TO WS-RPD-FILE-ID
                   MOVE WS-RIN-IMAGE(WS-RIN-IDX) TO CUSTUNA-RECORD
                   MOVE CUSTUNA-ARRIVAL-ID   TO WS-RPD-CUSTOMER-ID
                   MOVE 'C'                  TO WS-RPD-TRAN-TYPE
                   MOVE CUSTUNA-CHANNEL-CODE TO WS-RPD-CHANNEL
                   MOVE CUSTUNA-AMOUNT       TO WS-RPD-AMOUNT
                   MOVE 'DECISION UNDONE - BACK IN SUSPENSE'
                       TO WS-RPD-ACTION
           END-EVALUATE
           PERFORM 6900-WRITE-REPORT-DETAIL.

       6500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'POSTINGS TAKEN BACK' TO WS-RCT-LABEL
           MOVE WS-POSTINGS-BACKED-OUT TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'REVERSED ORIGINALS REOPENED' TO WS-RCT-LABEL
           MOVE WS-ORIGINALS-REOPENED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'ESCHEATED ACCOUNTS REOPENED' TO WS-RCT-LABEL
           MOVE WS-ACCOUNTS-REOPENED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'HELD ITEMS REMOVED' TO WS-RCT-LABEL
           MOVE WS-HELD-REMOVED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'HELD ITEMS LEFT - NO CHANNEL' TO WS-RCT-LABEL
           MOVE WS-HELD-LEFT TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'DUPLICATE SUSPECTS REMOVED' TO WS-RCT-LABEL
           MOVE WS-SUSPECTS-REMOVED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'SUSPENSE ITEMS REMOVED' TO WS-RCT-LABEL
           MOVE WS-SUSPENSE-REMOVED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'SETTLED DECISIONS REINSTATED' TO WS-RCT-LABEL
           MOVE WS-DECISIONS-REINSTATED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'HISTORY STORE RECORDS REMOVED' TO WS-RCT-LABEL
           MOVE WS-STORE-REMOVED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'HISTORY STORE ORIGINALS REOPENED' TO WS-RCT-LABEL
           MOVE WS-STORE-REOPENED TO WS-RCT-COUNT
           PERFORM 6910-WRITE-COUNT-TOTAL
           MOVE 'DEBITS GIVEN BACK TO BALANCES' TO WS-RAT-LABEL
           MOVE WS-BKO-DEBIT-TOTAL TO WS-RAT-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-TOTAL
           MOVE 'CREDITS TAKEN BACK OFF BALANCES' TO WS-RAT-LABEL
           MOVE WS-BKO-CREDIT-TOTAL TO WS-RAT-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-TOTAL
           MOVE 'SUSPENSE RECEIPTS TAKEN OUT' TO WS-RAT-LABEL
           MOVE WS-BKO-RECEIVED TO WS-RAT-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-TOTAL
           MOVE 'SUSPENSE APPLICATIONS UNDONE' TO WS-RAT-LABEL
           MOVE WS-BKO-APPLIED TO WS-RAT-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-TOTAL
           MOVE 'SUSPENSE RETURNS UNDONE' TO WS-RAT-LABEL
           MOVE WS-BKO-RETURNED TO WS-RAT-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-TOTAL
           MOVE 'NEGATING GL DEBITS' TO WS-RAT-LABEL
           MOVE WS-GL-DEBIT-TOTAL TO WS-RAT-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-TOTAL
           MOVE 'NEGATING GL CREDITS' TO WS-RAT-LABEL
           MOVE WS-GL-CREDIT-TOTAL TO WS-RAT-AMOUNT
           PERFORM 6920-WRITE-AMOUNT-TOTAL
           DISPLAY 'CUSTBKO1 POSTINGS TAKEN BACK:  '
               WS-POSTINGS-BACKED-OUT
           DISPLAY 'CUSTBKO1 ORIGINALS REOPENED:   '
               WS-ORIGINALS-REOPENED
           DISPLAY 'CUSTBKO1 HELD REMOVED / LEFT:  '
               WS-HELD-REMOVED ' / ' WS-HELD-LEFT
           DISPLAY 'CUSTBKO1 SUSPECTS REMOVED:     '
               WS-SUSPECTS-REMOVED
           DISPLAY 'CUSTBKO1 SUSPENSE REMOVED:     '
               WS-SUSPENSE-REMOVED
           DISPLAY 'CUSTBKO1 DECISIONS REINSTATED: '
               WS-DECISIONS-REINSTATED
           DISPLAY 'CUSTBKO1 STORE REMOVED/REOPEN: '
               WS-STORE-REMOVED ' / ' WS-STORE-REOPENED
           DISPLAY 'CUSTBKO1 DEBITS GIVEN BACK:    '
               WS-BKO-DEBIT-TOTAL
           DISPLAY 'CUSTBKO1 CREDITS TAKEN BACK:   '
               WS-BKO-CREDIT-TOTAL.

       6900-WRITE-REPORT-DETAIL.
           MOVE WS-RPT-DETAIL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       6910-WRITE-COUNT-TOTAL.
           MOVE WS-RPT-COUNT-TOTAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       6920-WRITE-AMOUNT-TOTAL.
           MOVE WS-RPT-AMOUNT-TOTAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    The business date a posting run booked an entry in: a
      *    reversal and an ordinary posting book to the run's own
      *    date; a backdated posting books to its effective date
      *    and carries the run's date in its cross-reference date.
      *    A reversed original's cross-reference date is its
      *    reversal's, so it is read by its booked date.
       8000-TAKE-RUN-DATE.
           IF CUSTHST-NOT-REVERSED
               AND CUSTHST-CROSS-REF-DATE NUMERIC
               AND CUSTHST-CROSS-REF-DATE > ZERO
               MOVE CUSTHST-CROSS-REF-DATE TO WS-RUN-DATE
           ELSE
               MOVE CUSTHST-BUSINESS-DATE TO WS-RUN-DATE
           END-IF.

       8100-FIND-CHANNEL.
           MOVE ZERO TO WS-CHN-FOUND-IDX
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
               IF WS-CHN-CODE(WS-CHN-IDX) = CUSTHST-CHANNEL-CODE
                   MOVE WS-CHN-IDX TO WS-CHN-FOUND-IDX
               END-IF
           END-PERFORM.

      *    The journal pairs, exactly as the posting run builds
      *    them: per channel the debits and credits, and unapplied
      *    cash under type U -- L receipts, A applications, R
      *    returns.
       8300-NEGATE-ALL-AGGREGATES.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
               MOVE WS-CHN-CODE(WS-CHN-IDX) TO WS-GL-SEEK-CHANNEL
               MOVE 'D' TO WS-GL-SEEK-TYPE
               MOVE WS-CHN-DEBITS(WS-CHN-IDX) TO WS-GL-AMOUNT
               PERFORM 8400-NEGATE-ONE-AGGREGATE
               MOVE 'C' TO WS-GL-SEEK-TYPE
               MOVE WS-CHN-CREDITS(WS-CHN-IDX) TO WS-GL-AMOUNT
               PERFORM 8400-NEGATE-ONE-AGGREGATE
           END-PERFORM
           MOVE 'U' TO WS-GL-SEEK-TYPE
           MOVE 'L' TO WS-GL-SEEK-CHANNEL
           MOVE WS-BKO-RECEIVED TO WS-GL-AMOUNT
           PERFORM 8400-NEGATE-ONE-AGGREGATE
           MOVE 'A' TO WS-GL-SEEK-CHANNEL
           MOVE WS-BKO-APPLIED TO WS-GL-AMOUNT
           PERFORM 8400-NEGATE-ONE-AGGREGATE
           MOVE 'R' TO WS-GL-SEEK-CHANNEL
           MOVE WS-BKO-RETURNED TO WS-GL-AMOUNT
           PERFORM 8400-NEGATE-ONE-AGGREGATE.

      *    The posting run debited the mapping's debit account and
      *    credited its offset; the negation does the opposite.
       8400-NEGATE-ONE-AGGREGATE.
           IF WS-GL-AMOUNT NOT = ZERO
               PERFORM 8450-FIND-GL-MAPPING
               IF WS-GLM-FOUND-IDX = ZERO
                   SET GL-AGGREGATE-UNMAPPED TO TRUE
                   DISPLAY '*** CUSTBKO1 NO GL MAPPING FOR TYPE '
                       WS-GL-SEEK-TYPE ' CHANNEL '
                       WS-GL-SEEK-CHANNEL ' ***'
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
                                       WS-GL-CREDIT-TOTAL
                   IF GL-WRITING
                       MOVE GLMAP-CREDIT-ACCOUNT(WS-GLM-FOUND-IDX)
                           TO WS-GLD-ACCOUNT
                       MOVE 'DR' TO WS-GLD-DR-CR
                       MOVE WS-GL-AMOUNT TO WS-GLD-AMOUNT
                       MOVE BUSDATE-CURRENT-DATE
                           TO WS-GLD-BUSINESS-DATE
                       MOVE WS-GL-DETAIL-LINE TO GL-OUT-LINE
                       WRITE GL-OUT-LINE
                       ADD 1 TO WS-GL-LINES-WRITTEN
                       MOVE GLMAP-DEBIT-ACCOUNT(WS-GLM-FOUND-IDX)
                           TO WS-GLD-ACCOUNT
                       MOVE 'CR' TO WS-GLD-DR-CR
                       MOVE WS-GL-DETAIL-LINE TO GL-OUT-LINE
                       WRITE GL-OUT-LINE
                       ADD 1 TO WS-GL-LINES-WRITTEN
                   END-IF
               END-IF
           END-IF.

      *    The latest entry on or before the backed-out date wins,
      *    the later of two on the same date; a retired entry there
      *    means the combination had no mapping.
       8450-FIND-GL-MAPPING.
           MOVE ZERO TO WS-GLM-FOUND-IDX
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF GLMAP-TRAN-TYPE(WS-GLM-IDX) = WS-GL-SEEK-TYPE
                   AND GLMAP-CHANNEL-CODE(WS-GLM-IDX)
                       = WS-GL-SEEK-CHANNEL
                   AND GLMAP-EFFECTIVE-DATE(WS-GLM-IDX)
                       NOT > WS-BACKOUT-DATE
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
           END-IF.

       8800-WRITE-JOURNAL-LINE.
           MOVE WS-CURR-DATE     TO BKJ-LOG-DATE
           MOVE WS-CURR-TIME     TO BKJ-LOG-TIME
           MOVE WS-BACKOUT-DATE  TO BKJ-BACKOUT-DATE
           MOVE PARM-CHANNEL     TO BKJ-CHANNEL
           MOVE PARM-SUPERVISOR  TO BKJ-SUPERVISOR
           WRITE JOURNAL-LINE.

       8900-CHECK-FILE-STATUS.
           MOVE 'CUSTBKO1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** CUSTBKO1 UNRECOVERABLE FILE ERROR ON '
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

      *    Nothing has been changed when a backout is refused: the
      *    reason goes on the console and on the report, and the
      *    run ends RC 8.
       9100-REFUSE-THE-BACKOUT.
           DISPLAY '*** CUSTBKO1 BACKOUT REFUSED -- '
               WS-REFUSAL-TEXT ' ***'
           MOVE WS-REFUSAL-TEXT TO WS-RPR-TEXT
           MOVE WS-RPT-REFUSAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           MOVE 8 TO WS-RUN-RETURN-CODE
           PERFORM 9000-END-RUN.
