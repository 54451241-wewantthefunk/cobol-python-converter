      *    for unknown customers, or for records whose stored
      *    checksum no longer matches their name bytes (the records
      *    the quarantine process pulls), are rejected to CUSTPREJ.
      *    The master is the keyed CUSTRECF cluster (KSDS on
      *    CUSTREC-CUSTOMER-ID): each transaction reads its one
      *    customer by key and the posted balance is rewritten in
      *    place, so the run is not limited by how many customers
      *    fit in storage and nothing copies the master. Because
      *    the cluster is updated in place, every rewrite first
      *    logs the record's before-image, stamped with the
      *    transaction position, to the CKPTMSTO log.
      *    Checkpoints follow the CHKPTSTD standard: every interval
      *    the transaction position, counts, and the day-to-date
      *    movement totals are written, the before-image log is
      *    emptied, and the shop checkpoint registry is upserted,
      *    so a restart under jcl/CKPTRST.proc first backs the
      *    cluster out to the checkpoint from the abended run's log
      *    and then resumes from the checkpoint instead of
      *    reposting from the top -- nothing is applied twice --
      *    and the registry inquiry always shows this job. The run
      *    is gated and its completion recorded through JOBGATE1,
      *    and it writes its RUNACCT accounting record like every
      *    other driver. Every transaction actually applied is also
      *    written to the CUSTHIST posted-transaction history file
      *    (CUSTHST.CPY) -- customer, type, amount, the balance
      *    either side of the posting, the business date, the
      *    run's correlation id, the posting source (the shop's own
      *    generated items are marked), and the arrival channel --
      *    inside its own FILEHDTR header/
      *    trailer, so "what postings hit this customer last
      *    Tuesday" is a file read instead of a hand-rerun
      *    reconciliation. Debits are checked against the CUSTLIM
      *    credit-limit reference before they touch the balance --
      *    the latest limit effective on or before the business
      *    date, so a limit the credit-limit review raised or cut
      *    takes hold on its effective date: a
      *    debit that would breach the limit is held to the
      *    CUSTHELD file (CUSTHELD.CPY) for a supervisor decision
      *    through CUSTREL1 -- held, not rejected, because the
      *    offset is posted and both records are cross-stamped so
      *    the pair is visible from either side. An unmatched or
      *    second reversal rejects to CUSTPREJ with its own
      *    reason. An original older than the inventory holds is
      *    looked up by customer and booked date in the keyed
      *    history store (CUSTHSTK, loaded nightly by CUSTHSK1)
      *    and rejoins the inventory for the run, so a posting
      *    from any year the store covers can still be reversed.
      *    A debit or credit may carry an effective date:
      *    same-day items post normally, a backdated item posts to
      *    the balance today but books its history record to the
      *    effective date -- which is what the restatement job
      *    (CUSTRST1) reads to rewrite the CUSTBFW balance-forward
      *    chain from that date forward -- stamped with today's
      *    date as its cross-reference so the backout job (CUSTBKO1)
      *    still knows which run booked it, and a future or invalid
      *    effective date rejects. Debits plus credits are proved
      *    against
      *    opening and closing balance control totals, and the
      *    result is written to the CUSTPCTL control file for the
      *    nightly balance-forward ledger. An escheatment debit
      *    from DORMESC1 that takes the balance to zero also flags
      *    the account closed, so the ordinary archive sweep
      *    (CUSTARC1) takes it off the master. Before a debit or
      *    credit is judged against the credit limit it is screened
      *    for a probable duplicate -- the same customer, type, and
      *    amount already posted earlier in this run or within the
      *    last DUP-WINDOW-DAYS business days of the posted-history
      *    inventory (a RUNPARM knob) -- and a match goes to the
      *    CUSTSUSP suspect file (CUSTSUS.CPY) instead of posting,
      *    for an operator to release or decline through CUSTSUS1.
      *    Suspects are counted per channel on the CUSTPCTL channel
      *    control lines beside what was read and posted. A lockbox
      *    credit naming a customer the master does not know is
      *    not rejected: the cash is booked to the unapplied-cash
      *    suspense file (CUSTUNAP, CUSTUNA.CPY) for research
      *    through CUSTUNA1, which re-presents each item marked 'U'
      *    -- a credit applying it to the right customer, or a
      *    debit returning it to the remitter that never touches
      *    the master. Money received into, applied out of, and
      *    returned from suspense is totalled apart from the
      *    channel movement, written as a SUSPENSE line on CUSTPCTL
      *    for the balance-forward proof (with the count of items
      *    returned, which leave no record of their own, for the
      *    end-of-day reconciliation), and given its own journal
      *    lines in the GL interface extract. Customers linked into
      *    a household (HHLINKF, maintained by CUSTHHM1) are also
      *    one credit exposure: a debit that passes the customer's
      *    own limit is still held when the household's combined
      *    overdrawn balances would exceed the household limit on
      *    HHLIMF. Before any channel file is merged it is screened
      *    against the inbound receipt registry (INBREG1): a file
      *    whose content was already accepted, whole or as a large
      *    overlap, is refused and the run ended unless an operator
      *    override card names it, and an accepted file is
      *    registered so the next night's files are judged against
      *    it. The GL extract books each aggregate to the GLMAP
      *    entry in force on the business date (the mapping is
      *    effective-dated and maintained through GLMMNT1), and
      *    every mapping change that took effect since the previous
      *    business date is listed on CUSTPCTL as a GLMAP line,
      *    with the pair the combination booked to before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CUSTTRAN-FILE     ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTREC-FILE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REJECT-FILE       ASSIGN TO "CUSTPREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE      ASSIGN TO "CUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTLIM-FILE      ASSIGN TO "CUSTLIMF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HHLINK-FILE       ASSIGN TO "HHLINKF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHLINK-STATUS.
           SELECT HHLIM-FILE        ASSIGN TO "HHLIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHLIM-STATUS.
           SELECT HELD-FILE         ASSIGN TO "CUSTHELD"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    history files. Only read on the restart path.
           SELECT PRIOR-HELD-FILE   ASSIGN TO "CUSTHLDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPECT-FILE      ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    The abended run's partial suspect file, read back on a
      *    restart -- same prior-output pattern as the held file.
      *    Only read on the restart path.
           SELECT PRIOR-SUSPECT-FILE
                                    ASSIGN TO "CUSTSUSI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE     ASSIGN TO "CUSTUNAP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    The abended run's partial suspense file, read back on a
      *    restart -- same prior-output pattern again. Only read on
      *    the restart path.
           SELECT PRIOR-SUSPENSE-FILE
                                    ASSIGN TO "CUSTUNPI"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Rolling posted-history inventory: every posting ever
      *    applied, read at start for reversal matching and
      *    the master, not a daily feed.
           SELECT HSTINV-IN-FILE    ASSIGN TO "CUSTHSTC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The keyed history store, read by customer and booked
      *    date for an original the inventory no longer holds.
           SELECT HSTKEY-FILE       ASSIGN TO "CUSTHSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSTKEY-FILE-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-RUN-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-POSTED-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-STATUS.
           SELECT MERGE-XREF-FILE   ASSIGN TO "CUSTMRGF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLMAP-FILE        ASSIGN TO "GLMAPF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTART-FILE      ASSIGN TO "CUSTPRST"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Master before-image log: one record per in-place rewrite
      *    since the last checkpoint. CKPTMSTO is this run's log;
      *    CKPTMSTI is the previous run's, read at start-up to back
      *    the cluster out to that run's last checkpoint. A run
      *    that completed leaves its log empty.
           SELECT CKPTMST-IN-FILE   ASSIGN TO "CKPTMSTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPTMST-STATUS.
           SELECT CKPTMST-OUT-FILE  ASSIGN TO "CKPTMSTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-OUT-FILE  ASSIGN TO "CUSTPCTL"
      *    the supervisor has already judged the credit, so the
      *    limit check is bypassed this once -- otherwise the same
      *    debit against the same balance would simply be held
      *    again and the release could never take effect. Stamped
      *    'F' by FEEASM1 on a generated fee: a fee is the shop's
      *    own charge, not a customer debit awaiting credit
      *    judgment, and holding an over-limit fee would only feed
      *    the next over-limit fee. Stamped 'I' by INTACR1 on a
      *    capitalization item and 'E' by DORMESC1 on an escheatment
      *    debit; both are the shop's own postings and are carried
      *    onto the history so dormancy does not count them as
      *    customer activity. Stamped 'S' by CUSTSUS1 on a released
      *    duplicate suspect: the operator has already judged it is
      *    not a duplicate, so the duplicate screen is bypassed this
      *    once, but the credit-limit check still applies. A
      *    released hold skips the screen too -- it was screened
      *    before it was held. Stamped 'U' by CUSTUNA1 on an
      *    unapplied-cash research decision: a credit applies a
      *    suspense item to its customer, a debit returns one to the
      *    remitter; neither is screened as a duplicate. Stamped
      *    'D' by DSPCAS1 on a dispute item -- a provisional credit,
      *    its take-back, or the reversal a resolved case generates;
      *    the case already names the posting it answers, so it is
      *    neither screened as a duplicate nor held over the limit,
      *    and a dispute credit or debit carries the marker onto the
      *    history as its source (the reversal inherits its
      *    original's, as every reversal does). Spaces on every
      *    ordinary item.
           05  CTX-RELEASE-MARKER      PIC X(01).
               88  CTX-RELEASED-ITEM               VALUE 'R'.
               88  CTX-CLEARED-SUSPECT             VALUE 'S'.
               88  CTX-UNAPPLIED-ITEM              VALUE 'U'.
               88  CTX-FEE-ITEM                    VALUE 'F'.
               88  CTX-INTEREST-ITEM               VALUE 'I'.
               88  CTX-ESCHEAT-ITEM                VALUE 'E'.
               88  CTX-DISPUTE-ITEM                VALUE 'D'.
           05  FILLER                  PIC X(42).

       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD.
           05  FILLER                  PIC X(01).
           05  CUSTREC-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  REJECT-FILE.
       01  REJECT-OUT-LINE             PIC X(80).
       01  PRIOR-HISTORY-RECORD        PIC X(80).

       FD  CUSTLIM-FILE.
       01  CUSTLIM-IN-RECORD           PIC X(43).

       FD  HHLINK-FILE.
       01  HHLINK-IN-RECORD            PIC X(33).

       FD  HHLIM-FILE.
       01  HHLIM-IN-RECORD             PIC X(43).

       FD  HSTINV-IN-FILE.
       01  HSTINV-IN-RECORD            PIC X(80).

       FD  HSTKEY-FILE.
       01  HSTKEY-FILE-RECORD.
           05  HSTKEY-FILE-KEY.
               10  FILLER              PIC X(08).
               10  HSTKEY-FILE-RUN-KEY PIC X(15).
           05  HSTKEY-FILE-POSTED-KEY  PIC X(16).
           05  FILLER                  PIC X(75).

       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-RECORD           PIC X(32).

       FD  GLMAP-FILE.
       01  GLMAP-IN-RECORD             PIC X(57).

       FD  GL-OUT-FILE.
       01  GL-OUT-LINE                 PIC X(80).
       FD  PRIOR-HELD-FILE.
       01  PRIOR-HELD-RECORD           PIC X(83).

       FD  SUSPECT-FILE.
       01  SUSPECT-OUT-LINE            PIC X(75).

       FD  PRIOR-SUSPECT-FILE.
       01  PRIOR-SUSPECT-RECORD        PIC X(75).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-OUT-LINE           PIC X(70).

       FD  PRIOR-SUSPENSE-FILE.
       01  PRIOR-SUSPENSE-RECORD       PIC X(70).

       FD  PRIOR-REJECT-FILE.
       01  PRIOR-REJECT-RECORD         PIC X(80).

       FD  RESTART-FILE.
       01  RESTART-OUT-LINE            PIC X(283).

       FD  CKPTMST-IN-FILE.
       01  CKPTMST-IN-RECORD           PIC X(68).

       FD  CKPTMST-OUT-FILE.
       01  CKPTMST-OUT-RECORD          PIC X(68).

       FD  CONTROL-OUT-FILE.
       01  CONTROL-OUT-LINE.
                                       SIGN LEADING SEPARATE.
           05  PCT-CLOSING-TOTAL       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
       01  CONTROL-CHANNEL-LINE        PIC X(80).
       01  CONTROL-SUSPENSE-LINE       PIC X(80).
       01  CONTROL-GLMAP-LINE          PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).
       01  WS-SCAN-EOF-SWITCH           PIC X       VALUE 'N'.
           88  SCAN-EOF                             VALUE 'Y'.

      *    The current transaction's customer as read by key, with
      *    its suspect flag: a record whose stored checksum does not
      *    match its name bytes is the cross-view drift the
      *    quarantine process pulls, and nothing may post to it.
       01  WS-CUSTOMER-ENTRY.
           05  WS-CUSTOMER-IMAGE        PIC X(61).
           05  WS-CUSTOMER-SUSPECT      PIC X(01).
       01  WS-CUSTOMER-FOUND-SW         PIC X       VALUE 'N'.
           88  CUSTOMER-FOUND                       VALUE 'Y'.
       01  WS-MASTER-BALANCE-SUM        PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-MASTER-RECORD-COUNT       PIC 9(09)   VALUE ZERO.

      *    One before-image log record: the transaction position
      *    that caused the rewrite and the record as it stood
      *    before it.
       01  WS-BEFORE-IMAGE-REC.
           05  WS-BIM-TRANS-SEQ         PIC 9(07).
           05  WS-BIM-IMAGE             PIC X(61).
      *    Every log this run starts opens with a header naming the
      *    checkpoint position its images follow, so a restart can
      *    prove it was handed the abended run's log for that
      *    checkpoint and not a dummy, an emptied log or another
      *    night's.
       01  WS-BACKOUT-LOG-HEADER REDEFINES WS-BEFORE-IMAGE-REC.
           05  WS-BLH-TAG               PIC X(08).
               88  WS-BLH-IS-HEADER                 VALUE 'CKPTLOG*'.
           05  WS-BLH-FROM-SEQ          PIC 9(07).
           05  FILLER                   PIC X(53).
       01  WS-BACKOUT-LOG-SWITCH        PIC X       VALUE 'N'.
           88  BACKOUT-LOG-MATCHES                  VALUE 'Y'.

      *    Keys already restored during a restart backout. Only the
      *    first image logged for a key after the checkpoint is the
      *    checkpoint state; later ones are intermediate. The log
      *    holds at most one checkpoint interval of rewrites, which
      *    is why the interval is held to the table size.
       01  WS-BACKOUT-TABLE.
           05  WS-BACKOUT-COUNT         PIC 9(04)   VALUE ZERO.
           05  WS-BACKOUT-KEY OCCURS 1000 TIMES
                                        PIC X(08).
       01  WS-BKO-IDX                   PIC 9(04).
       01  WS-BKO-FOUND-SW              PIC X       VALUE 'N'.
           88  KEY-ALREADY-RESTORED                 VALUE 'Y'.
       01  WS-BACKOUT-EOF-SWITCH        PIC X       VALUE 'N'.
           88  END-OF-BACKOUT-LOG                   VALUE 'Y'.
       01  WS-IMAGES-RESTORED           PIC 9(07)   VALUE ZERO.
       01  WS-BACKOUT-FROM-SEQ          PIC 9(07)   VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(07)   VALUE ZERO.
           05  WS-TRANS-BACKDATED       PIC 9(07)   VALUE ZERO.
           05  WS-TRANS-REDIRECTED      PIC 9(07)   VALUE ZERO.
           05  WS-TRANS-PERIOD-HELD     PIC 9(07)   VALUE ZERO.
           05  WS-ESCHEAT-CLOSED        PIC 9(07)   VALUE ZERO.
           05  WS-TRANS-SUSPECT         PIC 9(07)   VALUE ZERO.
           05  WS-SUSPENSE-ITEMS        PIC 9(07)   VALUE ZERO.
           05  WS-SUSPENSE-APPLY-COUNT  PIC 9(07)   VALUE ZERO.
           05  WS-SUSPENSE-RETURN-COUNT PIC 9(07)   VALUE ZERO.
           05  WS-OPENING-TOTAL         PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-EXPECTED-CLOSING      PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
      *    Unapplied-cash suspense movement. Received cash never
      *    reaches the master and a return leaves from suspense, so
      *    neither is in the debit or credit totals; an application
      *    posts to its customer as an ordinary credit and is also
      *    counted here, because to the shop as a whole it is a
      *    transfer out of suspense, not new money.
           05  WS-SUSPENSE-RECEIVED     PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-SUSPENSE-APPLIED      PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-SUSPENSE-RETURNED     PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

      *    Default only: overridden at startup by the CKPT-INTERVAL
      *    entry on the central RUNPARM store when one is in force.
       01  WS-PRIOR-HLD-EOF-SWITCH      PIC X       VALUE 'N'.
           88  PRIOR-HELD-EOF                       VALUE 'Y'.
       01  WS-HLD-CARRY-COUNT           PIC 9(09)   VALUE ZERO.
       01  WS-PRIOR-SUS-EOF-SWITCH      PIC X       VALUE 'N'.
           88  PRIOR-SUSPECT-EOF                    VALUE 'Y'.
       01  WS-SUS-CARRY-COUNT           PIC 9(09)   VALUE ZERO.
       01  WS-PRIOR-UNA-EOF-SWITCH      PIC X       VALUE 'N'.
           88  PRIOR-SUSPENSE-EOF                   VALUE 'Y'.
       01  WS-UNA-CARRY-COUNT           PIC 9(09)   VALUE ZERO.

      *    Duplicate screen. Default only: overridden at startup by
      *    the DUP-WINDOW-DAYS entry on the central RUNPARM store
      *    when one is in force; zero screens against this run
      *    alone. The cutoff is the oldest of the last that many
      *    business dates found on the posted-history inventory, so
      *    weekends and holidays do not eat into the window.
       01  WS-DUP-WINDOW-DAYS           PIC 9(03)   VALUE 003.
       01  WS-DUP-PARM-EFFECTIVE        PIC 9(08)   VALUE ZERO.
       01  WS-DUP-CUTOFF-DATE           PIC 9(08)   VALUE ZERO.
       01  WS-DUP-STEP-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-DUP-FOUND-IDX             PIC 9(04)   VALUE ZERO.
      *    Inventory entries above this position were posted by this
      *    run (or carried forward from its abended predecessor).
       01  WS-INV-LOADED-COUNT          PIC 9(04)   VALUE ZERO.
       01  WS-LIM-EOF-SWITCH            PIC X       VALUE 'N'.
           88  END-OF-LIMITS                        VALUE 'Y'.

      *    Credit limits held for the run; a customer without an
      *    entry posts unchecked -- the limit file is opt-in.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC 9(04)   VALUE ZERO.
           05  CUSTLIM-RECORD OCCURS 5000 TIMES.
               COPY CUSTLIM REPLACING
                   ==01  CUSTLIM-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-LIM-IDX                   PIC 9(04).
       01  WS-LIM-FOUND-IDX             PIC 9(04).
       01  WS-PROJECTED-BALANCE         PIC S9(10)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-LIMIT-FLOOR               PIC S9(10)V99 COMP-3
                                                    VALUE ZERO.

      *    Household links and household limits (CUSTHHM1). Both
      *    files are optional: without them no debit is judged at
      *    household level. Combined exposure is the sum of the
      *    members' overdrawn balances with the debit applied -- a
      *    member in credit does not offset another member's debt.
       01  WS-HHLINK-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HHLIM-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-HHL-EOF-SWITCH            PIC X       VALUE 'N'.
           88  END-OF-HHLINKS                       VALUE 'Y'.
       01  WS-HHM-EOF-SWITCH            PIC X       VALUE 'N'.
           88  END-OF-HHLIMITS                      VALUE 'Y'.
       01  WS-HHLINK-TABLE.
           05  WS-HHL-COUNT             PIC 9(04)   VALUE ZERO.
           05  HHLINK-RECORD OCCURS 2000 TIMES.
               COPY HHLINK REPLACING
                   ==01  HHLINK-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-HHL-IDX                   PIC 9(04).
       01  WS-HHL-FOUND-IDX             PIC 9(04).
       01  WS-HHLIM-TABLE.
           05  WS-HHM-COUNT             PIC 9(04)   VALUE ZERO.
           05  HHLIM-RECORD OCCURS 5000 TIMES.
               COPY HHLIM REPLACING
                   ==01  HHLIM-RECORD.== BY ==  ==
                   ==05  == BY ==10  ==.
       01  WS-HHM-IDX                   PIC 9(04).
       01  WS-HHM-FOUND-IDX             PIC 9(04).
       01  WS-HOUSEHOLD-EXPOSURE        PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-MEMBER-BALANCE            PIC S9(10)V99 COMP-3
                                                    VALUE ZERO.

      *    The rolling posted-history inventory, held for the run
      *    so a reversal can match its original from any prior day
      *    (or from earlier today) and both can be cross-stamped.
       01  WS-HSTINV-TABLE.
           05  WS-HSTINV-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-HSTINV-IMAGE OCCURS 2000 TIMES
                                        PIC X(75).
       01  WS-INV-IDX                   PIC 9(04).
       01  WS-ORIG-FOUND-IDX            PIC 9(04).
       01  WS-ORIG-DATE                 PIC 9(08)   VALUE ZERO.
       01  WS-ARRIVAL-CUSTOMER-ID       PIC X(08)   VALUE SPACES.
       01  WS-ORIG-AMOUNT               PIC 9(09)V99 VALUE ZERO.
       01  WS-REVERSAL-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-STORE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-STORE-OPEN-SWITCH         PIC X       VALUE 'N'.
           88  STORE-IS-OPEN                        VALUE 'Y'.
       01  WS-STORE-EOF-SWITCH          PIC X       VALUE 'N'.
           88  END-OF-STORE-BROWSE                  VALUE 'Y'.
       01  WS-SEEK-POSTED-KEY.
           05  WS-SEEK-POSTED-CUSTOMER  PIC X(08).
           05  WS-SEEK-POSTED-DATE      PIC 9(08).

      *    The business date this transaction's history books to:
      *    the current date, or the validated effective date of a

      *    GL account mapping and the day's journal lines. Each
      *    nonzero channel/type aggregate becomes one balanced
      *    debit/credit line pair, booked to the mapping in force
      *    on the business date; an aggregate with no mapping
      *    entry fails the step rather than transmitting an
      *    unresolvable file.
       01  WS-GLM-EOF-SWITCH            PIC X       VALUE 'N'.
           88  END-OF-GLMAP                         VALUE 'Y'.
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
       01  WS-GL-SEEK-DATE              PIC 9(08)   VALUE ZERO.
       01  WS-GLM-CHANGE-IDX            PIC 9(03).
       01  WS-GL-AMOUNT                 PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
       01  WS-GL-LINES-WRITTEN          PIC 9(05)   VALUE ZERO.
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-GLD-SOURCE            PIC X(04)   VALUE 'CPST'.
           05  FILLER                   PIC X(39)   VALUE SPACES.
       01  WS-REJECT-REASON             PIC X(30)   VALUE SPACES.

       01  WS-TRAN-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CKPTMST-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CHANNEL-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-DRAIN-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-DRAIN-SWITCH              PIC X       VALUE 'N'.
               10  WS-CHN-DD-NAME       PIC X(08).
               10  WS-CHN-READ          PIC 9(07).
               10  WS-CHN-POSTED        PIC 9(07).
               10  WS-CHN-SUSPECT       PIC 9(07).
               10  WS-CHN-DEBITS        PIC S9(13)V99 COMP-3.
               10  WS-CHN-CREDITS       PIC S9(13)V99 COMP-3.
      *    The channel file's INBREG-COMM-AREA as the receipt check
      *    left it, handed back unchanged to register the receipt.
               10  WS-CHN-RECEIPT-AREA  PIC X(242).
       01  WS-CHN-IDX                   PIC 9(01).
       01  WS-RECEIPTS-REFUSED          PIC 9(01)   VALUE ZERO.
       01  WS-CHN-FOUND-IDX             PIC 9(01).
       01  WS-CURRENT-CHANNEL           PIC X(01)   VALUE SPACE.
       01  WS-CHANNEL-RECORD            PIC X(80)   VALUE SPACES.
           05  FILLER                   PIC X(04)   VALUE ' CR '.
           05  WS-CCL-CREDITS           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
      *    Duplicate suspects set aside, kept inside the 80 columns
      *    the report distribution bundle carries.
           05  FILLER                   PIC X(04)   VALUE ' SU '.
           05  WS-CCL-SUSPECT           PIC 9(04).

      *    The day's unapplied-cash suspense movement, one line after
      *    the channel lines; CUSTBAL1 finds it by its tag.
       01  WS-SUSPENSE-CTL-LINE.
           05  FILLER                   PIC X(08)   VALUE 'SUSPENSE'.
           05  FILLER                   PIC X(05)   VALUE ' RCV '.
           05  WS-SCL-RECEIVED          PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(05)   VALUE ' APL '.
           05  WS-SCL-APPLIED           PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(05)   VALUE ' RTN '.
           05  WS-SCL-RETURNED          PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
      *    Returns write no record of their own, so their count is
      *    carried here for the end-of-day reconciliation.
           05  FILLER                   PIC X(04)   VALUE ' RT '.
           05  WS-SCL-RETURN-COUNT      PIC 9(05).

      *    One line per GLMAP entry that took effect since the
      *    previous business date, after the SUSPENSE line: the
      *    combination, the pair it books to now, the pair it
      *    booked to before, and who approved the move, so Finance
      *    sees on the extract's own control report that a booking
      *    moved. A retirement shows the pair it stopped booking.
       01  WS-GLMAP-CTL-LINE.
           05  FILLER                   PIC X(06)   VALUE 'GLMAP '.
           05  WS-GCL-TRAN-TYPE         PIC X(01).
           05  WS-GCL-CHANNEL-CODE      PIC X(01).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-GCL-CHANGE            PIC X(03).
           05  FILLER                   PIC X(04)   VALUE ' DR '.
           05  WS-GCL-DEBIT-ACCOUNT     PIC X(08).
           05  FILLER                   PIC X(04)   VALUE ' CR '.
           05  WS-GCL-CREDIT-ACCOUNT    PIC X(08).
           05  FILLER                   PIC X(05)   VALUE ' WAS '.
           05  WS-GCL-WAS-DEBIT         PIC X(08).
           05  FILLER                   PIC X(01)   VALUE '/'.
           05  WS-GCL-WAS-CREDIT        PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-GCL-EFFECTIVE-DATE    PIC 9(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-GCL-APPROVED-BY       PIC X(08).

      *    Run-level unit-of-work correlation id, carried onto any
      *    ERR020W message the file-status handler escalates.
      *    has no slot in the CHKPTSTD counts, so its restart
      *    position rides here beside the day-to-date totals.
           05  WS-TCK-HELD-COUNT        PIC 9(09).
      *    Suspects written as of the checkpoint, for the same
      *    reason.
           05  WS-TCK-SUSPECT-COUNT     PIC 9(09).
      *    Suspense items written, and the day's suspense movement,
      *    as of the checkpoint -- the balance-forward proof needs
      *    the whole day's figures, not just the post-restart part.
           05  WS-TCK-SUSPENSE-COUNT    PIC 9(09).
           05  WS-TCK-SUSP-RECEIVED     PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  WS-TCK-SUSP-APPLIED      PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  WS-TCK-SUSP-RETURNED     PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
      *    Suspense applications and returns counted, and each
      *    channel's posted/suspect counts and debit/credit splits,
      *    as of the checkpoint -- the CUSTPCTL channel and suspense
      *    lines and the GL interface are built from these, and
      *    must describe the whole day like the totals above.
           05  WS-TCK-SUSP-APPLY-COUNT  PIC 9(07).
           05  WS-TCK-SUSP-RETURN-COUNT PIC 9(07).
           05  WS-TCK-CHANNEL OCCURS 3 TIMES.
               10  WS-TCK-CHN-POSTED    PIC 9(07).
               10  WS-TCK-CHN-SUSPECT   PIC 9(07).
               10  WS-TCK-CHN-DEBITS    PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
               10  WS-TCK-CHN-CREDITS   PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
       01  WS-TOTALS-FOUND-SWITCH      PIC X        VALUE 'N'.
           88  TOTALS-ON-RESTART-FILE               VALUE 'Y'.

       COPY CUSTREC.
       COPY RUNPARM.
       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTHELD.
       COPY CUSTSUS.
       COPY CUSTUNA.
       COPY CUSTCKS.
       COPY CHKPTSTD.
       COPY BUSDATE.
       COPY FILEHDTR.
       COPY FHDRCOM.
       COPY INBREG.
       COPY FSTATCOM.
       COPY JOBGATE.
       COPY RUNACCT.
           PERFORM 1050-LOAD-CHECKPOINT-REGISTRY
           PERFORM 1100-CHECK-FOR-RESTART
           PERFORM 1200-MERGE-CHANNEL-FILES
           OPEN I-O CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 1300-BACK-OUT-TO-CHECKPOINT
           PERFORM 2710-START-BACKOUT-LOG
           IF RESTART-RUN
               AND TOTALS-ON-RESTART-FILE
               MOVE WS-TCK-OPENING TO WS-OPENING-TOTAL
               MOVE WS-TCK-DEBITS  TO WS-DEBIT-TOTAL
               MOVE WS-TCK-CREDITS TO WS-CREDIT-TOTAL
               MOVE WS-TCK-HELD-COUNT TO WS-TRANS-HELD
               MOVE WS-TCK-SUSPECT-COUNT TO WS-TRANS-SUSPECT
               MOVE WS-TCK-SUSPENSE-COUNT TO WS-SUSPENSE-ITEMS
               MOVE WS-TCK-SUSP-RECEIVED TO WS-SUSPENSE-RECEIVED
               MOVE WS-TCK-SUSP-APPLIED  TO WS-SUSPENSE-APPLIED
               MOVE WS-TCK-SUSP-RETURNED TO WS-SUSPENSE-RETURNED
               MOVE WS-TCK-SUSP-APPLY-COUNT
                   TO WS-SUSPENSE-APPLY-COUNT
               MOVE WS-TCK-SUSP-RETURN-COUNT
                   TO WS-SUSPENSE-RETURN-COUNT
               PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > 3
                   MOVE WS-TCK-CHN-POSTED(WS-CHN-IDX)
                       TO WS-CHN-POSTED(WS-CHN-IDX)
                   MOVE WS-TCK-CHN-SUSPECT(WS-CHN-IDX)
                       TO WS-CHN-SUSPECT(WS-CHN-IDX)
                   MOVE WS-TCK-CHN-DEBITS(WS-CHN-IDX)
                       TO WS-CHN-DEBITS(WS-CHN-IDX)
                   MOVE WS-TCK-CHN-CREDITS(WS-CHN-IDX)
                       TO WS-CHN-CREDITS(WS-CHN-IDX)
               END-PERFORM
           ELSE
               PERFORM 1500-TAKE-OPENING-TOTALS
           END-IF
           PERFORM 1070-LOAD-CREDIT-LIMITS
           PERFORM 1071-LOAD-HOUSEHOLD-LINKS
           PERFORM 1073-LOAD-HOUSEHOLD-LIMITS
           PERFORM 1080-LOAD-HISTORY-INVENTORY
           MOVE WS-HSTINV-COUNT TO WS-INV-LOADED-COUNT
           PERFORM 1083-OPEN-HISTORY-STORE
           PERFORM 1087-FIND-DUPLICATE-CUTOFF
           PERFORM 1090-LOAD-MERGE-XREF
           PERFORM 1093-LOAD-GL-MAPPING
           PERFORM 1097-LOAD-CLOSED-PERIODS
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT HELD-FILE
           OPEN OUTPUT SUSPECT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT HISTORY-FILE
           PERFORM 2050-WRITE-HISTORY-HEADER
           OPEN INPUT CUSTTRAN-FILE
                   TO WS-TRANS-REJECTED
               PERFORM 1480-REPOSITION-REJECT-FILE
               PERFORM 1483-REPOSITION-HELD-FILE
               PERFORM 1484-REPOSITION-SUSPECT-FILE
               PERFORM 1486-REPOSITION-SUSPENSE-FILE
               PERFORM 1490-REPOSITION-HISTORY-FILE
               PERFORM 2900-READ-CUSTTRAN WS-SKIP-COUNT TIMES
           ELSE
               END-IF
           END-IF.

      *    The checkpoint-interval and duplicate-window knobs from
      *    the central store: for each, the entry with the greatest
      *    effective date on or before the business date. No entry,
      *    or no file, and the coded default stands.
       1060-LOAD-RUNTIME-PARAMETERS.
           MOVE ZERO TO WS-PARM-BEST-EFFECTIVE
           OPEN INPUT RUNPARM-FILE
                       MOVE RUNPARM-VALUE
                           TO WS-CHECKPOINT-INTERVAL
                   END-IF
                   IF RUNPARM-NAME = 'DUP-WINDOW-DAYS '
                       AND RUNPARM-EFFECTIVE-DATE
                           <= BUSDATE-CURRENT-DATE
                       AND RUNPARM-EFFECTIVE-DATE
                           > WS-DUP-PARM-EFFECTIVE
                       MOVE RUNPARM-EFFECTIVE-DATE
                           TO WS-DUP-PARM-EFFECTIVE
                       IF RUNPARM-VALUE > 999
                           MOVE 999 TO WS-DUP-WINDOW-DAYS
                       ELSE
                           MOVE RUNPARM-VALUE TO WS-DUP-WINDOW-DAYS
                       END-IF
                   END-IF
           END-READ
           IF END-OF-RUNPARMS
               AND WS-CHECKPOINT-INTERVAL > 1000
               DISPLAY '*** CUSTPST1 CKPT-INTERVAL '
                   WS-CHECKPOINT-INTERVAL ' EXCEEDS THE RESTART'
                   ' BACKOUT LIMIT -- 1000 USED ***'
               MOVE 1000 TO WS-CHECKPOINT-INTERVAL
           END-IF.

       1070-LOAD-CREDIT-LIMITS.
           OPEN INPUT CUSTLIM-FILE
               AT END
                   SET END-OF-LIMITS TO TRUE
               NOT AT END
                   IF WS-LIMIT-COUNT >= 5000
                       DISPLAY '*** CUSTPST1 CREDIT-LIMIT FILE HAS'
                           ' MORE THAN 5000 ENTRIES -- RUN'
                           ' ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE CUSTLIM-IN-RECORD
                   END-IF
           END-READ.

       1071-LOAD-HOUSEHOLD-LINKS.
           OPEN INPUT HHLINK-FILE
           IF WS-HHLINK-STATUS = '00'
               PERFORM 1072-READ-ONE-HHLINK UNTIL END-OF-HHLINKS
               CLOSE HHLINK-FILE
           END-IF.

       1072-READ-ONE-HHLINK.
           READ HHLINK-FILE
               AT END
                   SET END-OF-HHLINKS TO TRUE
               NOT AT END
                   IF WS-HHL-COUNT >= 2000
                       DISPLAY '*** CUSTPST1 HOUSEHOLD LINK FILE HAS'
                           ' MORE THAN 2000 ENTRIES -- RUN'
                           ' ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-HHL-COUNT
                       MOVE HHLINK-IN-RECORD
                           TO HHLINK-RECORD(WS-HHL-COUNT)
                   END-IF
           END-READ.

       1073-LOAD-HOUSEHOLD-LIMITS.
           OPEN INPUT HHLIM-FILE
           IF WS-HHLIM-STATUS = '00'
               PERFORM 1074-READ-ONE-HHLIMIT UNTIL END-OF-HHLIMITS
               CLOSE HHLIM-FILE
           END-IF.

       1074-READ-ONE-HHLIMIT.
           READ HHLIM-FILE
               AT END
                   SET END-OF-HHLIMITS TO TRUE
               NOT AT END
                   IF WS-HHM-COUNT >= 5000
                       DISPLAY '*** CUSTPST1 HOUSEHOLD LIMIT FILE'
                           ' HAS MORE THAN 5000 ENTRIES -- RUN'
                           ' ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-HHM-COUNT
                       MOVE HHLIM-IN-RECORD
                           TO HHLIM-RECORD(WS-HHM-COUNT)
                   END-IF
           END-READ.

       1090-LOAD-MERGE-XREF.
           OPEN INPUT MERGE-XREF-FILE
           PERFORM 1095-READ-ONE-XREF UNTIL END-OF-MERGE-XREF
               AT END
                   SET END-OF-GLMAP TO TRUE
               NOT AT END
                   IF WS-GLM-COUNT >= 200
                       DISPLAY '*** CUSTPST1 GL MAPPING HAS MORE'
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

           PERFORM 1085-READ-ONE-INVENTORY UNTIL END-OF-HSTINV
           CLOSE HSTINV-IN-FILE.

      *    A store not yet loaded leaves reversal matching to the
      *    inventory alone, as it was before the store existed.
       1083-OPEN-HISTORY-STORE.
           OPEN INPUT HSTKEY-FILE
           EVALUATE WS-STORE-STATUS
               WHEN '00'
                   SET STORE-IS-OPEN TO TRUE
               WHEN '35'
                   DISPLAY 'CUSTPST1 KEYED HISTORY STORE NOT YET'
                       ' LOADED -- REVERSALS MATCH THE INVENTORY'
                       ' ONLY'
               WHEN OTHER
                   MOVE WS-STORE-STATUS TO FSTAT-FILE-STATUS
                   MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
                   MOVE 'OPEN ' TO FSTAT-OPERATION
                   PERFORM 9000-CHECK-FILE-STATUS
           END-EVALUATE.

       1085-READ-ONE-INVENTORY.
           READ HSTINV-IN-FILE
               AT END
                           SET END-OF-HSTINV TO TRUE
                       ELSE
                           ADD 1 TO WS-HSTINV-COUNT
                           MOVE HSTINV-IN-RECORD(1:75)
                               TO WS-HSTINV-IMAGE(WS-HSTINV-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *    Step back one business date at a time through the dates
      *    actually on the inventory -- a date with postings on it
      *    is a day the shop was open. Fewer dates on file than the
      *    window simply screens against all of them.
       1087-FIND-DUPLICATE-CUTOFF.
           MOVE BUSDATE-CURRENT-DATE TO WS-DUP-CUTOFF-DATE
           PERFORM 1088-STEP-BACK-ONE-DATE WS-DUP-WINDOW-DAYS TIMES
           DISPLAY 'CUSTPST1 DUPLICATE SCREEN FROM ' WS-DUP-CUTOFF-DATE
               ' (' WS-DUP-WINDOW-DAYS ' BUSINESS DAYS)'.

       1088-STEP-BACK-ONE-DATE.
           MOVE ZERO TO WS-DUP-STEP-DATE
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
               UNTIL WS-INV-IDX > WS-HSTINV-COUNT
               MOVE WS-HSTINV-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
               IF CUSTHST-BUSINESS-DATE < WS-DUP-CUTOFF-DATE
                   AND CUSTHST-BUSINESS-DATE > WS-DUP-STEP-DATE
                   MOVE CUSTHST-BUSINESS-DATE TO WS-DUP-STEP-DATE
               END-IF
           END-PERFORM
           IF WS-DUP-STEP-DATE > ZERO
               MOVE WS-DUP-STEP-DATE TO WS-DUP-CUTOFF-DATE
           END-IF.

      *    Carry forward exactly the held records the last
      *    checkpoint accounted for, same as the reject file; the
      *    held count rides on the CPTOTALS record because CHKPTSTD
               WRITE HELD-OUT-LINE
           END-IF.

      *    Suspects are carried forward the same way, their count
      *    riding beside the held count on the CPTOTALS record.
       1484-REPOSITION-SUSPECT-FILE.
           MOVE WS-TCK-SUSPECT-COUNT TO WS-SUS-CARRY-COUNT
           OPEN INPUT PRIOR-SUSPECT-FILE
           PERFORM 1488-CARRY-ONE-SUSPECT-RECORD
               WS-SUS-CARRY-COUNT TIMES
           CLOSE PRIOR-SUSPECT-FILE.

       1488-CARRY-ONE-SUSPECT-RECORD.
           READ PRIOR-SUSPECT-FILE
               AT END
                   SET PRIOR-SUSPECT-EOF TO TRUE
           END-READ
           IF PRIOR-SUSPECT-EOF
               DISPLAY '*** CUSTPST1 PRIOR SUSPECT FILE SHORTER THAN'
                   ' THE CHECKPOINT COUNT -- RESTART DATA'
                   ' SUSPECT ***'
           ELSE
               MOVE PRIOR-SUSPECT-RECORD TO SUSPECT-OUT-LINE
               WRITE SUSPECT-OUT-LINE
           END-IF.

      *    Suspense items likewise, so the sequence numbers a
      *    restarted run hands out carry on from the checkpoint.
       1486-REPOSITION-SUSPENSE-FILE.
           MOVE WS-TCK-SUSPENSE-COUNT TO WS-UNA-CARRY-COUNT
           OPEN INPUT PRIOR-SUSPENSE-FILE
           PERFORM 1489-CARRY-ONE-SUSPENSE-RECORD
               WS-UNA-CARRY-COUNT TIMES
           CLOSE PRIOR-SUSPENSE-FILE.

       1489-CARRY-ONE-SUSPENSE-RECORD.
           READ PRIOR-SUSPENSE-FILE
               AT END
                   SET PRIOR-SUSPENSE-EOF TO TRUE
           END-READ
           IF PRIOR-SUSPENSE-EOF
               DISPLAY '*** CUSTPST1 PRIOR SUSPENSE FILE SHORTER'
                   ' THAN THE CHECKPOINT COUNT -- RESTART DATA'
                   ' SUSPECT ***'
           ELSE
               MOVE PRIOR-SUSPENSE-RECORD TO SUSPENSE-OUT-LINE
               WRITE SUSPENSE-OUT-LINE
           END-IF.

       1050-LOAD-CHECKPOINT-REGISTRY.
           OPEN INPUT REGISTRY-IN-FILE
           PERFORM 1055-READ-REGISTRY UNTIL END-OF-REGISTRY
      *    merged CUSTTRAN work file inside a merged header/trailer.
      *    A channel that is missing (open fails), stale (header
      *    date wrong), or short (trailer count wrong) stops the
      *    run here, at open time, before anything posts. Every
      *    channel is proved before any is screened against the
      *    inbound receipt registry, and every one is screened
      *    before any is registered or copied, so a refusal on one
      *    channel leaves nothing half-merged and no receipt
      *    registered for a night that did not post.
       1200-MERGE-CHANNEL-FILES.
           MOVE 'B'        TO WS-CHN-CODE(1)
           MOVE 'CUSTTRNB' TO WS-CHN-DD-NAME(1)
               UNTIL WS-CHN-IDX > 3
               MOVE ZERO TO WS-CHN-READ(WS-CHN-IDX)
                            WS-CHN-POSTED(WS-CHN-IDX)
                            WS-CHN-SUSPECT(WS-CHN-IDX)
                            WS-CHN-DEBITS(WS-CHN-IDX)
                            WS-CHN-CREDITS(WS-CHN-IDX)
           END-PERFORM
           PERFORM 1220-SCAN-ONE-CHANNEL
               VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
           PERFORM 1210-SCREEN-CHANNEL-RECEIPTS
           OPEN OUTPUT CUSTTRAN-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           WRITE CUSTTRAN-RECORD
           CLOSE CUSTTRAN-FILE.

      *    A channel file whose details were already accepted --
      *    re-sent whole, or largely overlapping an earlier file --
      *    would pass every header/trailer proof and post twice.
      *    INBREG1 checks each channel against the inbound receipt
      *    registry; any refusal ends the run here, naming the file,
      *    the receipt it matched, and the content hash an operator
      *    override card (INBOVRP) must quote to post it anyway.
      *    Only when all three pass are the receipts registered.
       1210-SCREEN-CHANNEL-RECEIPTS.
           MOVE ZERO TO WS-RECEIPTS-REFUSED
           PERFORM 1212-CHECK-ONE-RECEIPT
               VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
           IF WS-RECEIPTS-REFUSED > ZERO
               DISPLAY '*** CUSTPST1 ' WS-RECEIPTS-REFUSED
                   ' CHANNEL FILE(S) REFUSED BY THE INBOUND RECEIPT'
                   ' REGISTRY -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1214-REGISTER-ONE-RECEIPT
               VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3.

       1212-CHECK-ONE-RECEIPT.
           MOVE SPACES TO INBREG-COMM-AREA
           SET INBREG-FUNCTION-CHECK TO TRUE
           MOVE WS-CHN-CODE(WS-CHN-IDX) TO INBREG-CHANNEL-CODE
           MOVE WS-CHN-DD-NAME(WS-CHN-IDX) TO INBREG-DD-NAME
           MOVE BUSDATE-CURRENT-DATE TO INBREG-BUSINESS-DATE
           MOVE 'CUSTPST1' TO INBREG-CALLER
           MOVE WS-CORRELATION-ID TO INBREG-CORRELATION-ID
           CALL 'INBREG1' USING INBREG-COMM-AREA
           MOVE INBREG-COMM-AREA TO WS-CHN-RECEIPT-AREA(WS-CHN-IDX)
           IF INBREG-RESULT-REFUSED
               ADD 1 TO WS-RECEIPTS-REFUSED
               DISPLAY '*** CUSTPST1 CHANNEL FILE '
                   WS-CHN-DD-NAME(WS-CHN-IDX) ' REFUSED -- '
                   INBREG-MESSAGE
               DISPLAY '*** CUSTPST1 CHANNEL FILE '
                   WS-CHN-DD-NAME(WS-CHN-IDX) ' CONTENT HASH '
                   INBREG-CONTENT-HASH ' DETAILS '
                   INBREG-DETAIL-COUNT ' ***'
           END-IF.

       1214-REGISTER-ONE-RECEIPT.
           MOVE WS-CHN-RECEIPT-AREA(WS-CHN-IDX) TO INBREG-COMM-AREA
           SET INBREG-FUNCTION-REGISTER TO TRUE
           CALL 'INBREG1' USING INBREG-COMM-AREA.

      *    A channel may hold several concatenated HDR*/TRL* slices
      *    -- the adjustments channel routinely does, carrying the
      *    keyed adjustments plus the generated standing-order,
      *    wrapping must not be miscounted as another slice's
      *    details -- and the copy pass then strips the wrapping
      *    and carries only details.
       1220-SCAN-ONE-CHANNEL.
           MOVE WS-CHN-CODE(WS-CHN-IDX) TO WS-CURRENT-CHANNEL
           PERFORM 1240-OPEN-CURRENT-CHANNEL
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
                   'TRAILER SLICE -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1230-MERGE-ONE-CHANNEL.
           MOVE WS-CHN-CODE(WS-CHN-IDX) TO WS-CURRENT-CHANNEL
           PERFORM 1240-OPEN-CURRENT-CHANNEL
           MOVE 'N' TO WS-CHANNEL-EOF-SWITCH
           PERFORM 1270-COPY-CHANNEL-DETAIL UNTIL CHANNEL-EOF
               END-IF
           END-IF.

      *    Restart backout. Every rewrite since the last checkpoint
      *    left its before-image on the abended run's log, stamped
      *    with the transaction position; an image at or before the
      *    checkpoint position is already covered by the checkpoint
      *    (the log is restarted, holding only its header, just
      *    after each CHKPTSTD record) and is skipped. A run with
      *    no restart record backs out from position zero: anything
      *    on the log then came from a run that abended before its
      *    first checkpoint, and a clean prior run left the log
      *    empty (or it is not supplied).
      *    For each key the first later image is the
      *    record as the checkpoint saw it, so it is rewritten and
      *    the key remembered; the posting pass then re-drives those
      *    transactions from the checkpoint and nothing is applied
      *    twice. The backout is repeatable -- an abend during it
      *    is restarted from the same log.
       1300-BACK-OUT-TO-CHECKPOINT.
           MOVE ZERO TO WS-BACKOUT-COUNT
           MOVE ZERO TO WS-BACKOUT-FROM-SEQ
           IF RESTART-RUN
               MOVE CHKPTSTD-LAST-RECORD-COUNT TO WS-BACKOUT-FROM-SEQ
           END-IF
           MOVE 'N' TO WS-BACKOUT-EOF-SWITCH
           OPEN INPUT CKPTMST-IN-FILE
           IF WS-CKPTMST-STATUS NOT = '00'
               IF RESTART-RUN
                   MOVE WS-CKPTMST-STATUS TO FSTAT-FILE-STATUS
                   MOVE 'CKPTMSTI' TO FSTAT-DD-NAME
                   MOVE 'OPEN ' TO FSTAT-OPERATION
                   PERFORM 9000-CHECK-FILE-STATUS
                   PERFORM 1309-REFUSE-RESTART
               END-IF
           ELSE
               PERFORM 1305-CHECK-LOG-HEADER
               PERFORM 1310-BACK-OUT-ONE-IMAGE
                   UNTIL END-OF-BACKOUT-LOG
               CLOSE CKPTMST-IN-FILE
           END-IF
           IF WS-IMAGES-RESTORED > ZERO
               DISPLAY 'CUSTPST1 BACKOUT RESTORED '
                   WS-IMAGES-RESTORED ' MASTER RECORDS TO POSITION '
                   WS-BACKOUT-FROM-SEQ
           END-IF.

      *    A restart must be handed the log the abended run was
      *    writing when it stopped: its header names the same
      *    position as the CHKPTSTD record being resumed from. A
      *    missing or dummy log, one already emptied by a completed
      *    run, or one from another checkpoint would restore
      *    nothing while the posting pass re-drives every item
      *    since the checkpoint -- each would post twice -- so the
      *    restart is refused before anything is touched. On a run
      *    with no restart record the header is only skipped.
       1305-CHECK-LOG-HEADER.
           MOVE 'N' TO WS-BACKOUT-LOG-SWITCH
           READ CKPTMST-IN-FILE
               AT END
                   SET END-OF-BACKOUT-LOG TO TRUE
               NOT AT END
                   MOVE CKPTMST-IN-RECORD TO WS-BEFORE-IMAGE-REC
                   IF WS-BLH-IS-HEADER
                       AND WS-BLH-FROM-SEQ = WS-BACKOUT-FROM-SEQ
                       SET BACKOUT-LOG-MATCHES TO TRUE
                   END-IF
           END-READ
           IF RESTART-RUN
               AND NOT BACKOUT-LOG-MATCHES
               PERFORM 1309-REFUSE-RESTART
           END-IF
           IF NOT END-OF-BACKOUT-LOG
               AND NOT WS-BLH-IS-HEADER
               IF WS-BIM-TRANS-SEQ > WS-BACKOUT-FROM-SEQ
                   PERFORM 1320-RESTORE-BEFORE-IMAGE
               END-IF
           END-IF.

       1309-REFUSE-RESTART.
           DISPLAY '*** CUSTPST1 RESTART AT POSITION '
               WS-BACKOUT-FROM-SEQ ' REFUSED -- CKPTMSTI IS NOT'
               ' THE BEFORE-IMAGE LOG FOR THAT CHECKPOINT ***'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1310-BACK-OUT-ONE-IMAGE.
           READ CKPTMST-IN-FILE
               AT END
                   SET END-OF-BACKOUT-LOG TO TRUE
               NOT AT END
                   MOVE CKPTMST-IN-RECORD TO WS-BEFORE-IMAGE-REC
                   IF WS-BIM-TRANS-SEQ > WS-BACKOUT-FROM-SEQ
                       PERFORM 1320-RESTORE-BEFORE-IMAGE
                   END-IF
           END-READ.

       1320-RESTORE-BEFORE-IMAGE.
           MOVE 'N' TO WS-BKO-FOUND-SW
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
               UNTIL WS-BKO-IDX > WS-BACKOUT-COUNT
               IF WS-BACKOUT-KEY(WS-BKO-IDX) = WS-BIM-IMAGE(2:8)
                   SET KEY-ALREADY-RESTORED TO TRUE
               END-IF
           END-PERFORM
           IF NOT KEY-ALREADY-RESTORED
               IF WS-BACKOUT-COUNT >= 1000
                   DISPLAY '*** CUSTPST1 BACKOUT LOG HOLDS MORE THAN'
                       ' 1000 KEYS -- RESTART DATA SUSPECT, RUN'
                       ' ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BACKOUT-COUNT
               MOVE WS-BIM-IMAGE(2:8)
                   TO WS-BACKOUT-KEY(WS-BACKOUT-COUNT)
               MOVE WS-BIM-IMAGE TO CUSTREC-FILE-RECORD
               REWRITE CUSTREC-FILE-RECORD
               MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
               MOVE 'CUSTRECF' TO FSTAT-DD-NAME
               MOVE 'WRITE' TO FSTAT-OPERATION
               PERFORM 9000-CHECK-FILE-STATUS
               ADD 1 TO WS-IMAGES-RESTORED
           END-IF.

      *    The opening total is the master's balance sum before a
      *    cent is posted, taken by browsing the cluster in key
      *    order.
       1500-TAKE-OPENING-TOTALS.
           PERFORM 8100-SUM-MASTER-BALANCES
           MOVE WS-MASTER-BALANCE-SUM TO WS-OPENING-TOTAL.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
                       TO WS-REJECT-REASON
               WHEN CTX-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN CTX-UNAPPLIED-ITEM AND CTX-TYPE-DEBIT
                   PERFORM 2320-RETURN-FROM-SUSPENSE
               WHEN CTX-UNAPPLIED-ITEM AND CTX-TYPE-CREDIT
                   AND (NOT CUSTOMER-FOUND
                        OR WS-CUSTOMER-SUSPECT = 'Y')
                   PERFORM 2300-BOOK-TO-SUSPENSE
               WHEN NOT CUSTOMER-FOUND
                   AND CTX-TYPE-CREDIT AND CTX-CHANNEL-LOCKBOX
                   AND WS-REJECT-REASON = SPACES
                   PERFORM 2300-BOOK-TO-SUSPENSE
               WHEN NOT CUSTOMER-FOUND
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               WHEN WS-CUSTOMER-SUSPECT = 'Y'
                   MOVE 'RECORD QUARANTINED - DRIFTED'
                       TO WS-REJECT-REASON
               WHEN WS-REJECT-REASON NOT = SPACES
               WHEN CTX-TYPE-REVERSAL
                   PERFORM 2400-APPLY-REVERSAL
               WHEN OTHER
                   PERFORM 2030-SCREEN-FOR-DUPLICATE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2500-WRITE-REJECT
           END-IF
           PERFORM 2900-READ-CUSTTRAN.

      *    A debit or credit matching a posting already on the
      *    inventory -- same customer, type, and amount, posted
      *    earlier in this run or on or after the window cutoff --
      *    is a probable duplicate and goes to the suspect file
      *    instead of the balance. Only customer postings are
      *    matched; a reversed posting no longer counts, and the
      *    shop's own generated items, a released hold, and a
      *    released suspect are not screened, nor is a suspense
      *    application -- research has already matched it.
       2030-SCREEN-FOR-DUPLICATE.
           MOVE ZERO TO WS-DUP-FOUND-IDX
           IF NOT CTX-RELEASED-ITEM AND NOT CTX-CLEARED-SUSPECT
               AND NOT CTX-FEE-ITEM AND NOT CTX-INTEREST-ITEM
               AND NOT CTX-ESCHEAT-ITEM AND NOT CTX-UNAPPLIED-ITEM
               AND NOT CTX-DISPUTE-ITEM
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-HSTINV-COUNT
                   OR WS-DUP-FOUND-IDX > ZERO
                   MOVE WS-HSTINV-IMAGE(WS-INV-IDX) TO CUSTHST-RECORD
                   IF CUSTHST-CUSTOMER-ID = CTX-CUSTOMER-ID
                       AND CUSTHST-TRAN-TYPE = CTX-TRAN-TYPE
                       AND CUSTHST-AMOUNT = CTX-AMOUNT
                       AND CUSTHST-NOT-REVERSED
                       AND CUSTHST-CUSTOMER-POSTING
                       AND (WS-INV-IDX > WS-INV-LOADED-COUNT
                       OR CUSTHST-BUSINESS-DATE
                           NOT < WS-DUP-CUTOFF-DATE)
                       MOVE WS-INV-IDX TO WS-DUP-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DUP-FOUND-IDX > ZERO
               PERFORM 2560-WRITE-SUSPECT-TRANSACTION
           ELSE
               PERFORM 2080-JUDGE-CREDIT-LIMIT
           END-IF.

      *    A transaction naming a merged-away id is re-addressed
      *    to the survivor before the customer lookup -- the
      *    channels keep sending the retired id for months, and
      *    supervisor's credit decision through CUSTREL1. Customers
      *    with no limit on file, all credits, and debits carrying
      *    the CUSTREL1 release marker post unchecked -- a released
      *    hold has already had its credit judgment -- and so do
      *    FEEASM1's generated fees and the take-back of a dispute's
      *    provisional credit. A debit within the customer's own
      *    limit (or with none) is then judged against the
      *    household limit when the customer belongs to a household
      *    that has one.
       2080-JUDGE-CREDIT-LIMIT.
           IF NOT CTX-TYPE-DEBIT OR CTX-RELEASED-ITEM
               OR CTX-FEE-ITEM OR CTX-DISPUTE-ITEM
               PERFORM 2100-POST-ONE-TRANSACTION
           ELSE
               MOVE SPACES TO WS-HOLD-REASON
               MOVE WS-CUSTOMER-IMAGE TO CUSTREC-RECORD
               COMPUTE WS-PROJECTED-BALANCE =
                   CUSTREC-LEGACY-BALANCE - CTX-AMOUNT
               PERFORM 2090-FIND-CREDIT-LIMIT
               IF WS-LIM-FOUND-IDX > ZERO
                   COMPUTE WS-LIMIT-FLOOR = ZERO -
                       CUSTLIM-CREDIT-LIMIT(WS-LIM-FOUND-IDX)
                   IF WS-PROJECTED-BALANCE < WS-LIMIT-FLOOR
                       MOVE 'DEBIT WOULD BREACH CREDIT LIMIT'
                           TO WS-HOLD-REASON
                   END-IF
               END-IF
               IF WS-HOLD-REASON = SPACES
                   PERFORM 2085-JUDGE-HOUSEHOLD-LIMIT
               END-IF
               IF WS-HOLD-REASON NOT = SPACES
                   PERFORM 2550-WRITE-HELD-TRANSACTION
               ELSE
                   PERFORM 2100-POST-ONE-TRANSACTION
               END-IF
           END-IF.

      *    The other members' balances are read from the cluster as
      *    they stand now, so a member debited earlier in this run
      *    counts at its posted balance. The customer's own image is
      *    put back in CUSTREC-RECORD afterwards for the posting.
       2085-JUDGE-HOUSEHOLD-LIMIT.
           MOVE ZERO TO WS-HHL-FOUND-IDX
           PERFORM VARYING WS-HHL-IDX FROM 1 BY 1
               UNTIL WS-HHL-IDX > WS-HHL-COUNT
               OR WS-HHL-FOUND-IDX > ZERO
               IF HHLINK-CUSTOMER-ID(WS-HHL-IDX) = CTX-CUSTOMER-ID
                   MOVE WS-HHL-IDX TO WS-HHL-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-HHM-FOUND-IDX
           IF WS-HHL-FOUND-IDX > ZERO
               PERFORM 2095-FIND-HOUSEHOLD-LIMIT
           END-IF
           IF WS-HHM-FOUND-IDX > ZERO
               MOVE ZERO TO WS-HOUSEHOLD-EXPOSURE
               IF WS-PROJECTED-BALANCE < ZERO
                   SUBTRACT WS-PROJECTED-BALANCE
                       FROM WS-HOUSEHOLD-EXPOSURE
               END-IF
               PERFORM VARYING WS-HHL-IDX FROM 1 BY 1
                   UNTIL WS-HHL-IDX > WS-HHL-COUNT
                   IF HHLINK-HOUSEHOLD-ID(WS-HHL-IDX)
                           = HHLINK-HOUSEHOLD-ID(WS-HHL-FOUND-IDX)
                       AND HHLINK-CUSTOMER-ID(WS-HHL-IDX)
                           NOT = CTX-CUSTOMER-ID
                       PERFORM 2087-ADD-MEMBER-EXPOSURE
                   END-IF
               END-PERFORM
               MOVE WS-CUSTOMER-IMAGE TO CUSTREC-RECORD
               IF WS-HOUSEHOLD-EXPOSURE
                       > HHLIM-CREDIT-LIMIT(WS-HHM-FOUND-IDX)
                   MOVE 'DEBIT BREACHES HOUSEHOLD LIMIT'
                       TO WS-HOLD-REASON
               END-IF
           END-IF.

       2087-ADD-MEMBER-EXPOSURE.
           MOVE HHLINK-CUSTOMER-ID(WS-HHL-IDX) TO CUSTREC-FILE-KEY
           READ CUSTREC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   MOVE CUSTREC-LEGACY-BALANCE TO WS-MEMBER-BALANCE
                   IF WS-MEMBER-BALANCE < ZERO
                       SUBTRACT WS-MEMBER-BALANCE
                           FROM WS-HOUSEHOLD-EXPOSURE
                   END-IF
           END-READ.

       2095-FIND-HOUSEHOLD-LIMIT.
           PERFORM VARYING WS-HHM-IDX FROM 1 BY 1
               UNTIL WS-HHM-IDX > WS-HHM-COUNT
               IF HHLIM-HOUSEHOLD-ID(WS-HHM-IDX)
                       = HHLINK-HOUSEHOLD-ID(WS-HHL-FOUND-IDX)
                   AND HHLIM-EFFECTIVE-DATE(WS-HHM-IDX)
                       NOT > BUSDATE-CURRENT-DATE
                   IF WS-HHM-FOUND-IDX = ZERO
                       MOVE WS-HHM-IDX TO WS-HHM-FOUND-IDX
                   ELSE
                       IF HHLIM-EFFECTIVE-DATE(WS-HHM-IDX)
                           NOT < HHLIM-EFFECTIVE-DATE
                                     (WS-HHM-FOUND-IDX)
                           MOVE WS-HHM-IDX TO WS-HHM-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2090-FIND-CREDIT-LIMIT.
           MOVE ZERO TO WS-LIM-FOUND-IDX
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
               IF CUSTLIM-CUSTOMER-ID(WS-LIM-IDX)
                       = CTX-CUSTOMER-ID
                   AND CUSTLIM-EFFECTIVE-DATE(WS-LIM-IDX)
                       NOT > BUSDATE-CURRENT-DATE
                   IF WS-LIM-FOUND-IDX = ZERO
                       MOVE WS-LIM-IDX TO WS-LIM-FOUND-IDX
                   ELSE
                       IF CUSTLIM-EFFECTIVE-DATE(WS-LIM-IDX)
                           NOT < CUSTLIM-EFFECTIVE-DATE
                                     (WS-LIM-FOUND-IDX)
                           MOVE WS-LIM-IDX TO WS-LIM-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           END-IF.

       2430-POST-THE-OFFSET.
           MOVE WS-CUSTOMER-IMAGE TO CUSTREC-RECORD
           MOVE CUSTREC-LEGACY-BALANCE TO WS-HST-BALANCE-BEFORE
           IF WS-ORIG-TRAN-TYPE = 'D'
               ADD CTX-AMOUNT TO CUSTREC-LEGACY-BALANCE
               SUBTRACT CTX-AMOUNT FROM CUSTREC-LEGACY-BALANCE
               ADD CTX-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
      *    An escheatment debit remits the whole balance to the
      *    state; the account is closed with it so the archive
      *    sweep takes it off the master.
           IF CTX-ESCHEAT-ITEM
               AND CUSTREC-LEGACY-BALANCE = ZERO
               SET CUSTREC-LEGACY-CLOSED TO TRUE
               ADD 1 TO WS-ESCHEAT-CLOSED
           END-IF
           PERFORM 2650-REWRITE-CUSTOMER
           ADD 1 TO WS-TRANS-POSTED
           ADD 1 TO WS-TRANS-REVERSED
           PERFORM 2170-ADD-CHANNEL-TOTALS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORIG-FOUND-IDX = ZERO
               AND WS-REJECT-REASON = SPACES
               AND STORE-IS-OPEN
               PERFORM 2452-FIND-ORIGINAL-IN-STORE
           END-IF
           IF WS-ORIG-FOUND-IDX > ZERO
               MOVE SPACES TO WS-REJECT-REASON
           END-IF.

      *    Past the inventory the original is read by its posted
      *    key -- customer and booked date -- from the store, under
      *    the same match rule, and a match is added to the
      *    inventory so the stamp and the offset work on it exactly
      *    as on any other original, and a second reversal later in
      *    the run finds it already stamped.
       2452-FIND-ORIGINAL-IN-STORE.
           MOVE WS-ORIG-CUSTOMER TO WS-SEEK-POSTED-CUSTOMER
           MOVE WS-ORIG-DATE     TO WS-SEEK-POSTED-DATE
           MOVE WS-SEEK-POSTED-KEY TO HSTKEY-FILE-POSTED-KEY
           MOVE 'N' TO WS-STORE-EOF-SWITCH
           START HSTKEY-FILE KEY IS EQUAL TO HSTKEY-FILE-POSTED-KEY
               INVALID KEY
                   SET END-OF-STORE-BROWSE TO TRUE
           END-START
           PERFORM 2453-READ-ONE-STORED-POSTING
               UNTIL END-OF-STORE-BROWSE.

       2453-READ-ONE-STORED-POSTING.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-STORE-BROWSE TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                   EVALUATE TRUE
                       WHEN CUSTHSK-POSTED-KEY NOT = WS-SEEK-POSTED-KEY
                           SET END-OF-STORE-BROWSE TO TRUE
                       WHEN CUSTHST-AMOUNT NOT = WS-ORIG-AMOUNT
                           OR CUSTHST-IS-REVERSAL
                           CONTINUE
                       WHEN CUSTHST-IS-REVERSED
                           MOVE 'ORIGINAL ALREADY REVERSED'
                               TO WS-REJECT-REASON
                       WHEN WS-HSTINV-COUNT >= 2000
                           MOVE 'HISTORY INVENTORY FULL'
                               TO WS-REJECT-REASON
                           SET END-OF-STORE-BROWSE TO TRUE
                       WHEN OTHER
                           MOVE SPACES TO WS-REJECT-REASON
                           PERFORM 2470-APPEND-TO-INVENTORY
                           MOVE WS-HSTINV-COUNT TO WS-ORIG-FOUND-IDX
                           MOVE CUSTHST-TRAN-TYPE
                               TO WS-ORIG-TRAN-TYPE
                           SET END-OF-STORE-BROWSE TO TRUE
                   END-EVALUATE
           END-READ.

       2455-STAMP-ORIGINAL-REVERSED.
           MOVE WS-HSTINV-IMAGE(WS-ORIG-FOUND-IDX)
               TO CUSTHST-RECORD
           MOVE WS-CORRELATION-ID    TO CUSTHST-CORRELATION-ID
           SET CUSTHST-IS-REVERSAL   TO TRUE
           MOVE WS-ORIG-DATE         TO CUSTHST-CROSS-REF-DATE
      *    The offset inherits its original's posting source, so a
      *    backed-out capitalization still nets against interest.
           MOVE WS-HSTINV-IMAGE(WS-ORIG-FOUND-IDX)(74:1)
                                     TO CUSTHST-POSTING-SOURCE
           MOVE CTX-CHANNEL-CODE     TO CUSTHST-CHANNEL-CODE
           MOVE SPACES               TO HISTORY-OUT-LINE
           MOVE CUSTHST-RECORD       TO HISTORY-OUT-LINE
           WRITE HISTORY-OUT-LINE
           MOVE CUSTHLD-RECORD       TO HELD-OUT-LINE
           WRITE HELD-OUT-LINE.

      *    The suspect names the posting it matched, so the operator
      *    can put the two side by side before deciding.
       2560-WRITE-SUSPECT-TRANSACTION.
           ADD 1 TO WS-TRANS-SUSPECT
           MOVE ZERO TO WS-CHN-FOUND-IDX
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
               IF WS-CHN-CODE(WS-CHN-IDX) = CTX-CHANNEL-CODE
                   MOVE WS-CHN-IDX TO WS-CHN-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-CHN-FOUND-IDX > ZERO
               ADD 1 TO WS-CHN-SUSPECT(WS-CHN-FOUND-IDX)
           END-IF
           MOVE WS-HSTINV-IMAGE(WS-DUP-FOUND-IDX) TO CUSTHST-RECORD
           MOVE SPACES               TO CUSTSUS-RECORD
           MOVE BUSDATE-CURRENT-DATE TO CUSTSUS-SUSPECT-DATE
           MOVE CTX-CUSTOMER-ID      TO CUSTSUS-CUSTOMER-ID
           MOVE CTX-TRAN-TYPE        TO CUSTSUS-TRAN-TYPE
           MOVE CTX-AMOUNT           TO CUSTSUS-AMOUNT
           MOVE CTX-EFFECTIVE-DATE   TO CUSTSUS-EFFECTIVE-DATE
           MOVE CTX-CHANNEL-CODE     TO CUSTSUS-CHANNEL-CODE
           MOVE CUSTHST-BUSINESS-DATE
                                     TO CUSTSUS-MATCH-DATE
           MOVE CUSTHST-CORRELATION-ID
                                     TO CUSTSUS-MATCH-CORRELATION-ID
           MOVE CUSTHST-CHANNEL-CODE TO CUSTSUS-MATCH-CHANNEL
           SET CUSTSUS-STATUS-SUSPECT TO TRUE
           MOVE SPACES               TO CUSTSUS-DECISION-USERID
           MOVE ZEROES               TO CUSTSUS-DECISION-DATE
           MOVE CUSTSUS-RECORD       TO SUSPECT-OUT-LINE
           WRITE SUSPECT-OUT-LINE.

      *    Cash that arrived for a customer we cannot find is booked
      *    to unapplied-cash suspense under the id the remitter
      *    wrote, for research to apply or return. An application
      *    whose customer has since left the master (or been
      *    quarantined) comes back here too, as a fresh item: the
      *    money never left suspense, so it is not counted as
      *    received again.
       2300-BOOK-TO-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-ITEMS
           IF CTX-UNAPPLIED-ITEM
               DISPLAY 'CUSTPST1 SUSPENSE APPLICATION TO '
                   CTX-CUSTOMER-ID ' FOUND NO CUSTOMER -- BACK TO'
                   ' SUSPENSE'
           ELSE
               ADD CTX-AMOUNT TO WS-SUSPENSE-RECEIVED
           END-IF
           MOVE SPACES               TO CUSTUNA-RECORD
           MOVE BUSDATE-CURRENT-DATE TO CUSTUNA-RECEIVED-DATE
           MOVE WS-SUSPENSE-ITEMS    TO CUSTUNA-ITEM-SEQ
           MOVE WS-ARRIVAL-CUSTOMER-ID
                                     TO CUSTUNA-ARRIVAL-ID
           MOVE CTX-AMOUNT           TO CUSTUNA-AMOUNT
           MOVE CTX-CHANNEL-CODE     TO CUSTUNA-CHANNEL-CODE
           MOVE WS-CORRELATION-ID    TO CUSTUNA-CORRELATION-ID
           SET CUSTUNA-STATUS-UNAPPLIED TO TRUE
           MOVE SPACES               TO CUSTUNA-APPLIED-TO-ID
           MOVE SPACES               TO CUSTUNA-DECISION-USERID
           MOVE ZEROES               TO CUSTUNA-DECISION-DATE
           MOVE CUSTUNA-RECORD       TO SUSPENSE-OUT-LINE
           WRITE SUSPENSE-OUT-LINE.

      *    A return pays the item back to the remitter straight out
      *    of suspense; no customer balance moves.
       2320-RETURN-FROM-SUSPENSE.
           ADD 1 TO WS-SUSPENSE-RETURN-COUNT
           ADD CTX-AMOUNT TO WS-SUSPENSE-RETURNED.

       2100-POST-ONE-TRANSACTION.
           MOVE WS-CUSTOMER-IMAGE TO CUSTREC-RECORD
           MOVE CUSTREC-LEGACY-BALANCE TO WS-HST-BALANCE-BEFORE
           IF CTX-TYPE-DEBIT
               SUBTRACT CTX-AMOUNT FROM CUSTREC-LEGACY-BALANCE
           ELSE
               ADD CTX-AMOUNT TO CUSTREC-LEGACY-BALANCE
               ADD CTX-AMOUNT TO WS-CREDIT-TOTAL
               IF CTX-UNAPPLIED-ITEM
                   ADD 1 TO WS-SUSPENSE-APPLY-COUNT
                   ADD CTX-AMOUNT TO WS-SUSPENSE-APPLIED
               END-IF
           END-IF
      *    An escheatment debit remits the whole balance to the
      *    state; the account is closed with it so the archive
      *    sweep takes it off the master.
           IF CTX-ESCHEAT-ITEM
               AND CUSTREC-LEGACY-BALANCE = ZERO
               SET CUSTREC-LEGACY-CLOSED TO TRUE
               ADD 1 TO WS-ESCHEAT-CLOSED
           END-IF
           PERFORM 2650-REWRITE-CUSTOMER
           ADD 1 TO WS-TRANS-POSTED
           IF WS-POSTING-DATE < BUSDATE-CURRENT-DATE
               ADD 1 TO WS-TRANS-BACKDATED
                   WHEN CTX-TYPE-DEBIT
                       ADD CTX-AMOUNT
                           TO WS-CHN-DEBITS(WS-CHN-FOUND-IDX)
      *            A suspense application journals on its own line,
      *            out of suspense rather than out of the channel.
                   WHEN CTX-TYPE-CREDIT AND CTX-UNAPPLIED-ITEM
                       CONTINUE
                   WHEN CTX-TYPE-CREDIT
                       ADD CTX-AMOUNT
                           TO WS-CHN-CREDITS(WS-CHN-FOUND-IDX)
           MOVE WS-POSTING-DATE      TO CUSTHST-BUSINESS-DATE
           MOVE WS-CORRELATION-ID    TO CUSTHST-CORRELATION-ID
           SET CUSTHST-NOT-REVERSED  TO TRUE
      *    A backdated posting books to its effective date; the run
      *    that booked it goes in the cross-reference date so the
      *    run can still be told apart (CUSTBKO1).
           IF WS-POSTING-DATE < BUSDATE-CURRENT-DATE
               MOVE BUSDATE-CURRENT-DATE TO CUSTHST-CROSS-REF-DATE
           ELSE
               MOVE ZEROES           TO CUSTHST-CROSS-REF-DATE
           END-IF
           IF CTX-FEE-ITEM OR CTX-INTEREST-ITEM OR CTX-ESCHEAT-ITEM
               OR CTX-DISPUTE-ITEM
               MOVE CTX-RELEASE-MARKER TO CUSTHST-POSTING-SOURCE
           ELSE
               SET CUSTHST-CUSTOMER-POSTING TO TRUE
           END-IF
           MOVE CTX-CHANNEL-CODE     TO CUSTHST-CHANNEL-CODE
           MOVE SPACES               TO HISTORY-OUT-LINE
           MOVE CUSTHST-RECORD       TO HISTORY-OUT-LINE
           WRITE HISTORY-OUT-LINE
           MOVE WS-REJECT-LINE   TO REJECT-OUT-LINE
           WRITE REJECT-OUT-LINE.

      *    The customer is read by key and its checksum judged on
      *    the spot, so a drifted record is caught the moment a
      *    transaction reaches it.
       2600-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW
           MOVE 'N' TO WS-CUSTOMER-SUSPECT
           MOVE CTX-CUSTOMER-ID TO CUSTREC-FILE-KEY
           READ CUSTREC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
                   MOVE CUSTREC-FILE-RECORD TO WS-CUSTOMER-IMAGE
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   MOVE CUSTREC-LEGACY-NAME TO CUSTCKS-NAME-AREA
                   CALL 'CUSTCKS1' USING CUSTCKS-COMM-AREA
                   IF CUSTCKS-CHECKSUM NOT = CUSTREC-CHECKSUM
                       MOVE 'Y' TO WS-CUSTOMER-SUSPECT
                   END-IF
           END-READ.

      *    The only place a posted balance reaches the master: the
      *    record's before-image is logged with the transaction
      *    position first, then the record is rewritten in place.
       2650-REWRITE-CUSTOMER.
           MOVE WS-TRANS-READ     TO WS-BIM-TRANS-SEQ
           MOVE WS-CUSTOMER-IMAGE TO WS-BIM-IMAGE
           MOVE WS-BEFORE-IMAGE-REC TO CKPTMST-OUT-RECORD
           WRITE CKPTMST-OUT-RECORD
           MOVE CUSTREC-RECORD TO WS-CUSTOMER-IMAGE
           MOVE CUSTREC-RECORD TO CUSTREC-FILE-RECORD
           REWRITE CUSTREC-FILE-RECORD
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'WRITE' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS.

      *    The CHKPTSTD record carries the transaction position and
      *    counts; everything posted up to it is already in the
      *    cluster, so the before-image log is emptied once the
      *    record is safely written. A restart backs out whatever
      *    the log gathered after this point and resumes exactly
      *    here instead of reposting the day from the top.
       2700-WRITE-CHECKPOINT.
           MOVE 'CUSTPST1' TO CHKPTSTD-JOB-NAME
           MOVE WS-DEBIT-TOTAL   TO WS-TCK-DEBITS
           MOVE WS-CREDIT-TOTAL  TO WS-TCK-CREDITS
           MOVE WS-TRANS-HELD    TO WS-TCK-HELD-COUNT
           MOVE WS-TRANS-SUSPECT TO WS-TCK-SUSPECT-COUNT
           MOVE WS-SUSPENSE-ITEMS    TO WS-TCK-SUSPENSE-COUNT
           MOVE WS-SUSPENSE-RECEIVED TO WS-TCK-SUSP-RECEIVED
           MOVE WS-SUSPENSE-APPLIED  TO WS-TCK-SUSP-APPLIED
           MOVE WS-SUSPENSE-RETURNED TO WS-TCK-SUSP-RETURNED
           MOVE WS-SUSPENSE-APPLY-COUNT  TO WS-TCK-SUSP-APPLY-COUNT
           MOVE WS-SUSPENSE-RETURN-COUNT TO WS-TCK-SUSP-RETURN-COUNT
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
               MOVE WS-CHN-POSTED(WS-CHN-IDX)
                   TO WS-TCK-CHN-POSTED(WS-CHN-IDX)
               MOVE WS-CHN-SUSPECT(WS-CHN-IDX)
                   TO WS-TCK-CHN-SUSPECT(WS-CHN-IDX)
               MOVE WS-CHN-DEBITS(WS-CHN-IDX)
                   TO WS-TCK-CHN-DEBITS(WS-CHN-IDX)
               MOVE WS-CHN-CREDITS(WS-CHN-IDX)
                   TO WS-TCK-CHN-CREDITS(WS-CHN-IDX)
           END-PERFORM
           MOVE WS-TOTALS-CHECKPOINT-REC TO RESTART-OUT-LINE
           WRITE RESTART-OUT-LINE
           PERFORM 2750-UPSERT-REGISTRY-ENTRY
           CLOSE CKPTMST-OUT-FILE
           MOVE WS-TRANS-READ TO WS-BACKOUT-FROM-SEQ
           PERFORM 2710-START-BACKOUT-LOG
           PERFORM 2780-POLL-DRAIN-REQUEST.

      *    A fresh before-image log for the images that follow the
      *    position in WS-BACKOUT-FROM-SEQ -- the checkpoint just
      *    written, or at start-up the checkpoint the run resumed
      *    from (zero on a clean run).
       2710-START-BACKOUT-LOG.
           OPEN OUTPUT CKPTMST-OUT-FILE
           MOVE SPACES TO WS-BEFORE-IMAGE-REC
           MOVE 'CKPTLOG*' TO WS-BLH-TAG
           MOVE WS-BACKOUT-FROM-SEQ TO WS-BLH-FROM-SEQ
           MOVE WS-BEFORE-IMAGE-REC TO CKPTMST-OUT-RECORD
           WRITE CKPTMST-OUT-RECORD.

      *    The drain poll rides the checkpoint boundary: the
      *    in-flight record is finished, the checkpoint and
           END-IF.

      *    A drained run ends like a planned abend: the partial
      *    reject, held, suspect, and history files are left as the
      *    last checkpoint accounts for them -- no trailers, no
      *    control totals, an empty before-image log -- and the
      *    distinct
      *    return code tells operations the restart procedure
      *    resumes from the checkpoint just written.
       3900-END-DRAINED.
           CLOSE CUSTTRAN-FILE
           CLOSE REJECT-FILE
           CLOSE HELD-FILE
           CLOSE SUSPECT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE HISTORY-FILE
           CLOSE RESTART-FILE
           CLOSE CKPTMST-OUT-FILE
           CLOSE CUSTREC-FILE
           IF STORE-IS-OPEN
               CLOSE HSTKEY-FILE
           END-IF
           DISPLAY 'CUSTPST1 DRAINED AT OPERATOR REQUEST AFTER '
               WS-TRANS-READ ' TRANSACTIONS -- RESTART RESUMES'
               ' FROM THE CHECKPOINT'
           CLOSE CUSTTRAN-FILE
           CLOSE REJECT-FILE
           CLOSE HELD-FILE
           CLOSE SUSPECT-FILE
           CLOSE SUSPENSE-FILE
           PERFORM 3050-WRITE-HISTORY-TRAILER
           CLOSE HISTORY-FILE
           PERFORM 3080-WRITE-HISTORY-INVENTORY
           IF STORE-IS-OPEN
               CLOSE HSTKEY-FILE
           END-IF
           CLOSE RESTART-FILE
           CLOSE CKPTMST-OUT-FILE
           OPEN OUTPUT CKPTMST-OUT-FILE
           CLOSE CKPTMST-OUT-FILE
           PERFORM 3100-TAKE-CLOSING-TOTALS
           PERFORM 3200-PROVE-CONTROL-TOTALS
      *    The GL journal lines are built from the per-channel
      *    aggregates; a restarted run restored the pre-checkpoint
      *    splits from the CPTOTALS record, so its file covers the
      *    whole day exactly as a clean run's would.
           PERFORM 3400-WRITE-GL-INTERFACE
           PERFORM 3300-WRITE-ACCOUNTING-RECORD
           SET JOBGATE-MODE-END TO TRUE
      *    The completion record carries the run's actual return
               STOP RUN
           END-IF.

      *    The closing total is taken by the same key-order browse
      *    as the opening total; the cluster is already current, so
      *    there is no new master to write.
       3100-TAKE-CLOSING-TOTALS.
           PERFORM 8100-SUM-MASTER-BALANCES
           MOVE WS-MASTER-BALANCE-SUM TO WS-CLOSING-TOTAL
           CLOSE CUSTREC-FILE
           DISPLAY 'CUSTPST1 MASTER RECORDS:  ' WS-MASTER-RECORD-COUNT.

      *    Browse the whole cluster from the lowest key, adding up
      *    the balances -- the aliased balance bytes serve either
      *    view.
       8100-SUM-MASTER-BALANCES.
           MOVE ZERO TO WS-MASTER-BALANCE-SUM
           MOVE ZERO TO WS-MASTER-RECORD-COUNT
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO CUSTREC-FILE-KEY
           START CUSTREC-FILE KEY NOT LESS THAN CUSTREC-FILE-KEY
               INVALID KEY
                   SET END-OF-MASTER TO TRUE
           END-START
           PERFORM 8110-ADD-ONE-MASTER-BALANCE UNTIL END-OF-MASTER.

       8110-ADD-ONE-MASTER-BALANCE.
           READ CUSTREC-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   MOVE CUSTREC-FILE-RECORD TO CUSTREC-RECORD
                   ADD CUSTREC-LEGACY-BALANCE TO WS-MASTER-BALANCE-SUM
                   ADD 1 TO WS-MASTER-RECORD-COUNT
           END-READ.

       3200-PROVE-CONTROL-TOTALS.
           COMPUTE WS-EXPECTED-CLOSING =
           DISPLAY 'CUSTPST1 TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED
           DISPLAY 'CUSTPST1 TRANSACTIONS HELD:   ' WS-TRANS-HELD
           DISPLAY 'CUSTPST1 DUPLICATE SUSPECTS:  ' WS-TRANS-SUSPECT
           DISPLAY 'CUSTPST1 REVERSALS POSTED:    '
               WS-TRANS-REVERSED
           DISPLAY 'CUSTPST1 BACKDATED POSTINGS:  '
               WS-TRANS-REDIRECTED
           DISPLAY 'CUSTPST1 CLOSED-PERIOD HOLDS: '
               WS-TRANS-PERIOD-HELD
           DISPLAY 'CUSTPST1 ESCHEATED AND CLOSED: '
               WS-ESCHEAT-CLOSED
           DISPLAY 'CUSTPST1 SUSPENSE ITEMS BOOKED: '
               WS-SUSPENSE-ITEMS
           DISPLAY 'CUSTPST1 SUSPENSE APPLIED:    '
               WS-SUSPENSE-APPLY-COUNT
           DISPLAY 'CUSTPST1 SUSPENSE RETURNED:   '
               WS-SUSPENSE-RETURN-COUNT
           DISPLAY 'CUSTPST1 SUSPENSE RECEIPTS:   ' WS-SUSPENSE-RECEIVED
           DISPLAY 'CUSTPST1 SUSPENSE APPLIED AMT: '
               WS-SUSPENSE-APPLIED
           DISPLAY 'CUSTPST1 SUSPENSE RETURNED AMT: '
               WS-SUSPENSE-RETURNED
           DISPLAY 'CUSTPST1 OPENING BALANCE: ' WS-OPENING-TOTAL
           DISPLAY 'CUSTPST1 DEBITS:          ' WS-DEBIT-TOTAL
           DISPLAY 'CUSTPST1 CREDITS:         ' WS-CREDIT-TOTAL
           MOVE WS-CLOSING-TOTAL TO PCT-CLOSING-TOTAL
           WRITE CONTROL-OUT-LINE
           PERFORM 3250-WRITE-CHANNEL-CONTROL-LINES
           MOVE WS-SUSPENSE-RECEIVED TO WS-SCL-RECEIVED
           MOVE WS-SUSPENSE-APPLIED  TO WS-SCL-APPLIED
           MOVE WS-SUSPENSE-RETURNED TO WS-SCL-RETURNED
           MOVE WS-SUSPENSE-RETURN-COUNT TO WS-SCL-RETURN-COUNT
           MOVE WS-SUSPENSE-CTL-LINE TO CONTROL-SUSPENSE-LINE
           WRITE CONTROL-SUSPENSE-LINE
           PERFORM 3260-WRITE-GLMAP-CHANGE-LINES
           CLOSE CONTROL-OUT-FILE
           PERFORM 3280-PROVE-CHANNEL-TOTALS
           IF WS-CLOSING-TOTAL = WS-EXPECTED-CLOSING
           WRITE GL-OUT-LINE
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
               MOVE WS-CHN-CODE(WS-CHN-IDX) TO WS-GL-SEEK-CHANNEL
               MOVE 'D' TO WS-GL-SEEK-TYPE
               MOVE WS-CHN-DEBITS(WS-CHN-IDX) TO WS-GL-AMOUNT
               PERFORM 3420-WRITE-ONE-AGGREGATE
               MOVE WS-CHN-CREDITS(WS-CHN-IDX) TO WS-GL-AMOUNT
               PERFORM 3420-WRITE-ONE-AGGREGATE
           END-PERFORM
      *    Unapplied cash journals under type U: channel L the
      *    lockbox receipts into suspense, A the applications out to
      *    customers, R the returns to remitters.
           MOVE 'U' TO WS-GL-SEEK-TYPE
           MOVE 'L' TO WS-GL-SEEK-CHANNEL
           MOVE WS-SUSPENSE-RECEIVED TO WS-GL-AMOUNT
           PERFORM 3420-WRITE-ONE-AGGREGATE
           MOVE 'A' TO WS-GL-SEEK-CHANNEL
           MOVE WS-SUSPENSE-APPLIED TO WS-GL-AMOUNT
           PERFORM 3420-WRITE-ONE-AGGREGATE
           MOVE 'R' TO WS-GL-SEEK-CHANNEL
           MOVE WS-SUSPENSE-RETURNED TO WS-GL-AMOUNT
           PERFORM 3420-WRITE-ONE-AGGREGATE
           IF GL-AGGREGATE-UNMAPPED
               OR WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY '*** CUSTPST1 GL INTERFACE NOT IN BALANCE'
                   SET GL-AGGREGATE-UNMAPPED TO TRUE
                   DISPLAY '*** CUSTPST1 NO GL MAPPING FOR TYPE '
                       WS-GL-SEEK-TYPE ' CHANNEL '
                       WS-GL-SEEK-CHANNEL ' ***'
               ELSE
                   MOVE GLMAP-DEBIT-ACCOUNT(WS-GLM-FOUND-IDX)
                       TO WS-GLD-ACCOUNT
           END-IF.

       3440-FIND-GL-MAPPING.
           MOVE BUSDATE-CURRENT-DATE TO WS-GL-SEEK-DATE
           PERFORM 3450-FIND-MAPPING-IN-FORCE.

      *    The latest entry on or before the seek date wins, the
      *    later of two on the same date; a retired entry there
      *    means the combination has no mapping.
       3450-FIND-MAPPING-IN-FORCE.
           MOVE ZERO TO WS-GLM-FOUND-IDX
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF GLMAP-TRAN-TYPE(WS-GLM-IDX) = WS-GL-SEEK-TYPE
                   AND GLMAP-CHANNEL-CODE(WS-GLM-IDX)
                       = WS-GL-SEEK-CHANNEL
                   AND GLMAP-EFFECTIVE-DATE(WS-GLM-IDX)
                       NOT > WS-GL-SEEK-DATE
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

      *    A change dated on a weekend or holiday takes effect on
      *    the next business date's run, so everything dated after
      *    the previous business date is listed. The pair it booked
      *    to before is the one in force the day before it.
       3260-WRITE-GLMAP-CHANGE-LINES.
           PERFORM VARYING WS-GLM-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-GLM-CHANGE-IDX > WS-GLM-COUNT
               IF GLMAP-EFFECTIVE-DATE(WS-GLM-CHANGE-IDX)
                       > BUSDATE-PREVIOUS-DATE
                   AND GLMAP-EFFECTIVE-DATE(WS-GLM-CHANGE-IDX)
                       NOT > BUSDATE-CURRENT-DATE
                   PERFORM 3270-WRITE-ONE-GLMAP-CHANGE
               END-IF
           END-PERFORM.

       3270-WRITE-ONE-GLMAP-CHANGE.
           MOVE GLMAP-TRAN-TYPE(WS-GLM-CHANGE-IDX)
               TO WS-GCL-TRAN-TYPE WS-GL-SEEK-TYPE
           MOVE GLMAP-CHANNEL-CODE(WS-GLM-CHANGE-IDX)
               TO WS-GCL-CHANNEL-CODE WS-GL-SEEK-CHANNEL
           EVALUATE TRUE
               WHEN GLMAP-RETIRED(WS-GLM-CHANGE-IDX)
                   MOVE 'RET' TO WS-GCL-CHANGE
               WHEN GLMAP-ADDED(WS-GLM-CHANGE-IDX)
                   MOVE 'ADD' TO WS-GCL-CHANGE
               WHEN OTHER
                   MOVE 'CHG' TO WS-GCL-CHANGE
           END-EVALUATE
           MOVE GLMAP-DEBIT-ACCOUNT(WS-GLM-CHANGE-IDX)
               TO WS-GCL-DEBIT-ACCOUNT
           MOVE GLMAP-CREDIT-ACCOUNT(WS-GLM-CHANGE-IDX)
               TO WS-GCL-CREDIT-ACCOUNT
           MOVE GLMAP-EFFECTIVE-DATE(WS-GLM-CHANGE-IDX)
               TO WS-GCL-EFFECTIVE-DATE
           MOVE GLMAP-APPROVED-BY(WS-GLM-CHANGE-IDX)
               TO WS-GCL-APPROVED-BY
           COMPUTE WS-GL-SEEK-DATE =
               GLMAP-EFFECTIVE-DATE(WS-GLM-CHANGE-IDX) - 1
           PERFORM 3450-FIND-MAPPING-IN-FORCE
           IF WS-GLM-FOUND-IDX = ZERO
               MOVE ALL '-' TO WS-GCL-WAS-DEBIT WS-GCL-WAS-CREDIT
           ELSE
               MOVE GLMAP-DEBIT-ACCOUNT(WS-GLM-FOUND-IDX)
                   TO WS-GCL-WAS-DEBIT
               MOVE GLMAP-CREDIT-ACCOUNT(WS-GLM-FOUND-IDX)
                   TO WS-GCL-WAS-CREDIT
           END-IF
           MOVE WS-GLMAP-CTL-LINE TO CONTROL-GLMAP-LINE
           WRITE CONTROL-GLMAP-LINE
           DISPLAY 'CUSTPST1 GL MAPPING ' WS-GCL-CHANGE ' TYPE '
               WS-GCL-TRAN-TYPE ' CHANNEL ' WS-GCL-CHANNEL-CODE
               ' NOW DR ' WS-GCL-DEBIT-ACCOUNT ' CR '
               WS-GCL-CREDIT-ACCOUNT ' WAS ' WS-GCL-WAS-DEBIT '/'
               WS-GCL-WAS-CREDIT.

       3250-WRITE-CHANNEL-CONTROL-LINES.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > 3
               MOVE WS-CHN-POSTED(WS-CHN-IDX)  TO WS-CCL-POSTED
               MOVE WS-CHN-DEBITS(WS-CHN-IDX)  TO WS-CCL-DEBITS
               MOVE WS-CHN-CREDITS(WS-CHN-IDX) TO WS-CCL-CREDITS
               MOVE WS-CHN-SUSPECT(WS-CHN-IDX) TO WS-CCL-SUSPECT
               MOVE WS-CHANNEL-CTL-LINE TO CONTROL-CHANNEL-LINE
               WRITE CONTROL-CHANNEL-LINE
           END-PERFORM.

      *    The channel splits must re-add to the day totals, the
      *    suspense applications (journalled on their own line)
      *    added back to the credit side. A restarted run carries
      *    the pre-checkpoint splits on the CPTOTALS record, so the
      *    proof holds across a restart as on a clean night.
       3280-PROVE-CHANNEL-TOTALS.
           MOVE ZERO TO WS-CHN-DEBIT-SUM
           MOVE ZERO TO WS-CHN-CREDIT-SUM
               DISPLAY 'CUSTPST1 CHANNEL ' WS-CHN-CODE(WS-CHN-IDX)
                   ' READ ' WS-CHN-READ(WS-CHN-IDX)
                   ' POSTED ' WS-CHN-POSTED(WS-CHN-IDX)
                   ' SUSPECT ' WS-CHN-SUSPECT(WS-CHN-IDX)
           END-PERFORM
           ADD WS-SUSPENSE-APPLIED TO WS-CHN-CREDIT-SUM
           IF WS-CHN-DEBIT-SUM = WS-DEBIT-TOTAL
               AND WS-CHN-CREDIT-SUM = WS-CREDIT-TOTAL
               DISPLAY 'CUSTPST1 CHANNEL PROOF OK - SPLITS RE-ADD'
                   ' TO THE DAY TOTALS'
           ELSE
               DISPLAY '*** CUSTPST1 CHANNEL PROOF FAILED --'
                   ' SPLITS DO NOT RE-ADD TO DAY TOTALS ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
