       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACV1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Weekly customer-data access review over the access log
      *    (CUSTACC.CPY) that CUSTMNT1, CUSTADM1, CUSTINQ1 and
      *    REJRPR01 write for every customer a member of staff calls
      *    up. The review window is the business date and the days
      *    before it set by the ACC-REVIEW-DAYS run parameter
      *    (default 7). Only deliberate lookups are judged -- the
      *    rows a reject list happened to show are on the log for
      *    the record but are nobody's choice of account. Four
      *    kinds of access are flagged: staff looking up their own
      *    account, where HR has given us the customer number on
      *    the HRMGRF reporting-line file (ACCSELF); a user whose
      *    lookups in the window pass the ACC-VOLUME-LIMIT run
      *    parameter (default 200, ACCVOLUM); lookups of accounts
      *    the dormancy job holds as dormant or escheated on DORMSTI
      *    (ACCDORMT) or that sit on the CUSTARCH closure archive
      *    (ACCARCHV); and lookups made outside every normal shift
      *    the STFSHFF reference file holds for the user (ACCSHIFT)
      *    -- a user with no shift on file is not judged on hours.
      *    Each finding opens a case on the compliance queue the
      *    suspicious-activity monitor already feeds (SAMALRT.CPY,
      *    SAMALTI in, SAMALTO out), with the member of staff as the
      *    subject user, the account looked at as the customer
      *    (spaces for volume and out-of-hours cases, which are
      *    about the user), and the number of accesses as the count;
      *    the log entries behind it go to the SAMALDT detail file
      *    under the alert id. The analysts disposition the cases
      *    through SAMREV1 like any other, so every finding carries
      *    the journaled disposition trail. A finding that already
      *    has an open or escalated case for the same user, customer
      *    and rule opens no second one. New cases are listed on the
      *    CUSTACVR report, and the run ends RC 4 when any opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE   ASSIGN TO "CUSTACCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCLOG-STATUS.
           SELECT HRMGR-FILE        ASSIGN TO "HRMGRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HRMGR-FILE-KEY
               FILE STATUS IS WS-HRMGR-STATUS.
           SELECT DORMANT-FILE      ASSIGN TO "DORMSTI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE      ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHIFT-FILE        ASSIGN TO "STFSHFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT RUNPARM-FILE      ASSIGN TO "RUNPARMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT ALERT-IN-FILE     ASSIGN TO "SAMALTI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-OUT-FILE    ASSIGN TO "SAMALTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETAIL-FILE       ASSIGN TO "SAMALDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE       ASSIGN TO "CUSTACVR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-IN-RECORD        PIC X(57).

       FD  HRMGR-FILE.
       01  HRMGR-FILE-RECORD.
           05  HRMGR-FILE-KEY          PIC X(08).
           05  FILLER                  PIC X(32).

       FD  DORMANT-FILE.
       01  DORMANT-IN-RECORD           PIC X(53).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-IN-RECORD           PIC X(89).

       FD  SHIFT-FILE.
       01  SHIFT-IN-RECORD             PIC X(39).

       FD  RUNPARM-FILE.
       01  RUNPARM-IN-RECORD           PIC X(55).

       FD  ALERT-IN-FILE.
       01  ALERT-IN-RECORD             PIC X(110).

       FD  ALERT-OUT-FILE.
       01  ALERT-OUT-RECORD            PIC X(110).

      *    One line per log entry behind a case: the alert it
      *    belongs to and the access-log record as it stands.
       FD  DETAIL-FILE.
       01  DETAIL-OUT-RECORD.
           05  DTL-ALERT-ID            PIC X(12).
           05  DTL-ACCESS-IMAGE        PIC X(57).
           05  FILLER                  PIC X(18).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-ACCLOG-EOF                PIC X       VALUE 'N'.
           88  END-OF-ACCESS-LOG                    VALUE 'Y'.
       01  WS-DORMANT-EOF               PIC X       VALUE 'N'.
           88  END-OF-DORMANT                       VALUE 'Y'.
       01  WS-ARCHIVE-EOF               PIC X       VALUE 'N'.
           88  END-OF-ARCHIVE                       VALUE 'Y'.
       01  WS-SHIFT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-SHIFTS                        VALUE 'Y'.
       01  WS-RUNPARM-EOF-SWITCH        PIC X       VALUE 'N'.
           88  END-OF-RUNPARMS                      VALUE 'Y'.
       01  WS-ALERT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-ALERTS                        VALUE 'Y'.

       01  WS-ACCLOG-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-HRMGR-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-SHIFT-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RUNPARM-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-HRMGR-OPEN-SW             PIC X       VALUE 'N'.
           88  HRMGR-IS-OPEN                        VALUE 'Y'.

      *    Knobs from RUNPARMF, with the defaults used when no
      *    entry is in force.
       01  WS-REVIEW-DAYS               PIC 9(05)   VALUE 7.
       01  WS-VOLUME-LIMIT              PIC 9(07)   VALUE 200.
       01  WS-BEST-DAYS-EFF             PIC 9(08)   VALUE ZERO.
       01  WS-BEST-LIMIT-EFF            PIC 9(08)   VALUE ZERO.
       01  WS-WINDOW-CUTOFF             PIC 9(08)   VALUE ZERO.

      *    The window's lookups, each with what the review found.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-COUNT           PIC 9(05)   VALUE ZERO.
           05  WS-ENTRY OCCURS 10000 TIMES.
               10  WS-ENT-IMAGE         PIC X(57).
               10  WS-ENT-USER-IDX      PIC 9(04).
               10  WS-ENT-SELF-SW       PIC X(01).
               10  WS-ENT-DORMANT-SW    PIC X(01).
               10  WS-ENT-ARCHIVED-SW   PIC X(01).
               10  WS-ENT-OFF-SHIFT-SW  PIC X(01).
       01  WS-ENT-IDX                   PIC 9(05).

      *    Users seen in the window, with the customer number HR
      *    holds for them.
       01  WS-USER-TABLE.
           05  WS-USER-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-USER-ENTRY OCCURS 2000 TIMES.
               10  WS-USR-USERID        PIC X(08).
               10  WS-USR-STAFF-CUSTOMER
                                        PIC X(08).
               10  WS-USR-LOOKUPS       PIC 9(05).
       01  WS-USR-IDX                   PIC 9(04).
       01  WS-USR-FOUND-IDX             PIC 9(04).

       01  WS-DORMANT-TABLE.
           05  WS-DORMANT-COUNT         PIC 9(05)   VALUE ZERO.
           05  WS-DORMANT-ID OCCURS 20000 TIMES
                                        PIC X(08).
       01  WS-DRM-IDX                   PIC 9(05).

       01  WS-ARCHIVE-TABLE.
           05  WS-ARCHIVE-COUNT         PIC 9(05)   VALUE ZERO.
           05  WS-ARCHIVE-ID OCCURS 20000 TIMES
                                        PIC X(08).
       01  WS-ARC-IDX                   PIC 9(05).

       01  WS-SHIFT-TABLE.
           05  WS-SHIFT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-SHIFT-IMAGE OCCURS 1000 TIMES
                                        PIC X(39).
       01  WS-SHF-IDX                   PIC 9(04).

      *    One finding per user, customer and rule, with the number
      *    of accesses behind it.
       01  WS-HIT-TABLE.
           05  WS-HIT-COUNT             PIC 9(04)   VALUE ZERO.
           05  WS-HIT-ENTRY OCCURS 2000 TIMES.
               10  WS-HIT-USERID        PIC X(08).
               10  WS-HIT-CUSTOMER-ID   PIC X(08).
               10  WS-HIT-RULE-ID       PIC X(08).
               10  WS-HIT-ACCESSES      PIC 9(05).
       01  WS-HIT-IDX                   PIC 9(04).
       01  WS-HIT-FOUND-IDX             PIC 9(04).
       01  WS-HIT-WORK.
           05  WS-HW-USERID             PIC X(08).
           05  WS-HW-CUSTOMER-ID        PIC X(08).
           05  WS-HW-RULE-ID            PIC X(08).

       01  WS-ALERT-TABLE.
           05  WS-ALERT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-ALERT-IMAGE OCCURS 5000 TIMES
                                        PIC X(110).
       01  WS-ALT-IDX                   PIC 9(04).
       01  WS-ACTIVE-ALERT-IDX          PIC 9(04).
       01  WS-ALERT-SEQUENCE            PIC 9(04)   VALUE ZERO.
       01  WS-NEW-ALERT-ID.
           05  WS-NEW-ALERT-DATE        PIC 9(08).
           05  WS-NEW-ALERT-SEQ         PIC 9(04).

      *    Shift judgement for one lookup. The day of week is kept
      *    for the last log date looked up, the log being in date
      *    order within each transaction's run.
       01  WS-SHIFT-WORK.
           05  WS-DOW-DATE              PIC 9(08)   VALUE ZERO.
           05  WS-DAY-OF-WEEK           PIC S9(05)  VALUE ZERO.
           05  WS-ACCESS-HHMM           PIC 9(04)   VALUE ZERO.
           05  WS-HAS-SHIFT-SW          PIC X(01)   VALUE 'N'.
               88  USER-HAS-SHIFT                   VALUE 'Y'.
           05  WS-IN-SHIFT-SW           PIC X(01)   VALUE 'N'.
               88  ACCESS-IN-SHIFT                  VALUE 'Y'.
       01  WS-MATCH-SW                  PIC X       VALUE 'N'.
           88  ENTRY-MATCHES                        VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-LOG-READ              PIC 9(07)   VALUE ZERO.
           05  WS-OUTSIDE-WINDOW        PIC 9(07)   VALUE ZERO.
           05  WS-LIST-ROWS-SKIPPED     PIC 9(07)   VALUE ZERO.
           05  WS-HOURS-NOT-JUDGED      PIC 9(07)   VALUE ZERO.
           05  WS-FINDINGS              PIC 9(07)   VALUE ZERO.
           05  WS-HITS-ALREADY-OPEN     PIC 9(07)   VALUE ZERO.
           05  WS-ALERTS-OPENED         PIC 9(07)   VALUE ZERO.
           05  WS-DETAILS-WRITTEN       PIC 9(07)   VALUE ZERO.

       01  WS-REPORT-LINE.
           05  WS-RPT-ALERT-ID          PIC X(12).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-USERID            PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-RULE-ID           PIC X(08).
           05  FILLER                   PIC X(03)   VALUE SPACES.
           05  WS-RPT-COUNT             PIC ZZZZ9.
           05  FILLER                   PIC X(33)   VALUE SPACES.

       COPY CUSTACC.
       COPY HRMGR.
       COPY DORMST.
       COPY CUSTARC.
       COPY STFSHF.
       COPY SAMALRT.
       COPY RUNPARM.
       COPY BUSDATE.
       COPY DATEAREA.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
               PERFORM 2000-JUDGE-ONE-LOOKUP
           END-PERFORM
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USER-COUNT
               PERFORM 2300-JUDGE-VOLUME
           END-PERFORM
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT
               PERFORM 2500-OPEN-ALERT-CASE
           END-PERFORM
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTACV1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-RUNPARMS
           PERFORM 1150-SET-WINDOW-CUTOFF
           PERFORM 1200-LOAD-ALERTS
           PERFORM 1300-LOAD-DORMANT
           PERFORM 1400-LOAD-ARCHIVE
           PERFORM 1500-LOAD-SHIFTS
           PERFORM 1600-LOAD-ACCESS-LOG
           OPEN EXTEND DETAIL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'CUSTACV1 - CUSTOMER-DATA ACCESS CASES OPENED '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'ACCESS LOGGED AFTER ' WS-WINDOW-CUTOFF
               '  VOLUME LIMIT ' WS-VOLUME-LIMIT
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'ALERT ID     USERID   CUSTOMER RULE     ACCESSES'
               TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    Greatest effective date on or before the business date
      *    wins; a missing parameter file leaves the defaults.
       1100-LOAD-RUNPARMS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = '00'
               PERFORM 1110-READ-ONE-RUNPARM UNTIL END-OF-RUNPARMS
               CLOSE RUNPARM-FILE
           END-IF.

       1110-READ-ONE-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET END-OF-RUNPARMS TO TRUE
               NOT AT END
                   MOVE RUNPARM-IN-RECORD TO RUNPARM-RECORD
                   IF RUNPARM-EFFECTIVE-DATE <= BUSDATE-CURRENT-DATE
                       AND RUNPARM-VALUE > ZERO
                       PERFORM 1120-TAKE-ONE-RUNPARM
                   END-IF
           END-READ.

       1120-TAKE-ONE-RUNPARM.
           IF RUNPARM-NAME = 'ACC-REVIEW-DAYS '
               AND RUNPARM-EFFECTIVE-DATE > WS-BEST-DAYS-EFF
               AND RUNPARM-VALUE < 100000
               MOVE RUNPARM-EFFECTIVE-DATE TO WS-BEST-DAYS-EFF
               MOVE RUNPARM-VALUE TO WS-REVIEW-DAYS
           END-IF
           IF RUNPARM-NAME = 'ACC-VOLUME-LIMIT'
               AND RUNPARM-EFFECTIVE-DATE > WS-BEST-LIMIT-EFF
               AND RUNPARM-VALUE < 10000000
               MOVE RUNPARM-EFFECTIVE-DATE TO WS-BEST-LIMIT-EFF
               MOVE RUNPARM-VALUE TO WS-VOLUME-LIMIT
           END-IF.

      *    The window for N days is the business date and the N-1
      *    days before it: anything logged after the cutoff.
       1150-SET-WINDOW-CUTOFF.
           MOVE BUSDATE-CURRENT-DATE TO W-DATE-1-8N
           SET FORMAT-1-YYYYMMDD    TO TRUE
           SET FORMAT-2-YYYYMMDD    TO TRUE
           COMPUTE W-NUMBER-FIELD = ZERO - WS-REVIEW-DAYS
           SET FUNC-ADJUST-THE-DATE TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF NOT CONVERT-RET-GOOD
               DISPLAY '*** CUSTACV1 DATE SERVICE COULD NOT STEP'
                   ' BACK ' WS-REVIEW-DAYS ' DAYS -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE W-DATE-2-8N TO WS-WINDOW-CUTOFF.

      *    Today's alert ids continue from the highest sequence
      *    already on file for today -- the monitor's cases
      *    included -- so neither job can reuse one.
       1200-LOAD-ALERTS.
           OPEN INPUT ALERT-IN-FILE
           PERFORM 1210-READ-ALERT UNTIL END-OF-ALERTS
           CLOSE ALERT-IN-FILE.

       1210-READ-ALERT.
           READ ALERT-IN-FILE
               AT END
                   SET END-OF-ALERTS TO TRUE
               NOT AT END
                   IF WS-ALERT-COUNT >= 5000
                       DISPLAY '*** CUSTACV1 ALERT FILE HAS MORE THAN'
                           ' 5000 CASES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE ALERT-IN-RECORD
                       TO WS-ALERT-IMAGE(WS-ALERT-COUNT)
                   MOVE ALERT-IN-RECORD TO WS-NEW-ALERT-ID
                   IF WS-NEW-ALERT-DATE = BUSDATE-CURRENT-DATE
                       AND WS-NEW-ALERT-SEQ > WS-ALERT-SEQUENCE
                       MOVE WS-NEW-ALERT-SEQ TO WS-ALERT-SEQUENCE
                   END-IF
           END-READ.

       1300-LOAD-DORMANT.
           OPEN INPUT DORMANT-FILE
           PERFORM 1310-READ-DORMANT UNTIL END-OF-DORMANT
           CLOSE DORMANT-FILE.

       1310-READ-DORMANT.
           READ DORMANT-FILE
               AT END
                   SET END-OF-DORMANT TO TRUE
               NOT AT END
                   MOVE DORMANT-IN-RECORD TO DORMST-RECORD
                   IF DORMST-DORMANT OR DORMST-ESCHEATED
                       IF WS-DORMANT-COUNT >= 20000
                           DISPLAY '*** CUSTACV1 MORE THAN 20000'
                               ' DORMANT ACCOUNTS -- RUN ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DORMANT-COUNT
                       MOVE DORMST-CUSTOMER-ID
                           TO WS-DORMANT-ID(WS-DORMANT-COUNT)
                   END-IF
           END-READ.

       1400-LOAD-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           PERFORM 1410-READ-ARCHIVE UNTIL END-OF-ARCHIVE
           CLOSE ARCHIVE-FILE.

       1410-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
               NOT AT END
                   IF WS-ARCHIVE-COUNT >= 20000
                       DISPLAY '*** CUSTACV1 MORE THAN 20000'
                           ' ARCHIVED ACCOUNTS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ARCHIVE-IN-RECORD TO CUSTARC-RECORD
                   ADD 1 TO WS-ARCHIVE-COUNT
                   MOVE CUSTARC-RECORD-IMAGE(2:8)
                       TO WS-ARCHIVE-ID(WS-ARCHIVE-COUNT)
           END-READ.

      *    No shift file means nobody is judged on hours this run.
       1500-LOAD-SHIFTS.
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS = '00'
               PERFORM 1510-READ-SHIFT UNTIL END-OF-SHIFTS
               CLOSE SHIFT-FILE
           ELSE
               DISPLAY '*** CUSTACV1 STFSHFF NOT AVAILABLE, STATUS '
                   WS-SHIFT-STATUS ' -- HOURS NOT REVIEWED ***'
           END-IF.

       1510-READ-SHIFT.
           READ SHIFT-FILE
               AT END
                   SET END-OF-SHIFTS TO TRUE
               NOT AT END
                   IF WS-SHIFT-COUNT >= 1000
                       DISPLAY '*** CUSTACV1 MORE THAN 1000 SHIFT'
                           ' PATTERNS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SHIFT-COUNT
                   MOVE SHIFT-IN-RECORD
                       TO WS-SHIFT-IMAGE(WS-SHIFT-COUNT)
           END-READ.

      *    The access log only ever grows; the window picks this
      *    review's share of it. HRMGRF is read once per user as
      *    the user is first seen.
       1600-LOAD-ACCESS-LOG.
           OPEN INPUT HRMGR-FILE
           IF WS-HRMGR-STATUS = '00'
               SET HRMGR-IS-OPEN TO TRUE
           ELSE
               DISPLAY '*** CUSTACV1 HRMGRF OPEN FAILED, STATUS '
                   WS-HRMGR-STATUS ' -- OWN-ACCOUNT LOOKUPS NOT'
                   ' REVIEWED ***'
           END-IF
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-ACCLOG-STATUS = '00'
               PERFORM 1610-READ-ACCESS-LOG UNTIL END-OF-ACCESS-LOG
               CLOSE ACCESS-LOG-FILE
           ELSE
               DISPLAY '*** CUSTACV1 CUSTACCF NOT AVAILABLE, STATUS '
                   WS-ACCLOG-STATUS ' -- NOTHING TO REVIEW ***'
           END-IF
           IF HRMGR-IS-OPEN
               CLOSE HRMGR-FILE
           END-IF.

       1610-READ-ACCESS-LOG.
           READ ACCESS-LOG-FILE
               AT END
                   SET END-OF-ACCESS-LOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-READ
                   MOVE ACCESS-LOG-IN-RECORD TO CUSTACC-RECORD
                   EVALUATE TRUE
                       WHEN CUSTACC-LOG-DATE NOT > WS-WINDOW-CUTOFF
                           OR CUSTACC-LOG-DATE > BUSDATE-CURRENT-DATE
                           ADD 1 TO WS-OUTSIDE-WINDOW
                       WHEN CUSTACC-LIST-ROW
                           ADD 1 TO WS-LIST-ROWS-SKIPPED
                       WHEN OTHER
                           PERFORM 1620-STORE-LOOKUP
                   END-EVALUATE
           END-READ.

       1620-STORE-LOOKUP.
           IF WS-ENTRY-COUNT >= 10000
               DISPLAY '*** CUSTACV1 MORE THAN 10000 LOOKUPS IN THE'
                   ' REVIEW WINDOW -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1630-FIND-USER
           ADD 1 TO WS-USR-LOOKUPS(WS-USR-FOUND-IDX)
           ADD 1 TO WS-ENTRY-COUNT
           MOVE CUSTACC-RECORD TO WS-ENT-IMAGE(WS-ENTRY-COUNT)
           MOVE WS-USR-FOUND-IDX TO WS-ENT-USER-IDX(WS-ENTRY-COUNT)
           MOVE 'N' TO WS-ENT-SELF-SW(WS-ENTRY-COUNT)
                       WS-ENT-DORMANT-SW(WS-ENTRY-COUNT)
                       WS-ENT-ARCHIVED-SW(WS-ENTRY-COUNT)
                       WS-ENT-OFF-SHIFT-SW(WS-ENTRY-COUNT).

       1630-FIND-USER.
           MOVE ZERO TO WS-USR-FOUND-IDX
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USER-COUNT
               OR WS-USR-FOUND-IDX > ZERO
               IF WS-USR-USERID(WS-USR-IDX) = CUSTACC-USERID
                   MOVE WS-USR-IDX TO WS-USR-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-USR-FOUND-IDX = ZERO
               IF WS-USER-COUNT >= 2000
                   DISPLAY '*** CUSTACV1 MORE THAN 2000 USERS IN THE'
                       ' REVIEW WINDOW -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-USER-COUNT
               MOVE WS-USER-COUNT  TO WS-USR-FOUND-IDX
               MOVE CUSTACC-USERID TO WS-USR-USERID(WS-USER-COUNT)
               MOVE ZERO           TO WS-USR-LOOKUPS(WS-USER-COUNT)
               MOVE SPACES
                   TO WS-USR-STAFF-CUSTOMER(WS-USER-COUNT)
               IF HRMGR-IS-OPEN
                   MOVE CUSTACC-USERID TO HRMGR-FILE-KEY
                   READ HRMGR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE HRMGR-FILE-RECORD TO HRMGR-RECORD
                           MOVE HRMGR-STAFF-CUSTOMER-ID
                               TO WS-USR-STAFF-CUSTOMER(WS-USER-COUNT)
                   END-READ
               END-IF
           END-IF.

      *    Every rule a lookup breaks is marked on the entry (so the
      *    case can later carry exactly the entries behind it) and
      *    counted toward the user's finding for that rule.
       2000-JUDGE-ONE-LOOKUP.
           MOVE WS-ENT-IMAGE(WS-ENT-IDX) TO CUSTACC-RECORD
           MOVE WS-ENT-USER-IDX(WS-ENT-IDX) TO WS-USR-IDX
           MOVE CUSTACC-USERID TO WS-HW-USERID
           IF WS-USR-STAFF-CUSTOMER(WS-USR-IDX) NOT = SPACES
               AND WS-USR-STAFF-CUSTOMER(WS-USR-IDX)
                   = CUSTACC-CUSTOMER-ID
               MOVE 'Y' TO WS-ENT-SELF-SW(WS-ENT-IDX)
               MOVE CUSTACC-CUSTOMER-ID TO WS-HW-CUSTOMER-ID
               MOVE 'ACCSELF ' TO WS-HW-RULE-ID
               PERFORM 2400-COUNT-FINDING
           END-IF
           PERFORM VARYING WS-DRM-IDX FROM 1 BY 1
               UNTIL WS-DRM-IDX > WS-DORMANT-COUNT
               OR WS-ENT-DORMANT-SW(WS-ENT-IDX) = 'Y'
               IF WS-DORMANT-ID(WS-DRM-IDX) = CUSTACC-CUSTOMER-ID
                   MOVE 'Y' TO WS-ENT-DORMANT-SW(WS-ENT-IDX)
               END-IF
           END-PERFORM
           IF WS-ENT-DORMANT-SW(WS-ENT-IDX) = 'Y'
               MOVE CUSTACC-CUSTOMER-ID TO WS-HW-CUSTOMER-ID
               MOVE 'ACCDORMT' TO WS-HW-RULE-ID
               PERFORM 2400-COUNT-FINDING
           END-IF
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARCHIVE-COUNT
               OR WS-ENT-ARCHIVED-SW(WS-ENT-IDX) = 'Y'
               IF WS-ARCHIVE-ID(WS-ARC-IDX) = CUSTACC-CUSTOMER-ID
                   MOVE 'Y' TO WS-ENT-ARCHIVED-SW(WS-ENT-IDX)
               END-IF
           END-PERFORM
           IF WS-ENT-ARCHIVED-SW(WS-ENT-IDX) = 'Y'
               MOVE CUSTACC-CUSTOMER-ID TO WS-HW-CUSTOMER-ID
               MOVE 'ACCARCHV' TO WS-HW-RULE-ID
               PERFORM 2400-COUNT-FINDING
           END-IF
           IF WS-SHIFT-COUNT > ZERO
               PERFORM 2100-JUDGE-HOURS
           END-IF.

      *    A lookup is out of hours when the user has at least one
      *    shift on file and none covers the lookup's day and time.
      *    The day flag is the lookup's own day, as MNUSUS windows
      *    are judged. If the day of week cannot be established the
      *    lookup is left unjudged on hours rather than flagged.
       2100-JUDGE-HOURS.
           MOVE 'N' TO WS-HAS-SHIFT-SW
           MOVE 'N' TO WS-IN-SHIFT-SW
           IF CUSTACC-LOG-DATE NOT = WS-DOW-DATE
               MOVE CUSTACC-LOG-DATE TO W-DATE-1-8N
               SET FORMAT-1-YYYYMMDD TO TRUE
               SET FUNC-CONV-TO-DAY-OF-WEEK TO TRUE
               CALL 'DATECNV1' USING W-DATE-AREA
               MOVE W-NUMBER-FIELD TO WS-DAY-OF-WEEK
               IF NOT CONVERT-RET-GOOD
                   MOVE ZERO TO WS-DAY-OF-WEEK
               END-IF
               MOVE CUSTACC-LOG-DATE TO WS-DOW-DATE
           END-IF
           IF WS-DAY-OF-WEEK < 1 OR WS-DAY-OF-WEEK > 7
               ADD 1 TO WS-HOURS-NOT-JUDGED
           ELSE
               COMPUTE WS-ACCESS-HHMM = CUSTACC-LOG-TIME / 100
               PERFORM VARYING WS-SHF-IDX FROM 1 BY 1
                   UNTIL WS-SHF-IDX > WS-SHIFT-COUNT
                   OR ACCESS-IN-SHIFT
                   MOVE WS-SHIFT-IMAGE(WS-SHF-IDX) TO STFSHF-RECORD
                   IF STFSHF-USERID = CUSTACC-USERID
                       SET USER-HAS-SHIFT TO TRUE
                       PERFORM 2110-TEST-ONE-SHIFT
                   END-IF
               END-PERFORM
               IF USER-HAS-SHIFT AND NOT ACCESS-IN-SHIFT
                   MOVE 'Y' TO WS-ENT-OFF-SHIFT-SW(WS-ENT-IDX)
                   MOVE SPACES TO WS-HW-CUSTOMER-ID
                   MOVE 'ACCSHIFT' TO WS-HW-RULE-ID
                   PERFORM 2400-COUNT-FINDING
               END-IF
           END-IF.

       2110-TEST-ONE-SHIFT.
           IF STFSHF-DAYS(WS-DAY-OF-WEEK:1) = 'Y'
               IF STFSHF-START-TIME <= STFSHF-END-TIME
                   IF WS-ACCESS-HHMM >= STFSHF-START-TIME
                       AND WS-ACCESS-HHMM <= STFSHF-END-TIME
                       SET ACCESS-IN-SHIFT TO TRUE
                   END-IF
               ELSE
                   IF WS-ACCESS-HHMM >= STFSHF-START-TIME
                       OR WS-ACCESS-HHMM <= STFSHF-END-TIME
                       SET ACCESS-IN-SHIFT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2300-JUDGE-VOLUME.
           IF WS-USR-LOOKUPS(WS-USR-IDX) > WS-VOLUME-LIMIT
               MOVE WS-USR-USERID(WS-USR-IDX) TO WS-HW-USERID
               MOVE SPACES TO WS-HW-CUSTOMER-ID
               MOVE 'ACCVOLUM' TO WS-HW-RULE-ID
               PERFORM 2400-COUNT-FINDING
               MOVE WS-USR-LOOKUPS(WS-USR-IDX)
                   TO WS-HIT-ACCESSES(WS-HIT-FOUND-IDX)
           END-IF.

       2400-COUNT-FINDING.
           MOVE ZERO TO WS-HIT-FOUND-IDX
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT
               OR WS-HIT-FOUND-IDX > ZERO
               IF WS-HIT-USERID(WS-HIT-IDX) = WS-HW-USERID
                   AND WS-HIT-CUSTOMER-ID(WS-HIT-IDX)
                       = WS-HW-CUSTOMER-ID
                   AND WS-HIT-RULE-ID(WS-HIT-IDX) = WS-HW-RULE-ID
                   MOVE WS-HIT-IDX TO WS-HIT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-HIT-FOUND-IDX = ZERO
               IF WS-HIT-COUNT >= 2000
                   DISPLAY '*** CUSTACV1 MORE THAN 2000 FINDINGS'
                       ' -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HIT-COUNT
               ADD 1 TO WS-FINDINGS
               MOVE WS-HIT-COUNT TO WS-HIT-FOUND-IDX
               MOVE WS-HW-USERID  TO WS-HIT-USERID(WS-HIT-COUNT)
               MOVE WS-HW-CUSTOMER-ID
                   TO WS-HIT-CUSTOMER-ID(WS-HIT-COUNT)
               MOVE WS-HW-RULE-ID TO WS-HIT-RULE-ID(WS-HIT-COUNT)
               MOVE ZERO          TO WS-HIT-ACCESSES(WS-HIT-COUNT)
           END-IF
           ADD 1 TO WS-HIT-ACCESSES(WS-HIT-FOUND-IDX).

       2500-OPEN-ALERT-CASE.
           MOVE ZERO TO WS-ACTIVE-ALERT-IDX
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALERT-COUNT
               OR WS-ACTIVE-ALERT-IDX > ZERO
               MOVE WS-ALERT-IMAGE(WS-ALT-IDX) TO SAMALRT-RECORD
               IF SAMALRT-SUBJECT-USERID = WS-HIT-USERID(WS-HIT-IDX)
                   AND SAMALRT-CUSTOMER-ID
                       = WS-HIT-CUSTOMER-ID(WS-HIT-IDX)
                   AND SAMALRT-RULE-ID = WS-HIT-RULE-ID(WS-HIT-IDX)
                   AND SAMALRT-STILL-ACTIVE
                   MOVE WS-ALT-IDX TO WS-ACTIVE-ALERT-IDX
               END-IF
           END-PERFORM
           IF WS-ACTIVE-ALERT-IDX > ZERO
               ADD 1 TO WS-HITS-ALREADY-OPEN
           ELSE
               IF WS-ALERT-COUNT >= 5000
                   DISPLAY '*** CUSTACV1 ALERT TABLE FULL -- '
                       WS-HIT-RULE-ID(WS-HIT-IDX) ' FINDING ON '
                       WS-HIT-USERID(WS-HIT-IDX) ' NOT OPENED ***'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2550-WRITE-NEW-ALERT
               END-IF
           END-IF.

       2550-WRITE-NEW-ALERT.
           ADD 1 TO WS-ALERT-SEQUENCE
           MOVE BUSDATE-CURRENT-DATE TO WS-NEW-ALERT-DATE
           MOVE WS-ALERT-SEQUENCE    TO WS-NEW-ALERT-SEQ
           MOVE SPACES               TO SAMALRT-RECORD
           MOVE WS-NEW-ALERT-ID      TO SAMALRT-ALERT-ID
           MOVE WS-HIT-CUSTOMER-ID(WS-HIT-IDX)
                                     TO SAMALRT-CUSTOMER-ID
           MOVE WS-HIT-RULE-ID(WS-HIT-IDX)
                                     TO SAMALRT-RULE-ID
           MOVE BUSDATE-CURRENT-DATE TO SAMALRT-RAISED-DATE
           MOVE WS-HIT-ACCESSES(WS-HIT-IDX)
                                     TO SAMALRT-POSTING-COUNT
           MOVE ZERO                 TO SAMALRT-POSTED-AMOUNT
           SET SAMALRT-OPEN          TO TRUE
           MOVE ZERO                 TO SAMALRT-DECIDED-DATE
           MOVE WS-HIT-USERID(WS-HIT-IDX)
                                     TO SAMALRT-SUBJECT-USERID
           ADD 1 TO WS-ALERT-COUNT
           MOVE SAMALRT-RECORD TO WS-ALERT-IMAGE(WS-ALERT-COUNT)
           ADD 1 TO WS-ALERTS-OPENED
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
               PERFORM 2600-TEST-ENTRY-FOR-CASE
               IF ENTRY-MATCHES
                   MOVE SPACES TO DETAIL-OUT-RECORD
                   MOVE WS-NEW-ALERT-ID TO DTL-ALERT-ID
                   MOVE WS-ENT-IMAGE(WS-ENT-IDX) TO DTL-ACCESS-IMAGE
                   WRITE DETAIL-OUT-RECORD
                   ADD 1 TO WS-DETAILS-WRITTEN
               END-IF
           END-PERFORM
           MOVE WS-NEW-ALERT-ID      TO WS-RPT-ALERT-ID
           MOVE WS-HIT-USERID(WS-HIT-IDX)      TO WS-RPT-USERID
           MOVE WS-HIT-CUSTOMER-ID(WS-HIT-IDX) TO WS-RPT-CUSTOMER-ID
           MOVE WS-HIT-RULE-ID(WS-HIT-IDX)     TO WS-RPT-RULE-ID
           MOVE WS-HIT-ACCESSES(WS-HIT-IDX)    TO WS-RPT-COUNT
           MOVE WS-REPORT-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    Whether the lookup at WS-ENT-IDX is one of the accesses
      *    behind the finding at WS-HIT-IDX.
       2600-TEST-ENTRY-FOR-CASE.
           MOVE 'N' TO WS-MATCH-SW
           MOVE WS-ENT-IMAGE(WS-ENT-IDX) TO CUSTACC-RECORD
           IF CUSTACC-USERID = WS-HIT-USERID(WS-HIT-IDX)
               EVALUATE WS-HIT-RULE-ID(WS-HIT-IDX)
                   WHEN 'ACCVOLUM'
                       SET ENTRY-MATCHES TO TRUE
                   WHEN 'ACCSHIFT'
                       IF WS-ENT-OFF-SHIFT-SW(WS-ENT-IDX) = 'Y'
                           SET ENTRY-MATCHES TO TRUE
                       END-IF
                   WHEN 'ACCSELF '
                       IF WS-ENT-SELF-SW(WS-ENT-IDX) = 'Y'
                           AND CUSTACC-CUSTOMER-ID
                               = WS-HIT-CUSTOMER-ID(WS-HIT-IDX)
                           SET ENTRY-MATCHES TO TRUE
                       END-IF
                   WHEN 'ACCDORMT'
                       IF WS-ENT-DORMANT-SW(WS-ENT-IDX) = 'Y'
                           AND CUSTACC-CUSTOMER-ID
                               = WS-HIT-CUSTOMER-ID(WS-HIT-IDX)
                           SET ENTRY-MATCHES TO TRUE
                       END-IF
                   WHEN 'ACCARCHV'
                       IF WS-ENT-ARCHIVED-SW(WS-ENT-IDX) = 'Y'
                           AND CUSTACC-CUSTOMER-ID
                               = WS-HIT-CUSTOMER-ID(WS-HIT-IDX)
                           SET ENTRY-MATCHES TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       3000-TERMINATE.
           CLOSE DETAIL-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'CASES OPENED: ' WS-ALERTS-OPENED
               '  FINDINGS ALREADY UNDER REVIEW: '
               WS-HITS-ALREADY-OPEN
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           OPEN OUTPUT ALERT-OUT-FILE
           PERFORM VARYING WS-ALT-IDX FROM 1 BY 1
               UNTIL WS-ALT-IDX > WS-ALERT-COUNT
               MOVE WS-ALERT-IMAGE(WS-ALT-IDX) TO ALERT-OUT-RECORD
               WRITE ALERT-OUT-RECORD
           END-PERFORM
           CLOSE ALERT-OUT-FILE
           IF WS-ALERTS-OPENED > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CUSTACV1 ACCESS LOG RECORDS READ: ' WS-LOG-READ
           DISPLAY 'CUSTACV1 OUTSIDE REVIEW WINDOW:   '
               WS-OUTSIDE-WINDOW
           DISPLAY 'CUSTACV1 LIST ROWS NOT JUDGED:    '
               WS-LIST-ROWS-SKIPPED
           DISPLAY 'CUSTACV1 LOOKUPS REVIEWED:        ' WS-ENTRY-COUNT
           DISPLAY 'CUSTACV1 USERS REVIEWED:          ' WS-USER-COUNT
           DISPLAY 'CUSTACV1 LOOKUPS NOT JUDGED ON HOURS: '
               WS-HOURS-NOT-JUDGED
           DISPLAY 'CUSTACV1 FINDINGS:                ' WS-FINDINGS
           DISPLAY 'CUSTACV1 FINDINGS ALREADY OPEN:   '
               WS-HITS-ALREADY-OPEN
           DISPLAY 'CUSTACV1 CASES OPENED:            '
               WS-ALERTS-OPENED
           DISPLAY 'CUSTACV1 ACCESS ENTRIES ATTACHED: '
               WS-DETAILS-WRITTEN.
