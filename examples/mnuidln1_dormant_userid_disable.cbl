       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNUIDLN1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly dormant sign-on id sweep over the MNUUSRF user
      *    master. HRPROV01 disables the ids HR says have left, but
      *    contractors, transfers, and service ids that are still
      *    on the books and simply never sign on were piling up
      *    enabled for a year or more. Each enabled id's last
      *    sign-on is taken as the latest of: the last-login stamp
      *    of any MNUACT terminal record it last used, its
      *    successful MNUAUD sign-on events, and the date carried
      *    on the MNUIDL status file (MNUIDLI in, MNUIDLO out) from
      *    earlier nights -- so a rotated audit trail loses nothing.
      *    An id with no sign-on anywhere starts its clock the
      *    first night the job sees it. Once the days since the
      *    last sign-on reach the USR-IDLE-WARN run parameter
      *    (default 60) the user gets one directed MNUDIR notice,
      *    appended to the carried notice file (MNUDIRI in, MNUDIRO
      *    out), saying when the id will be disabled; at the
      *    USR-IDLE-DISABLE parameter (default 90) MNUUSR-DISABLED-
      *    FLAG is set. Both actions are written to MNUAUD as an
      *    idle-id event with reason IDLW or IDLD. Ids on the MNUIDX
      *    exemption file (batch and service ids, and the like) are
      *    never warned or disabled, but are listed once idle past
      *    the warning point. An id this job disabled that an
      *    administrator has since re-enabled gets a fresh clock.
      *    Every action goes on the MNUIDLRP report for the security
      *    officer, and the run ends RC 4 when anything was warned
      *    or disabled. A warning notice whose id has since been
      *    disabled or signed on is dropped from the notice file
      *    once it expires.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNUUSR-FILE       ASSIGN TO "MNUUSRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNUUSR-FILE-KEY
               FILE STATUS IS WS-MNUUSR-STATUS.
           SELECT MNUACT-IN-FILE    ASSIGN TO "MNUACTI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUAUD-FILE       ASSIGN TO "MNUAUDF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-IN-FILE    ASSIGN TO "MNUIDLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IN-STATUS.
           SELECT STATUS-OUT-FILE   ASSIGN TO "MNUIDLO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXEMPT-FILE       ASSIGN TO "MNUIDXF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEMPT-STATUS.
           SELECT MNUDIR-IN-FILE    ASSIGN TO "MNUDIRI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUDIR-OUT-FILE   ASSIGN TO "MNUDIRO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNPARM-FILE      ASSIGN TO "RUNPARMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "MNUIDLRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MNUUSR-FILE.
       01  MNUUSR-FILE-RECORD.
           05  MNUUSR-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(15).

       FD  MNUACT-IN-FILE.
       01  MNUACT-IN-RECORD            PIC X(46).

       FD  MNUAUD-FILE.
       01  MNUAUD-LINE                 PIC X(47).

       FD  STATUS-IN-FILE.
       01  STATUS-IN-RECORD            PIC X(37).

       FD  STATUS-OUT-FILE.
       01  STATUS-OUT-RECORD           PIC X(37).

       FD  EXEMPT-FILE.
       01  EXEMPT-IN-RECORD            PIC X(63).

       FD  MNUDIR-IN-FILE.
       01  MNUDIR-IN-RECORD            PIC X(104).

       FD  MNUDIR-OUT-FILE.
       01  MNUDIR-OUT-RECORD           PIC X(104).

       FD  RUNPARM-FILE.
       01  RUNPARM-IN-RECORD           PIC X(55).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-MNUUSR-EOF                PIC X       VALUE 'N'.
           88  END-OF-MNUUSR                        VALUE 'Y'.
       01  WS-MNUACT-EOF                PIC X       VALUE 'N'.
           88  END-OF-MNUACT                        VALUE 'Y'.
       01  WS-MNUAUD-EOF                PIC X       VALUE 'N'.
           88  END-OF-MNUAUD                        VALUE 'Y'.
       01  WS-STATUS-EOF                PIC X       VALUE 'N'.
           88  END-OF-STATUS                        VALUE 'Y'.
       01  WS-EXEMPT-EOF                PIC X       VALUE 'N'.
           88  END-OF-EXEMPTIONS                    VALUE 'Y'.
       01  WS-MNUDIR-EOF                PIC X       VALUE 'N'.
           88  END-OF-MNUDIR                        VALUE 'Y'.
       01  WS-RUNPARM-EOF-SWITCH        PIC X       VALUE 'N'.
           88  END-OF-RUNPARMS                      VALUE 'Y'.

       01  WS-MNUUSR-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-STATUS-IN-STATUS          PIC X(02)   VALUE SPACES.
       01  WS-EXEMPT-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-RUNPARM-STATUS            PIC X(02)   VALUE SPACES.

      *    Knobs from RUNPARMF, with the defaults used when no
      *    entry is in force.
       01  WS-WARN-DAYS                 PIC 9(05)   VALUE 60.
       01  WS-DISABLE-DAYS              PIC 9(05)   VALUE 90.
       01  WS-BEST-WARN-EFF             PIC 9(08)   VALUE ZERO.
       01  WS-BEST-DISABLE-EFF          PIC 9(08)   VALUE ZERO.

      *    Latest successful sign-on date seen per userid, from the
      *    terminal activity file and the audit trail together.
       01  WS-SIGNON-TABLE.
           05  WS-SIGNON-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-SIGNON-ENTRY OCCURS 5000 TIMES.
               10  WS-SGN-USERID        PIC X(08).
               10  WS-SGN-DATE          PIC 9(08).
       01  WS-SGN-IDX                   PIC 9(04).
       01  WS-SGN-FOUND-IDX             PIC 9(04).
       01  WS-SGN-WORK-USERID           PIC X(08).
       01  WS-SGN-WORK-DATE             PIC 9(08).

      *    The carried status records, each flagged once its userid
      *    is met on the user master tonight; the rest are dropped.
       01  WS-STATUS-TABLE.
           05  WS-STATUS-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-STATUS-ENTRY OCCURS 5000 TIMES.
               10  WS-STA-IMAGE         PIC X(37).
               10  WS-STA-SEEN-SW       PIC X(01).
       01  WS-STA-IDX                   PIC 9(04).
       01  WS-STA-FOUND-IDX             PIC 9(04).

       01  WS-EXEMPT-TABLE.
           05  WS-EXEMPT-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-EXEMPT-IMAGE OCCURS 1000 TIMES
                                        PIC X(63).
       01  WS-EXM-IDX                   PIC 9(04).
       01  WS-EXEMPT-SW                 PIC X       VALUE 'N'.
           88  USER-IS-EXEMPT                       VALUE 'Y'.

       01  WS-MNUDIR-TABLE.
           05  WS-MNUDIR-COUNT          PIC 9(04)   VALUE ZERO.
           05  WS-MNUDIR-IMAGE OCCURS 2000 TIMES
                                        PIC X(104).
       01  WS-DIR-IDX                   PIC 9(04).
       01  WS-LAST-MSG-ID               PIC 9(04)   VALUE ZERO.
       01  WS-DIR-KEEP-SW               PIC X       VALUE 'Y'.
           88  KEEP-NOTICE                          VALUE 'Y'.

      *    What tonight's look at one user came to.
       01  WS-USER-WORK.
           05  WS-DAYS-IDLE             PIC S9(05)  VALUE ZERO.
           05  WS-DISABLE-ON-DATE       PIC 9(08)   VALUE ZERO.
           05  WS-DISABLE-ON-X REDEFINES WS-DISABLE-ON-DATE
                                        PIC X(08).
           05  WS-SIGNED-ON-SINCE-SW    PIC X(01)   VALUE 'N'.
               88  SIGNED-ON-SINCE-WARNING          VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).
       01  WS-AUDIT-SEQUENCE            PIC 9(02)   VALUE ZERO.
       01  WS-AUDIT-REASON              PIC X(04)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-USERS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-USERS-ALREADY-DISABLED
                                        PIC 9(05)   VALUE ZERO.
           05  WS-USERS-FIRST-SEEN      PIC 9(05)   VALUE ZERO.
           05  WS-USERS-RE-ENABLED      PIC 9(05)   VALUE ZERO.
           05  WS-USERS-WARNED          PIC 9(05)   VALUE ZERO.
           05  WS-USERS-DISABLED        PIC 9(05)   VALUE ZERO.
           05  WS-EXEMPT-IDLE           PIC 9(05)   VALUE ZERO.
           05  WS-NOTICES-DROPPED       PIC 9(05)   VALUE ZERO.

       01  WS-REPORT-LINE.
           05  WS-RPT-ACTION            PIC X(12).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-USERID            PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RPT-LAST-SIGNON       PIC 9(08).
           05  FILLER                   PIC X(03)   VALUE SPACES.
           05  WS-RPT-BASIS             PIC X(01).
           05  FILLER                   PIC X(05)   VALUE SPACES.
           05  WS-RPT-DAYS-IDLE         PIC ZZZZ9.
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPT-NOTE              PIC X(34).

       COPY MNUUSR.
       COPY MNUACT.
       COPY MNUAUD.
       COPY MNUIDL.
       COPY MNUIDX.
       COPY MNUDIR.
       COPY RUNPARM.
       COPY BUSDATE.
       COPY DATEAREA.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-ONE-USER UNTIL END-OF-MNUUSR
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** MNUIDLN1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1100-LOAD-RUNPARMS
           IF WS-WARN-DAYS NOT < WS-DISABLE-DAYS
               DISPLAY '*** MNUIDLN1 WARNING THRESHOLD ' WS-WARN-DAYS
                   ' NOT BELOW DISABLE THRESHOLD ' WS-DISABLE-DAYS
                   ' -- IDS WILL BE DISABLED WITHOUT WARNING ***'
           END-IF
           PERFORM 1200-LOAD-EXEMPTIONS
           PERFORM 1300-LOAD-TERMINAL-SIGNONS
           PERFORM 1400-LOAD-AUDIT-SIGNONS
           PERFORM 1500-LOAD-STATUS
           PERFORM 1600-LOAD-NOTICES
           OPEN EXTEND MNUAUD-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'MNUIDLN1 - DORMANT SIGN-ON IDS '
               BUSDATE-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'WARN AT ' WS-WARN-DAYS ' DAYS WITHOUT SIGN-ON,'
               ' DISABLE AT ' WS-DISABLE-DAYS
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'ACTION       USERID   LAST SIGNON BASIS  IDLE  NOTE'
               TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           OPEN I-O MNUUSR-FILE
           IF WS-MNUUSR-STATUS NOT = '00'
               DISPLAY '*** MNUIDLN1 MNUUSRF OPEN FAILED, STATUS '
                   WS-MNUUSR-STATUS ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-READ-MNUUSR.

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
                       AND RUNPARM-VALUE < 100000
                       PERFORM 1120-TAKE-ONE-RUNPARM
                   END-IF
           END-READ.

       1120-TAKE-ONE-RUNPARM.
           IF RUNPARM-NAME = 'USR-IDLE-WARN   '
               AND RUNPARM-EFFECTIVE-DATE > WS-BEST-WARN-EFF
               MOVE RUNPARM-EFFECTIVE-DATE TO WS-BEST-WARN-EFF
               MOVE RUNPARM-VALUE TO WS-WARN-DAYS
           END-IF
           IF RUNPARM-NAME = 'USR-IDLE-DISABLE'
               AND RUNPARM-EFFECTIVE-DATE > WS-BEST-DISABLE-EFF
               MOVE RUNPARM-EFFECTIVE-DATE TO WS-BEST-DISABLE-EFF
               MOVE RUNPARM-VALUE TO WS-DISABLE-DAYS
           END-IF.

      *    No exemption file means no exemptions -- the safe way
      *    round for a control that disables ids.
       1200-LOAD-EXEMPTIONS.
           OPEN INPUT EXEMPT-FILE
           IF WS-EXEMPT-STATUS = '00'
               PERFORM 1210-READ-EXEMPTION UNTIL END-OF-EXEMPTIONS
               CLOSE EXEMPT-FILE
           ELSE
               DISPLAY '*** MNUIDLN1 MNUIDXF NOT AVAILABLE, STATUS '
                   WS-EXEMPT-STATUS ' -- NO IDS EXEMPT ***'
           END-IF.

       1210-READ-EXEMPTION.
           READ EXEMPT-FILE
               AT END
                   SET END-OF-EXEMPTIONS TO TRUE
               NOT AT END
                   MOVE EXEMPT-IN-RECORD TO MNUIDX-RECORD
                   IF MNUIDX-EXPIRY-DATE = ZERO
                       OR MNUIDX-EXPIRY-DATE >= BUSDATE-CURRENT-DATE
                       IF WS-EXEMPT-COUNT >= 1000
                           DISPLAY '*** MNUIDLN1 MORE THAN 1000'
                               ' EXEMPTIONS -- RUN ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EXEMPT-COUNT
                       MOVE EXEMPT-IN-RECORD
                           TO WS-EXEMPT-IMAGE(WS-EXEMPT-COUNT)
                   END-IF
           END-READ.

      *    MNUACT-LAST-LOGIN-TS is YYYYMMDDHHMM, stamped when the
      *    menu first saw the user's session at the terminal.
       1300-LOAD-TERMINAL-SIGNONS.
           OPEN INPUT MNUACT-IN-FILE
           PERFORM 1310-READ-MNUACT UNTIL END-OF-MNUACT
           CLOSE MNUACT-IN-FILE.

       1310-READ-MNUACT.
           READ MNUACT-IN-FILE
               AT END
                   SET END-OF-MNUACT TO TRUE
               NOT AT END
                   MOVE MNUACT-IN-RECORD TO MNUACT-RECORD
                   IF MNUACT-USERID NOT = SPACES
                       AND MNUACT-LAST-LOGIN-TS(1:8) IS NUMERIC
                       MOVE MNUACT-USERID TO WS-SGN-WORK-USERID
                       MOVE MNUACT-LAST-LOGIN-TS(1:8)
                           TO WS-SGN-WORK-DATE
                       PERFORM 1350-NOTE-SIGNON
                   END-IF
           END-READ.

       1350-NOTE-SIGNON.
           MOVE ZERO TO WS-SGN-FOUND-IDX
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SIGNON-COUNT
               OR WS-SGN-FOUND-IDX > ZERO
               IF WS-SGN-USERID(WS-SGN-IDX) = WS-SGN-WORK-USERID
                   MOVE WS-SGN-IDX TO WS-SGN-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-SGN-FOUND-IDX = ZERO
               IF WS-SIGNON-COUNT >= 5000
                   DISPLAY '*** MNUIDLN1 MORE THAN 5000 SIGNED-ON'
                       ' USERS -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SIGNON-COUNT
               MOVE WS-SGN-WORK-USERID
                   TO WS-SGN-USERID(WS-SIGNON-COUNT)
               MOVE WS-SGN-WORK-DATE TO WS-SGN-DATE(WS-SIGNON-COUNT)
           ELSE
               IF WS-SGN-WORK-DATE > WS-SGN-DATE(WS-SGN-FOUND-IDX)
                   MOVE WS-SGN-WORK-DATE
                       TO WS-SGN-DATE(WS-SGN-FOUND-IDX)
               END-IF
           END-IF.

      *    Only a sign-on that succeeded counts; a run of failed
      *    passwords is not use of the id.
       1400-LOAD-AUDIT-SIGNONS.
           OPEN INPUT MNUAUD-FILE
           PERFORM 1410-READ-MNUAUD UNTIL END-OF-MNUAUD
           CLOSE MNUAUD-FILE.

       1410-READ-MNUAUD.
           READ MNUAUD-FILE
               AT END
                   SET END-OF-MNUAUD TO TRUE
               NOT AT END
                   MOVE MNUAUD-LINE TO MNUAUD-RECORD
                   IF MNUAUD-EVENT-SIGNON
                       AND MNUAUD-RESULT-CODE = 'S'
                       AND MNUAUD-USERID NOT = SPACES
                       MOVE MNUAUD-USERID   TO WS-SGN-WORK-USERID
                       MOVE MNUAUD-LOG-DATE TO WS-SGN-WORK-DATE
                       PERFORM 1350-NOTE-SIGNON
                   END-IF
           END-READ.

      *    The first night there is no status file yet; every id
      *    then starts as first seen.
       1500-LOAD-STATUS.
           OPEN INPUT STATUS-IN-FILE
           IF WS-STATUS-IN-STATUS = '00'
               PERFORM 1510-READ-STATUS UNTIL END-OF-STATUS
               CLOSE STATUS-IN-FILE
           ELSE
               DISPLAY '*** MNUIDLN1 MNUIDLI NOT AVAILABLE, STATUS '
                   WS-STATUS-IN-STATUS ' -- STARTING FRESH ***'
           END-IF.

       1510-READ-STATUS.
           READ STATUS-IN-FILE
               AT END
                   SET END-OF-STATUS TO TRUE
               NOT AT END
                   IF WS-STATUS-COUNT >= 5000
                       DISPLAY '*** MNUIDLN1 STATUS FILE HAS MORE'
                           ' THAN 5000 IDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STATUS-COUNT
                   MOVE STATUS-IN-RECORD
                       TO WS-STA-IMAGE(WS-STATUS-COUNT)
                   MOVE 'N' TO WS-STA-SEEN-SW(WS-STATUS-COUNT)
           END-READ.

      *    New notices number on from the highest id on file.
       1600-LOAD-NOTICES.
           OPEN INPUT MNUDIR-IN-FILE
           PERFORM 1610-READ-NOTICE UNTIL END-OF-MNUDIR
           CLOSE MNUDIR-IN-FILE.

       1610-READ-NOTICE.
           READ MNUDIR-IN-FILE
               AT END
                   SET END-OF-MNUDIR TO TRUE
               NOT AT END
                   IF WS-MNUDIR-COUNT >= 2000
                       DISPLAY '*** MNUIDLN1 NOTICE FILE HAS MORE'
                           ' THAN 2000 NOTICES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MNUDIR-COUNT
                   MOVE MNUDIR-IN-RECORD
                       TO WS-MNUDIR-IMAGE(WS-MNUDIR-COUNT)
                   MOVE MNUDIR-IN-RECORD TO MNUDIR-RECORD
                   IF MNUDIR-MSG-ID > WS-LAST-MSG-ID
                       MOVE MNUDIR-MSG-ID TO WS-LAST-MSG-ID
                   END-IF
           END-READ.

      *    Disabled ids are left alone -- disabling is this job's
      *    whole business, and a disabled id cannot sign on to show
      *    whether it is still wanted.
       2000-REVIEW-ONE-USER.
           ADD 1 TO WS-USERS-READ
           MOVE MNUUSR-FILE-RECORD TO MNUUSR-RECORD
           IF MNUUSR-IS-DISABLED
               ADD 1 TO WS-USERS-ALREADY-DISABLED
           ELSE
               PERFORM 2100-SETTLE-LAST-SIGNON
               PERFORM 2200-COUNT-IDLE-DAYS
               PERFORM 2250-CHECK-EXEMPTION
               EVALUATE TRUE
                   WHEN WS-DAYS-IDLE < WS-WARN-DAYS
                       AND WS-DAYS-IDLE < WS-DISABLE-DAYS
                       CONTINUE
                   WHEN USER-IS-EXEMPT
                       ADD 1 TO WS-EXEMPT-IDLE
                       MOVE 'EXEMPT      ' TO WS-RPT-ACTION
                       MOVE MNUIDX-REASON TO WS-RPT-NOTE
                       PERFORM 2800-WRITE-REPORT-LINE
                   WHEN WS-DAYS-IDLE NOT < WS-DISABLE-DAYS
                       PERFORM 2400-DISABLE-USER
                   WHEN MNUIDL-WARNED-DATE = ZERO
                       PERFORM 2300-WARN-USER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE MNUIDL-RECORD TO WS-STA-IMAGE(WS-STA-FOUND-IDX)
           END-IF
           PERFORM 2900-READ-MNUUSR.

      *    The carried date only ever moves forward. An id this job
      *    disabled that is enabled again restarts its clock
      *    tonight; a sign-on after the warning clears the warning.
       2100-SETTLE-LAST-SIGNON.
           MOVE ZERO TO WS-STA-FOUND-IDX
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STATUS-COUNT
               OR WS-STA-FOUND-IDX > ZERO
               IF WS-STA-IMAGE(WS-STA-IDX)(1:8) = MNUUSR-USERID
                   MOVE WS-STA-IDX TO WS-STA-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-STA-FOUND-IDX = ZERO
               IF WS-STATUS-COUNT >= 5000
                   DISPLAY '*** MNUIDLN1 STATUS TABLE FULL AT '
                       MNUUSR-USERID ' -- RUN ENDED ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STATUS-COUNT
               MOVE WS-STATUS-COUNT TO WS-STA-FOUND-IDX
               MOVE SPACES               TO MNUIDL-RECORD
               MOVE MNUUSR-USERID        TO MNUIDL-USERID
               MOVE ZERO TO MNUIDL-LAST-SIGNON-DATE
                            MNUIDL-WARNED-DATE MNUIDL-WARN-MSG-ID
                            MNUIDL-DISABLED-DATE
           ELSE
               MOVE WS-STA-IMAGE(WS-STA-FOUND-IDX) TO MNUIDL-RECORD
           END-IF
           MOVE 'Y' TO WS-STA-SEEN-SW(WS-STA-FOUND-IDX)
           IF MNUIDL-DISABLED-DATE > ZERO
               ADD 1 TO WS-USERS-RE-ENABLED
               MOVE BUSDATE-CURRENT-DATE TO MNUIDL-LAST-SIGNON-DATE
               SET MNUIDL-RE-ENABLED     TO TRUE
               MOVE ZERO TO MNUIDL-WARNED-DATE MNUIDL-DISABLED-DATE
               MOVE 'RE-ENABLED  ' TO WS-RPT-ACTION
               MOVE 'CLOCK RESTARTED' TO WS-RPT-NOTE
               MOVE ZERO TO WS-DAYS-IDLE
               PERFORM 2800-WRITE-REPORT-LINE
           END-IF
           MOVE 'N' TO WS-SIGNED-ON-SINCE-SW
           PERFORM VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SIGNON-COUNT
               IF WS-SGN-USERID(WS-SGN-IDX) = MNUUSR-USERID
                   AND WS-SGN-DATE(WS-SGN-IDX)
                       > MNUIDL-LAST-SIGNON-DATE
                   MOVE WS-SGN-DATE(WS-SGN-IDX)
                       TO MNUIDL-LAST-SIGNON-DATE
                   SET MNUIDL-FROM-SIGNON TO TRUE
                   IF MNUIDL-WARNED-DATE > ZERO
                       AND WS-SGN-DATE(WS-SGN-IDX)
                           NOT < MNUIDL-WARNED-DATE
                       SET SIGNED-ON-SINCE-WARNING TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF SIGNED-ON-SINCE-WARNING
               MOVE ZERO TO MNUIDL-WARNED-DATE
           END-IF
           IF MNUIDL-LAST-SIGNON-DATE = ZERO
               MOVE BUSDATE-CURRENT-DATE TO MNUIDL-LAST-SIGNON-DATE
               SET MNUIDL-FIRST-SEEN     TO TRUE
               ADD 1 TO WS-USERS-FIRST-SEEN
           END-IF.

       2200-COUNT-IDLE-DAYS.
           MOVE MNUIDL-LAST-SIGNON-DATE TO W-DATE-1-8N
           MOVE BUSDATE-CURRENT-DATE    TO W-DATE-2-8N
           SET FORMAT-1-YYYYMMDD        TO TRUE
           SET FORMAT-2-YYYYMMDD        TO TRUE
           SET FUNC-CALC-DAYS-BETWEEN   TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF CONVERT-RET-GOOD
               MOVE W-NUMBER-FIELD TO WS-DAYS-IDLE
           ELSE
               DISPLAY '*** MNUIDLN1 COULD NOT DATE LAST SIGN-ON '
                   MNUIDL-LAST-SIGNON-DATE ' FOR ' MNUUSR-USERID
                   ' -- NOT JUDGED TONIGHT ***'
               MOVE ZERO TO WS-DAYS-IDLE
           END-IF
           IF WS-DAYS-IDLE < ZERO
               MOVE ZERO TO WS-DAYS-IDLE
           END-IF.

       2250-CHECK-EXEMPTION.
           MOVE 'N' TO WS-EXEMPT-SW
           PERFORM VARYING WS-EXM-IDX FROM 1 BY 1
               UNTIL WS-EXM-IDX > WS-EXEMPT-COUNT
               OR USER-IS-EXEMPT
               MOVE WS-EXEMPT-IMAGE(WS-EXM-IDX) TO MNUIDX-RECORD
               IF MNUIDX-USERID = MNUUSR-USERID
                   SET USER-IS-EXEMPT TO TRUE
               END-IF
           END-PERFORM.

      *    One notice per dormancy, expiring on the day the id is
      *    due to be disabled -- after that it has nothing to say.
       2300-WARN-USER.
           MOVE MNUIDL-LAST-SIGNON-DATE TO W-DATE-1-8N
           SET FORMAT-1-YYYYMMDD        TO TRUE
           SET FORMAT-2-YYYYMMDD        TO TRUE
           MOVE WS-DISABLE-DAYS         TO W-NUMBER-FIELD
           SET FUNC-ADJUST-THE-DATE     TO TRUE
           CALL 'DATECNV1' USING W-DATE-AREA
           IF CONVERT-RET-GOOD
               MOVE W-DATE-2-8N TO WS-DISABLE-ON-DATE
           ELSE
               MOVE BUSDATE-CURRENT-DATE TO WS-DISABLE-ON-DATE
           END-IF
           IF WS-MNUDIR-COUNT >= 2000
               DISPLAY '*** MNUIDLN1 NOTICE TABLE FULL -- '
                   MNUUSR-USERID ' NOT WARNED ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-LAST-MSG-ID
               MOVE SPACES              TO MNUDIR-RECORD
               MOVE WS-LAST-MSG-ID      TO MNUDIR-MSG-ID
               MOVE MNUUSR-USERID       TO MNUDIR-USERID
               STRING 'ID UNUSED SINCE ' MNUIDL-LAST-SIGNON-DATE
                   ' - DISABLED ON ' WS-DISABLE-ON-X
                   ' IF NOT USED'
                   DELIMITED BY SIZE INTO MNUDIR-TEXT
               SET MNUDIR-ACK-OPTIONAL  TO TRUE
               MOVE WS-DISABLE-ON-DATE  TO MNUDIR-EXPIRY-DATE
               MOVE ZERO                TO MNUDIR-ACK-DEADLINE
               SET MNUDIR-NOT-ACKED     TO TRUE
               MOVE ZERO TO MNUDIR-ACK-DATE MNUDIR-ACK-TIME
               ADD 1 TO WS-MNUDIR-COUNT
               MOVE MNUDIR-RECORD TO WS-MNUDIR-IMAGE(WS-MNUDIR-COUNT)
               MOVE BUSDATE-CURRENT-DATE TO MNUIDL-WARNED-DATE
               MOVE WS-LAST-MSG-ID       TO MNUIDL-WARN-MSG-ID
               ADD 1 TO WS-USERS-WARNED
               MOVE 'IDLW' TO WS-AUDIT-REASON
               PERFORM 2700-WRITE-AUDIT-EVENT
               MOVE 'WARNED      ' TO WS-RPT-ACTION
               MOVE SPACES TO WS-RPT-NOTE
               STRING 'NOTICE ' WS-LAST-MSG-ID ', DISABLE ON '
                   WS-DISABLE-ON-X
                   DELIMITED BY SIZE INTO WS-RPT-NOTE
               PERFORM 2800-WRITE-REPORT-LINE
           END-IF.

       2400-DISABLE-USER.
           SET MNUUSR-IS-DISABLED TO TRUE
           MOVE MNUUSR-RECORD TO MNUUSR-FILE-RECORD
           REWRITE MNUUSR-FILE-RECORD
           IF WS-MNUUSR-STATUS NOT = '00'
               DISPLAY '*** MNUIDLN1 MNUUSRF REWRITE FAILED FOR '
                   MNUUSR-USERID ', STATUS ' WS-MNUUSR-STATUS
                   ' -- NOT DISABLED ***'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE BUSDATE-CURRENT-DATE TO MNUIDL-DISABLED-DATE
               ADD 1 TO WS-USERS-DISABLED
               MOVE 'IDLD' TO WS-AUDIT-REASON
               PERFORM 2700-WRITE-AUDIT-EVENT
               MOVE 'DISABLED    ' TO WS-RPT-ACTION
               IF MNUIDL-WARNED-DATE = ZERO
                   MOVE 'NO WARNING SENT' TO WS-RPT-NOTE
               ELSE
                   MOVE SPACES TO WS-RPT-NOTE
                   STRING 'WARNED ' MNUIDL-WARNED-DATE
                       DELIMITED BY SIZE INTO WS-RPT-NOTE
               END-IF
               PERFORM 2800-WRITE-REPORT-LINE
           END-IF.

      *    Batch-written: no terminal, and a correlation id made
      *    up of the job's tag, the clock, and a sequence.
       2700-WRITE-AUDIT-EVENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES              TO MNUAUD-RECORD
           MOVE WS-AUDIT-REASON     TO MNUAUD-REASON-CODE
           MOVE WS-CURR-DATE        TO MNUAUD-LOG-DATE
           MOVE WS-CURR-TIME        TO MNUAUD-LOG-TIME
           MOVE MNUUSR-USERID       TO MNUAUD-USERID
           SET MNUAUD-EVENT-IDLE-ID TO TRUE
           MOVE ' '                 TO MNUAUD-RESULT-CODE
           ADD 1 TO WS-AUDIT-SEQUENCE
           IF WS-AUDIT-SEQUENCE > 98
               MOVE 1 TO WS-AUDIT-SEQUENCE
           END-IF
           MOVE 'IDLE'              TO MNUAUD-CORRELATION-ID(1:4)
           MOVE WS-CURR-TIME        TO MNUAUD-CORRELATION-ID(5:6)
           MOVE WS-AUDIT-SEQUENCE   TO MNUAUD-CORRELATION-ID(11:2)
           MOVE MNUAUD-RECORD       TO MNUAUD-LINE
           WRITE MNUAUD-LINE.

       2800-WRITE-REPORT-LINE.
           MOVE MNUUSR-USERID           TO WS-RPT-USERID
           MOVE MNUIDL-LAST-SIGNON-DATE TO WS-RPT-LAST-SIGNON
           MOVE MNUIDL-SIGNON-BASIS     TO WS-RPT-BASIS
           MOVE WS-DAYS-IDLE            TO WS-RPT-DAYS-IDLE
           MOVE WS-REPORT-LINE TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO WS-RPT-NOTE.

       2900-READ-MNUUSR.
           READ MNUUSR-FILE NEXT
           IF WS-MNUUSR-STATUS NOT = '00'
               SET END-OF-MNUUSR TO TRUE
           END-IF.

      *    Status records for ids no longer enabled on the master
      *    are kept only while they remember a disable this job
      *    made (so a later re-enable restarts the clock); the
      *    rest drop out. A notice this job raised is dropped once
      *    it has expired.
       3000-TERMINATE.
           CLOSE MNUUSR-FILE
           CLOSE MNUAUD-FILE
           OPEN OUTPUT STATUS-OUT-FILE
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STATUS-COUNT
               MOVE WS-STA-IMAGE(WS-STA-IDX) TO MNUIDL-RECORD
               IF WS-STA-SEEN-SW(WS-STA-IDX) = 'Y'
                   OR MNUIDL-DISABLED-DATE > ZERO
                   MOVE MNUIDL-RECORD TO STATUS-OUT-RECORD
                   WRITE STATUS-OUT-RECORD
               END-IF
           END-PERFORM
           CLOSE STATUS-OUT-FILE
           OPEN OUTPUT MNUDIR-OUT-FILE
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-MNUDIR-COUNT
               PERFORM 3100-DECIDE-NOTICE
               IF KEEP-NOTICE
                   MOVE WS-MNUDIR-IMAGE(WS-DIR-IDX)
                       TO MNUDIR-OUT-RECORD
                   WRITE MNUDIR-OUT-RECORD
               ELSE
                   ADD 1 TO WS-NOTICES-DROPPED
               END-IF
           END-PERFORM
           CLOSE MNUDIR-OUT-FILE
           MOVE SPACES TO REPORT-OUT-LINE
           STRING 'WARNED: ' WS-USERS-WARNED
               '  DISABLED: ' WS-USERS-DISABLED
               '  EXEMPT AND IDLE: ' WS-EXEMPT-IDLE
               DELIMITED BY SIZE INTO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           CLOSE REPORT-FILE
           IF WS-MNUDIR-COUNT - WS-NOTICES-DROPPED > 100
               DISPLAY '*** MNUIDLN1 NOTICE FILE NOW HOLDS MORE THAN'
                   ' THE 100 NOTICES THE MENU LOADS ***'
           END-IF
           IF (WS-USERS-WARNED > ZERO OR WS-USERS-DISABLED > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'MNUIDLN1 USERIDS READ:          ' WS-USERS-READ
           DISPLAY 'MNUIDLN1 ALREADY DISABLED:      '
               WS-USERS-ALREADY-DISABLED
           DISPLAY 'MNUIDLN1 FIRST SEEN TONIGHT:    '
               WS-USERS-FIRST-SEEN
           DISPLAY 'MNUIDLN1 RE-ENABLED, RESTARTED: '
               WS-USERS-RE-ENABLED
           DISPLAY 'MNUIDLN1 WARNED:                ' WS-USERS-WARNED
           DISPLAY 'MNUIDLN1 DISABLED:              '
               WS-USERS-DISABLED
           DISPLAY 'MNUIDLN1 EXEMPT AND IDLE:       ' WS-EXEMPT-IDLE
           DISPLAY 'MNUIDLN1 EXPIRED NOTICES DROPPED: '
               WS-NOTICES-DROPPED.

      *    Only this job's own warnings are ever dropped, and only
      *    once expired; every other notice is carried untouched.
       3100-DECIDE-NOTICE.
           MOVE 'Y' TO WS-DIR-KEEP-SW
           MOVE WS-MNUDIR-IMAGE(WS-DIR-IDX) TO MNUDIR-RECORD
           IF MNUDIR-EXPIRY-DATE < BUSDATE-CURRENT-DATE
               PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                   UNTIL WS-STA-IDX > WS-STATUS-COUNT
                   OR NOT KEEP-NOTICE
                   MOVE WS-STA-IMAGE(WS-STA-IDX) TO MNUIDL-RECORD
                   IF MNUIDL-WARN-MSG-ID = MNUDIR-MSG-ID
                       AND MNUIDL-USERID = MNUDIR-USERID
                       MOVE 'N' TO WS-DIR-KEEP-SW
                   END-IF
               END-PERFORM
           END-IF.
