
      *    Report distribution manager for the nightly outputs.
      *    The night produces NITEFIND, PURGERPT, the five team
      *    exception reports, CUSTPCTL, the RUNCHG01 chargeback
      *    rollup (CHGBKRPT), and the CUSTADV1 address exceptions
      *    for the address owners (CUSTADVR) -- at fiscal period
      *    end also the CUSTPFL1 portfolio report (PORTFRPT), and
      *    after a supervised posting-run backout its CUSTBKO1
      *    audit report (CUSTBKOR) -- and the CUSTHSK1 history
      *    store load report (CUSTHSKR), and on the last period end
      *    of a fiscal year the FISCYRE1 year-end certification
      *    (FISCYRER) -- and the EODREC1 cross-file reconciliation
      *    matrix (EODRECR) -- and
      *    operations was hand-delivering each from one person's
      *    checklist. This job reads the RPTDIST distribution control
      *    (RPTDIST.CPY), collects the night's outputs recipient
      *    by recipient into one bundle file -- each recipient's
      *    package opening with a cover summary of what is inside
      *    because a missing report is itself a finding. Internal
      *    recipients are MNUUSR userids; external ones hand off
      *    to the transmission subsystem from the same bundle.
      *    A month-end route (RPTDIST-IS-MONTH-END) is only loaded
      *    on the night FISCALCL marks as a period end; any other
      *    night that report is not expected and not missing.
      *    Every report covered in a package is also logged to
      *    RPTBLOG (RPTBLOG.CPY) -- contained or missing, and the
      *    date and time the package was built -- which is the
      *    delivery time SLACHK1 holds against the service-level
      *    commitments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHGBKRPT-FILE     ASSIGN TO "CHGBKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PORTFRPT-FILE     ASSIGN TO "PORTFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CUSTADVR-FILE     ASSIGN TO "CUSTADVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CUSTBKOR-FILE     ASSIGN TO "CUSTBKOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CUSTHSKR-FILE     ASSIGN TO "CUSTHSKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FISCYRER-FILE     ASSIGN TO "FISCYRER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EODRECR-FILE      ASSIGN TO "EODRECR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FISCALCL-FILE     ASSIGN TO "FISCALCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT BUNDLE-FILE       ASSIGN TO "RPTBUNDL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUNDLE-LOG-FILE   ASSIGN TO "RPTBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOG-STATUS.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTDIST-FILE.
       01  RPTDIST-IN-RECORD           PIC X(18).

       FD  NITEFIND-FILE.
       01  NITEFIND-IN-LINE            PIC X(79).
       FD  CHGBKRPT-FILE.
       01  CHGBKRPT-IN-LINE            PIC X(80).

       FD  PORTFRPT-FILE.
       01  PORTFRPT-IN-LINE            PIC X(80).

       FD  CUSTADVR-FILE.
       01  CUSTADVR-IN-LINE            PIC X(80).

       FD  CUSTBKOR-FILE.
       01  CUSTBKOR-IN-LINE            PIC X(80).

       FD  CUSTHSKR-FILE.
       01  CUSTHSKR-IN-LINE            PIC X(80).

       FD  FISCYRER-FILE.
       01  FISCYRER-IN-LINE            PIC X(80).

       FD  EODRECR-FILE.
       01  EODRECR-IN-LINE             PIC X(80).

       FD  FISCALCL-FILE.
       01  FISCALCL-FILE-RECORD        PIC X(17).

       FD  BUNDLE-FILE.
       01  BUNDLE-OUT-LINE             PIC X(80).

       FD  BUNDLE-LOG-FILE.
       01  BUNDLE-LOG-OUT-RECORD       PIC X(39).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

           88  END-OF-DISTRIBUTION                  VALUE 'Y'.
       01  WS-REPORT-EOF                PIC X       VALUE 'N'.
           88  END-OF-REPORT                        VALUE 'Y'.
       01  WS-FISCAL-EOF                PIC X       VALUE 'N'.
           88  END-OF-FISCAL                        VALUE 'Y'.
       01  WS-PERIOD-END-SW             PIC X       VALUE 'N'.
           88  TONIGHT-IS-PERIOD-END                VALUE 'Y'.

       01  WS-REPORT-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-FISCAL-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-BLOG-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-BLOG-OPEN-SW              PIC X       VALUE 'N'.
           88  BUNDLE-LOG-IS-OPEN                   VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME         PIC X(21)   VALUE SPACES.
       01  WS-MONTH-END-SKIPPED         PIC 9(03)   VALUE ZERO.

       01  WS-DIST-TABLE.
           05  WS-DIST-COUNT            PIC 9(03)   VALUE ZERO.
       01  WS-COPY-LINE                 PIC X(80)   VALUE SPACES.

       COPY BUSDATE.
       COPY FISCALCL.
       COPY RPTBLOG.

       PROCEDURE DIVISION.

                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1050-CHECK-PERIOD-END
           OPEN INPUT RPTDIST-FILE
           PERFORM 1100-LOAD-ONE-ROUTE UNTIL END-OF-DISTRIBUTION
           CLOSE RPTDIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MONTH-END-SKIPPED > ZERO
               DISPLAY 'RPTDIST1 MONTH-END ROUTES NOT DUE TONIGHT: '
                   WS-MONTH-END-SKIPPED
           END-IF
           OPEN OUTPUT BUNDLE-FILE
           OPEN EXTEND BUNDLE-LOG-FILE
           IF WS-BLOG-STATUS = '00'
               SET BUNDLE-LOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY '*** RPTDIST1 RPTBLOG NOT AVAILABLE, STATUS '
                   WS-BLOG-STATUS ' -- BUNDLE TIMES NOT LOGGED ***'
           END-IF.

      *    Without a calendar entry for tonight the night is taken
      *    as an ordinary one, so month-end reports are not asked
      *    for -- the portfolio job itself fails on a missing date.
       1050-CHECK-PERIOD-END.
           OPEN INPUT FISCALCL-FILE
           IF WS-FISCAL-STATUS = '00'
               PERFORM 1060-READ-FISCAL UNTIL END-OF-FISCAL
               CLOSE FISCALCL-FILE
           ELSE
               DISPLAY '*** RPTDIST1 FISCALCL NOT AVAILABLE --'
                   ' MONTH-END REPORTS NOT EXPECTED ***'
           END-IF.

       1060-READ-FISCAL.
           READ FISCALCL-FILE
               AT END
                   SET END-OF-FISCAL TO TRUE
               NOT AT END
                   MOVE FISCALCL-FILE-RECORD TO FISCALCL-RECORD
                   IF FISCALCL-CALENDAR-DATE = BUSDATE-CURRENT-DATE
                       IF FISCALCL-IS-PERIOD-END
                           SET TONIGHT-IS-PERIOD-END TO TRUE
                       END-IF
                       SET END-OF-FISCAL TO TRUE
                   END-IF
           END-READ.

       1100-LOAD-ONE-ROUTE.
           READ RPTDIST-FILE
                       ADD 1 TO WS-DIST-COUNT
                       MOVE RPTDIST-IN-RECORD
                           TO RPTDIST-RECORD(WS-DIST-COUNT)
                       IF RPTDIST-IS-MONTH-END(WS-DIST-COUNT)
                           AND NOT TONIGHT-IS-PERIOD-END
                           ADD 1 TO WS-MONTH-END-SKIPPED
                           SUBTRACT 1 FROM WS-DIST-COUNT
                       ELSE
                           PERFORM 1200-ADD-DISTINCT-RECIPIENT
                       END-IF
                   END-IF
           END-READ.

                       ' BUT NEVER PRODUCED ***'
               END-IF
               WRITE BUNDLE-OUT-LINE
               PERFORM 2150-LOG-ONE-REPORT
           END-IF.

       2150-LOG-ONE-REPORT.
           IF BUNDLE-LOG-IS-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE BUSDATE-CURRENT-DATE  TO RPTBLOG-BUSINESS-DATE
               MOVE WS-CURRENT-REPORT     TO RPTBLOG-REPORT-DD
               MOVE WS-CURRENT-RECIPIENT  TO RPTBLOG-RECIPIENT
               IF REPORT-IS-PRESENT
                   SET RPTBLOG-CONTAINED TO TRUE
               ELSE
                   SET RPTBLOG-MISSING TO TRUE
               END-IF
               MOVE WS-CURRENT-DATE-TIME(1:8) TO RPTBLOG-BUNDLE-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO RPTBLOG-BUNDLE-TIME
               MOVE RPTBLOG-RECORD TO BUNDLE-LOG-OUT-RECORD
               WRITE BUNDLE-LOG-OUT-RECORD
           END-IF.

      *    Presence is an open that succeeds and a first read that
                   OPEN INPUT TEAMRPT5-FILE
               WHEN 'CHGBKRPT'
                   OPEN INPUT CHGBKRPT-FILE
               WHEN 'PORTFRPT'
                   OPEN INPUT PORTFRPT-FILE
               WHEN 'CUSTADVR'
                   OPEN INPUT CUSTADVR-FILE
               WHEN 'CUSTBKOR'
                   OPEN INPUT CUSTBKOR-FILE
               WHEN 'CUSTHSKR'
                   OPEN INPUT CUSTHSKR-FILE
               WHEN 'FISCYRER'
                   OPEN INPUT FISCYRER-FILE
               WHEN 'EODRECR'
                   OPEN INPUT EODRECR-FILE
               WHEN OTHER
                   MOVE '35' TO WS-REPORT-STATUS
                   DISPLAY '*** RPTDIST1 CONTROL NAMES '
                       NOT AT END
                           MOVE CHGBKRPT-IN-LINE TO WS-COPY-LINE
                   END-READ
               WHEN 'PORTFRPT'
                   READ PORTFRPT-FILE
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE PORTFRPT-IN-LINE TO WS-COPY-LINE
                   END-READ
               WHEN 'CUSTADVR'
                   READ CUSTADVR-FILE
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE CUSTADVR-IN-LINE TO WS-COPY-LINE
                   END-READ
               WHEN 'CUSTBKOR'
                   READ CUSTBKOR-FILE
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE CUSTBKOR-IN-LINE TO WS-COPY-LINE
                   END-READ
               WHEN 'CUSTHSKR'
                   READ CUSTHSKR-FILE
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE CUSTHSKR-IN-LINE TO WS-COPY-LINE
                   END-READ
               WHEN 'FISCYRER'
                   READ FISCYRER-FILE
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE FISCYRER-IN-LINE TO WS-COPY-LINE
                   END-READ
               WHEN 'EODRECR'
                   READ EODRECR-FILE
                       AT END SET END-OF-REPORT TO TRUE
                       NOT AT END
                           MOVE EODRECR-IN-LINE TO WS-COPY-LINE
                   END-READ
               WHEN OTHER
                   SET END-OF-REPORT TO TRUE
           END-EVALUATE.
                   CLOSE TEAMRPT5-FILE
               WHEN 'CHGBKRPT'
                   CLOSE CHGBKRPT-FILE
               WHEN 'PORTFRPT'
                   CLOSE PORTFRPT-FILE
               WHEN 'CUSTADVR'
                   CLOSE CUSTADVR-FILE
               WHEN 'CUSTBKOR'
                   CLOSE CUSTBKOR-FILE
               WHEN 'CUSTHSKR'
                   CLOSE CUSTHSKR-FILE
               WHEN 'FISCYRER'
                   CLOSE FISCYRER-FILE
               WHEN 'EODRECR'
                   CLOSE EODRECR-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-TERMINATE.
           CLOSE BUNDLE-FILE
           IF BUNDLE-LOG-IS-OPEN
               CLOSE BUNDLE-LOG-FILE
           END-IF
           DISPLAY 'RPTDIST1 PACKAGES BUILT:  ' WS-PACKAGES-BUILT
           DISPLAY 'RPTDIST1 REPORTS BUNDLED: '
               WS-REPORTS-BUNDLED
