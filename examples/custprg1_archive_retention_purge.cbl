       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPRG1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Yearly retention purge of the account-closure archive.
      *    CUSTARC1 moves closed accounts onto the CUSTARC archive
      *    (CUSTARC.CPY) and CUSTRES1 can bring them back, but
      *    nothing ever took them off it, and records retention
      *    requires closed-account data to be destroyed a set
      *    number of years after closure. That number is the
      *    ARC-RETAIN-YEARS knob on the central RUNPARM store (7
      *    when none is in force); an archived customer's retention
      *    date is its archive date that many years on. A customer
      *    under legal hold on the LEGHOLD file (LEGHOLD.CPY,
      *    maintained by CUSTLHM1) is never destroyed, however old.
      *
      *    Nothing is destroyed without sign-off, so the job runs
      *    twice, as the CUSTPRGP control card says:
      *      P  proposal -- every archived customer past retention
      *         and not on hold is listed on the CUSTPRGR pre-purge
      *         proposal report, with the held ones shown as kept,
      *         and written to the CUSTPRGL proposal list. The
      *         archive is copied through unchanged.
      *      D  destroy -- the card names who signed the proposal
      *         off and the business date of the proposal run. Only
      *         the customers on that proposal list are destroyed,
      *         and only if they are still on the archive under the
      *         same archive date, still past retention and still
      *         not on hold -- a hold placed after sign-off wins.
      *         The archive is rewritten without them, every one is
      *         entered on the CUSTPCOD certificate-of-destruction
      *         register (CUSTPCD.CPY) and on the archive-activity
      *         history as action P, and the CUSTPRGR report lists
      *         what was destroyed and what was spared.
      *    A card that is missing or invalid, or a proposal list
      *    from another date, ends the run RC 8 with the archive
      *    untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE         ASSIGN TO "CUSTPRGP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-IN-FILE   ASSIGN TO "CUSTARCI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-OUT-FILE  ASSIGN TO "CUSTARCO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGHOLD-FILE      ASSIGN TO "LEGHOLDF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PROPOSAL-FILE     ASSIGN TO "CUSTPRGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "CUSTPRGR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERTIFICATE-FILE  ASSIGN TO "CUSTPCOD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARC-HISTORY-FILE  ASSIGN TO "CUSTAHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNPARM-FILE      ASSIGN TO "RUNPARMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RUN-TYPE           PIC X(01).
               88  PARM-PROPOSAL-RUN               VALUE 'P'.
               88  PARM-DESTROY-RUN                VALUE 'D'.
           05  PARM-SIGNED-OFF-BY      PIC X(08).
           05  PARM-PROPOSAL-DATE      PIC X(08).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD           PIC X(89).

       FD  ARCHIVE-OUT-FILE.
       01  ARCHIVE-OUT-RECORD          PIC X(89).

       FD  LEGHOLD-FILE.
       01  LEGHOLD-IN-RECORD           PIC X(82).

      *    One line per customer proposed for destruction, stamped
      *    with the business date of the proposal run.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05  PRL-PROPOSAL-DATE       PIC 9(08).
           05  PRL-CUSTOMER-ID         PIC X(08).
           05  PRL-ARCHIVE-DATE        PIC 9(08).
           05  PRL-RETENTION-DATE      PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(100).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-OUT-RECORD      PIC X(74).

       FD  ARC-HISTORY-FILE.
       01  ARC-HISTORY-LINE.
           05  AHS-LOG-DATE            PIC 9(08).
           05  AHS-ACTION              PIC X(01).
           05  AHS-CUSTOMER-ID         PIC X(08).
           05  AHS-REASON              PIC X(20).

       FD  RUNPARM-FILE.
       01  RUNPARM-IN-RECORD           PIC X(55).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-EOF               PIC X       VALUE 'N'.
           88  END-OF-ARCHIVE                       VALUE 'Y'.
       01  WS-HOLD-EOF                  PIC X       VALUE 'N'.
           88  END-OF-HOLDS                         VALUE 'Y'.
       01  WS-PROPOSAL-EOF              PIC X       VALUE 'N'.
           88  END-OF-PROPOSAL                      VALUE 'Y'.
       01  WS-RUNPARM-EOF               PIC X       VALUE 'N'.
           88  END-OF-RUNPARMS                      VALUE 'Y'.

       01  WS-HOLD-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-PROPOSAL-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-RUNPARM-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

       01  WS-RETAIN-YEARS              PIC 9(02)   VALUE 7.
       01  WS-PARM-BEST-EFFECTIVE       PIC 9(08)   VALUE ZERO.
       01  WS-RETENTION-DATE            PIC 9(08)   VALUE ZERO.
       01  WS-PROPOSAL-DATE             PIC 9(08)   VALUE ZERO.

       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HLD-CUSTOMER-ID   PIC X(08).
               10  WS-HLD-MATTER-REF    PIC X(12).
       01  WS-HLD-IDX                   PIC 9(04).
       01  WS-HOLD-FOUND-IDX            PIC 9(04).

      *    The signed-off proposal, with a flag per entry so an
      *    entry no longer on the archive is reported at the end.
       01  WS-PROPOSAL-TABLE.
           05  WS-PROPOSAL-COUNT        PIC 9(05)   VALUE ZERO.
           05  WS-PROPOSAL-ENTRY OCCURS 10000 TIMES.
               10  WS-PRP-CUSTOMER-ID   PIC X(08).
               10  WS-PRP-ARCHIVE-DATE  PIC 9(08).
               10  WS-PRP-RETENTION-DATE
                                        PIC 9(08).
               10  WS-PRP-SEEN-SWITCH   PIC X(01).
                   88  WS-PRP-SEEN                  VALUE 'Y'.
       01  WS-PRP-IDX                   PIC 9(05).
       01  WS-PRP-FOUND-IDX             PIC 9(05).

       01  WS-CONTROL-TOTALS.
           05  WS-ARCHIVE-READ          PIC 9(07)   VALUE ZERO.
           05  WS-PAST-RETENTION        PIC 9(07)   VALUE ZERO.
           05  WS-PROPOSED              PIC 9(07)   VALUE ZERO.
           05  WS-HELD                  PIC 9(07)   VALUE ZERO.
           05  WS-DESTROYED             PIC 9(07)   VALUE ZERO.
           05  WS-SPARED                PIC 9(07)   VALUE ZERO.
           05  WS-ARCHIVE-KEPT          PIC 9(07)   VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       01  WS-RPT-HEADING-1.
           05  FILLER                   PIC X(40)   VALUE
               'CUSTPRG1 ARCHIVE RETENTION PURGE  BUSINE'.
           05  FILLER                   PIC X(08)   VALUE
               'SS DATE '.
           05  WS-RH1-DATE              PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RH1-TITLE             PIC X(30).
           05  FILLER                   PIC X(12)   VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                   PIC X(20)   VALUE
               'RETENTION YEARS:    '.
           05  WS-RH2-YEARS             PIC Z9.
           05  FILLER                   PIC X(20)   VALUE
               '   PROPOSAL DATE:   '.
           05  WS-RH2-PROPOSAL-DATE     PIC 9(08).
           05  FILLER                   PIC X(20)   VALUE
               '   SIGNED OFF BY:   '.
           05  WS-RH2-SIGNED-OFF-BY     PIC X(08).
           05  FILLER                   PIC X(22)   VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                   PIC X(50)   VALUE
               'CUSTOMER  ARCHIVED  RETAIN TO CLOSURE REASON     '.
           05  FILLER                   PIC X(50)   VALUE
               '  ACTION                          MATTER         '.
       01  WS-RPT-DETAIL.
           05  WS-RPD-CUSTOMER-ID       PIC X(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-ARCHIVE-DATE      PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-RETENTION-DATE    PIC 9(08).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-CLOSURE-REASON    PIC X(20).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-ACTION            PIC X(30).
           05  FILLER                   PIC X(02)   VALUE SPACES.
           05  WS-RPD-MATTER-REF        PIC X(12).
           05  FILLER                   PIC X(04)   VALUE SPACES.
       01  WS-RPT-TOTAL.
           05  WS-RPT-LABEL             PIC X(30).
           05  WS-RPT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(61)   VALUE SPACES.
       01  WS-RPT-SIGN-OFF.
           05  FILLER                   PIC X(50)   VALUE
               'APPROVED FOR DESTRUCTION BY ________  DATE _______'.
           05  FILLER                   PIC X(50)   VALUE
               '_   RECORDS RETENTION OFFICER                     '.

       COPY CUSTARC.
       COPY LEGHOLD.
       COPY CUSTPCD.
       COPY RUNPARM.
       COPY BUSDATE.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JUDGE-ONE-ARCHIVED UNTIL END-OF-ARCHIVE
           PERFORM 3000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTPRG1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           PERFORM 1050-READ-CONTROL-CARD
           MOVE 'CUSTPRG1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** CUSTPRG1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE THE ARCHIVE WAS READ ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-RUNTIME-PARAMETERS
           PERFORM 1200-LOAD-HOLD-TABLE
           IF PARM-DESTROY-RUN
               PERFORM 1300-LOAD-SIGNED-OFF-PROPOSAL
           END-IF
           OPEN INPUT  ARCHIVE-IN-FILE
           OPEN OUTPUT ARCHIVE-OUT-FILE
           OPEN OUTPUT REPORT-FILE
           IF PARM-PROPOSAL-RUN
               OPEN OUTPUT PROPOSAL-FILE
               MOVE 'PRE-PURGE PROPOSAL' TO WS-RH1-TITLE
               MOVE BUSDATE-CURRENT-DATE TO WS-RH2-PROPOSAL-DATE
               MOVE SPACES TO WS-RH2-SIGNED-OFF-BY
           ELSE
               OPEN EXTEND CERTIFICATE-FILE
               OPEN EXTEND ARC-HISTORY-FILE
               MOVE 'DESTRUCTION RUN' TO WS-RH1-TITLE
               MOVE WS-PROPOSAL-DATE TO WS-RH2-PROPOSAL-DATE
               MOVE PARM-SIGNED-OFF-BY TO WS-RH2-SIGNED-OFF-BY
           END-IF
           MOVE BUSDATE-CURRENT-DATE TO WS-RH1-DATE
           MOVE WS-RETAIN-YEARS TO WS-RH2-YEARS
           MOVE WS-RPT-HEADING-1 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-HEADING-2 TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-COLUMNS TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           PERFORM 2900-READ-ARCHIVE.

      *    A destroy run must say who signed off and which proposal
      *    they signed; nothing is destroyed on a guess.
       1050-READ-CONTROL-CARD.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   DISPLAY '*** CUSTPRG1 CUSTPRGP CONTROL CARD'
                       ' MISSING -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE
           IF NOT (PARM-PROPOSAL-RUN OR PARM-DESTROY-RUN)
               OR (PARM-DESTROY-RUN
                   AND (PARM-SIGNED-OFF-BY = SPACES
                        OR PARM-PROPOSAL-DATE NOT NUMERIC))
               DISPLAY '*** CUSTPRG1 CUSTPRGP CONTROL CARD INVALID: '
                   PARM-RECORD ' -- RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-DESTROY-RUN
               MOVE PARM-PROPOSAL-DATE TO WS-PROPOSAL-DATE
           END-IF.

      *    No entry in force, or no file, and the coded default
      *    stands.
       1100-LOAD-RUNTIME-PARAMETERS.
           OPEN INPUT RUNPARM-FILE
           IF WS-RUNPARM-STATUS = '00'
               PERFORM 1110-READ-ONE-RUNPARM UNTIL END-OF-RUNPARMS
               CLOSE RUNPARM-FILE
           END-IF
           DISPLAY 'CUSTPRG1 RETENTION YEARS: ' WS-RETAIN-YEARS.

       1110-READ-ONE-RUNPARM.
           READ RUNPARM-FILE
               AT END
                   SET END-OF-RUNPARMS TO TRUE
               NOT AT END
                   MOVE RUNPARM-IN-RECORD TO RUNPARM-RECORD
                   IF RUNPARM-NAME = 'ARC-RETAIN-YEARS'
                       AND RUNPARM-EFFECTIVE-DATE
                           <= BUSDATE-CURRENT-DATE
                       AND RUNPARM-EFFECTIVE-DATE
                           > WS-PARM-BEST-EFFECTIVE
                       AND RUNPARM-VALUE > ZERO
                       MOVE RUNPARM-EFFECTIVE-DATE
                           TO WS-PARM-BEST-EFFECTIVE
                       IF RUNPARM-VALUE > 99
                           MOVE 99 TO WS-RETAIN-YEARS
                       ELSE
                           MOVE RUNPARM-VALUE TO WS-RETAIN-YEARS
                       END-IF
                   END-IF
           END-READ.

       1200-LOAD-HOLD-TABLE.
           OPEN INPUT LEGHOLD-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM 1210-READ-HOLD UNTIL END-OF-HOLDS
               CLOSE LEGHOLD-FILE
           END-IF
           DISPLAY 'CUSTPRG1 LEGAL HOLDS:     ' WS-HOLD-COUNT.

      *    A hold file too big for the table would let a held
      *    customer be destroyed -- the run stops instead.
       1210-READ-HOLD.
           READ LEGHOLD-FILE
               AT END
                   SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF WS-HOLD-COUNT >= 2000
                       DISPLAY '*** CUSTPRG1 HOLD FILE HAS MORE THAN'
                           ' 2000 RECORDS -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE LEGHOLD-IN-RECORD TO LEGHOLD-RECORD
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE LEGHOLD-CUSTOMER-ID
                       TO WS-HLD-CUSTOMER-ID(WS-HOLD-COUNT)
                   MOVE LEGHOLD-MATTER-REF
                       TO WS-HLD-MATTER-REF(WS-HOLD-COUNT)
           END-READ.

       1300-LOAD-SIGNED-OFF-PROPOSAL.
           OPEN INPUT PROPOSAL-FILE
           IF WS-PROPOSAL-STATUS NOT = '00'
               DISPLAY '*** CUSTPRG1 NO PROPOSAL LIST ON FILE --'
                   ' RUN ENDED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-READ-PROPOSAL UNTIL END-OF-PROPOSAL
           CLOSE PROPOSAL-FILE
           DISPLAY 'CUSTPRG1 PROPOSAL ENTRIES: ' WS-PROPOSAL-COUNT.

       1310-READ-PROPOSAL.
           READ PROPOSAL-FILE
               AT END
                   SET END-OF-PROPOSAL TO TRUE
               NOT AT END
                   IF PRL-PROPOSAL-DATE NOT = WS-PROPOSAL-DATE
                       DISPLAY '*** CUSTPRG1 PROPOSAL LIST IS FROM '
                           PRL-PROPOSAL-DATE ', NOT THE SIGNED-OFF '
                           WS-PROPOSAL-DATE ' -- RUN ENDED ***'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-PROPOSAL-COUNT >= 10000
                       DISPLAY '*** CUSTPRG1 PROPOSAL LIST HAS MORE'
                           ' THAN 10000 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PROPOSAL-COUNT
                   MOVE PRL-CUSTOMER-ID
                       TO WS-PRP-CUSTOMER-ID(WS-PROPOSAL-COUNT)
                   MOVE PRL-ARCHIVE-DATE
                       TO WS-PRP-ARCHIVE-DATE(WS-PROPOSAL-COUNT)
                   MOVE PRL-RETENTION-DATE
                       TO WS-PRP-RETENTION-DATE(WS-PROPOSAL-COUNT)
                   MOVE 'N'
                       TO WS-PRP-SEEN-SWITCH(WS-PROPOSAL-COUNT)
           END-READ.

      *    The retention date is the archive date the retention
      *    years on, month and day unchanged; it has passed once
      *    the business date reaches it.
       2000-JUDGE-ONE-ARCHIVED.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE ARCHIVE-IN-RECORD TO CUSTARC-RECORD
           COMPUTE WS-RETENTION-DATE =
               CUSTARC-ARCHIVE-DATE + (WS-RETAIN-YEARS * 10000)
           PERFORM 2050-FIND-HOLD
           IF PARM-PROPOSAL-RUN
               PERFORM 2100-PROPOSE-ONE
           ELSE
               PERFORM 2200-DESTROY-OR-KEEP
           END-IF
           PERFORM 2900-READ-ARCHIVE.

       2050-FIND-HOLD.
           MOVE ZERO TO WS-HOLD-FOUND-IDX
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HOLD-COUNT
                  OR WS-HOLD-FOUND-IDX > ZERO
               IF WS-HLD-CUSTOMER-ID(WS-HLD-IDX)
                       = CUSTARC-RECORD-IMAGE(2:8)
                   MOVE WS-HLD-IDX TO WS-HOLD-FOUND-IDX
               END-IF
           END-PERFORM.

       2100-PROPOSE-ONE.
           IF WS-RETENTION-DATE <= BUSDATE-CURRENT-DATE
               ADD 1 TO WS-PAST-RETENTION
               IF WS-HOLD-FOUND-IDX > ZERO
                   ADD 1 TO WS-HELD
                   MOVE 'UNDER LEGAL HOLD - KEPT' TO WS-RPD-ACTION
               ELSE
                   ADD 1 TO WS-PROPOSED
                   MOVE 'PROPOSED FOR DESTRUCTION' TO WS-RPD-ACTION
                   MOVE BUSDATE-CURRENT-DATE TO PRL-PROPOSAL-DATE
                   MOVE CUSTARC-RECORD-IMAGE(2:8)
                                             TO PRL-CUSTOMER-ID
                   MOVE CUSTARC-ARCHIVE-DATE TO PRL-ARCHIVE-DATE
                   MOVE WS-RETENTION-DATE    TO PRL-RETENTION-DATE
                   WRITE PROPOSAL-RECORD
               END-IF
               PERFORM 2800-WRITE-REPORT-DETAIL
           END-IF
           PERFORM 2700-KEEP-ON-ARCHIVE.

       2200-DESTROY-OR-KEEP.
           PERFORM 2250-FIND-ON-PROPOSAL
           EVALUATE TRUE
               WHEN WS-PRP-FOUND-IDX = ZERO
                   PERFORM 2700-KEEP-ON-ARCHIVE
               WHEN WS-HOLD-FOUND-IDX > ZERO
                   ADD 1 TO WS-SPARED
                   MOVE 'HELD SINCE SIGN-OFF - KEPT' TO WS-RPD-ACTION
                   PERFORM 2800-WRITE-REPORT-DETAIL
                   PERFORM 2700-KEEP-ON-ARCHIVE
               WHEN WS-RETENTION-DATE > BUSDATE-CURRENT-DATE
                   ADD 1 TO WS-SPARED
                   MOVE 'NOT PAST RETENTION - KEPT' TO WS-RPD-ACTION
                   PERFORM 2800-WRITE-REPORT-DETAIL
                   PERFORM 2700-KEEP-ON-ARCHIVE
               WHEN OTHER
                   PERFORM 2300-DESTROY-ONE
           END-EVALUATE.

      *    The same customer may be on the archive more than once
      *    (archived, restored, archived again); the archive date
      *    tells the proposed record from a later one.
       2250-FIND-ON-PROPOSAL.
           MOVE ZERO TO WS-PRP-FOUND-IDX
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
                  OR WS-PRP-FOUND-IDX > ZERO
               IF WS-PRP-CUSTOMER-ID(WS-PRP-IDX)
                       = CUSTARC-RECORD-IMAGE(2:8)
                   AND WS-PRP-ARCHIVE-DATE(WS-PRP-IDX)
                       = CUSTARC-ARCHIVE-DATE
                   AND NOT WS-PRP-SEEN(WS-PRP-IDX)
                   MOVE WS-PRP-IDX TO WS-PRP-FOUND-IDX
                   SET WS-PRP-SEEN(WS-PRP-IDX) TO TRUE
               END-IF
           END-PERFORM.

      *    Destroyed means gone from the archive: the record is not
      *    copied forward, and the certificate is all that remains.
       2300-DESTROY-ONE.
           ADD 1 TO WS-DESTROYED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE CUSTARC-RECORD-IMAGE(2:8) TO CUSTPCD-CUSTOMER-ID
           MOVE CUSTARC-ARCHIVE-DATE      TO CUSTPCD-ARCHIVE-DATE
           MOVE WS-RETENTION-DATE         TO CUSTPCD-RETENTION-DATE
           MOVE BUSDATE-CURRENT-DATE      TO CUSTPCD-PURGE-DATE
           MOVE WS-CURR-TIME              TO CUSTPCD-PURGE-TIME
           MOVE WS-PROPOSAL-DATE          TO CUSTPCD-PROPOSAL-DATE
           MOVE PARM-SIGNED-OFF-BY        TO CUSTPCD-SIGNED-OFF-BY
           MOVE CUSTARC-CLOSURE-REASON    TO CUSTPCD-CLOSURE-REASON
           MOVE CUSTPCD-RECORD TO CERTIFICATE-OUT-RECORD
           WRITE CERTIFICATE-OUT-RECORD
           MOVE BUSDATE-CURRENT-DATE      TO AHS-LOG-DATE
           MOVE 'P'                       TO AHS-ACTION
           MOVE CUSTARC-RECORD-IMAGE(2:8) TO AHS-CUSTOMER-ID
           MOVE 'RETENTION PURGE'         TO AHS-REASON
           WRITE ARC-HISTORY-LINE
           MOVE 'DESTROYED' TO WS-RPD-ACTION
           PERFORM 2800-WRITE-REPORT-DETAIL.

       2700-KEEP-ON-ARCHIVE.
           ADD 1 TO WS-ARCHIVE-KEPT
           MOVE ARCHIVE-IN-RECORD TO ARCHIVE-OUT-RECORD
           WRITE ARCHIVE-OUT-RECORD.

       2800-WRITE-REPORT-DETAIL.
           MOVE CUSTARC-RECORD-IMAGE(2:8) TO WS-RPD-CUSTOMER-ID
           MOVE CUSTARC-ARCHIVE-DATE      TO WS-RPD-ARCHIVE-DATE
           MOVE WS-RETENTION-DATE         TO WS-RPD-RETENTION-DATE
           MOVE CUSTARC-CLOSURE-REASON    TO WS-RPD-CLOSURE-REASON
           IF WS-HOLD-FOUND-IDX > ZERO
               MOVE WS-HLD-MATTER-REF(WS-HOLD-FOUND-IDX)
                   TO WS-RPD-MATTER-REF
           ELSE
               MOVE SPACES TO WS-RPD-MATTER-REF
           END-IF
           MOVE WS-RPT-DETAIL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       2900-READ-ARCHIVE.
           READ ARCHIVE-IN-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE ARCHIVE-IN-FILE
           CLOSE ARCHIVE-OUT-FILE
           IF PARM-DESTROY-RUN
               PERFORM 3100-REPORT-UNSEEN-PROPOSALS
               CLOSE CERTIFICATE-FILE
               CLOSE ARC-HISTORY-FILE
           ELSE
               CLOSE PROPOSAL-FILE
           END-IF
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'ARCHIVED CUSTOMERS READ' TO WS-RPT-LABEL
           MOVE WS-ARCHIVE-READ TO WS-RPT-COUNT
           PERFORM 3200-WRITE-REPORT-TOTAL
           IF PARM-PROPOSAL-RUN
               MOVE 'PAST RETENTION' TO WS-RPT-LABEL
               MOVE WS-PAST-RETENTION TO WS-RPT-COUNT
               PERFORM 3200-WRITE-REPORT-TOTAL
               MOVE 'UNDER LEGAL HOLD - KEPT' TO WS-RPT-LABEL
               MOVE WS-HELD TO WS-RPT-COUNT
               PERFORM 3200-WRITE-REPORT-TOTAL
               MOVE 'PROPOSED FOR DESTRUCTION' TO WS-RPT-LABEL
               MOVE WS-PROPOSED TO WS-RPT-COUNT
               PERFORM 3200-WRITE-REPORT-TOTAL
           ELSE
               MOVE 'PROPOSED' TO WS-RPT-LABEL
               MOVE WS-PROPOSAL-COUNT TO WS-RPT-COUNT
               PERFORM 3200-WRITE-REPORT-TOTAL
               MOVE 'DESTROYED' TO WS-RPT-LABEL
               MOVE WS-DESTROYED TO WS-RPT-COUNT
               PERFORM 3200-WRITE-REPORT-TOTAL
               MOVE 'SPARED' TO WS-RPT-LABEL
               MOVE WS-SPARED TO WS-RPT-COUNT
               PERFORM 3200-WRITE-REPORT-TOTAL
           END-IF
           MOVE 'LEFT ON THE ARCHIVE' TO WS-RPT-LABEL
           MOVE WS-ARCHIVE-KEPT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-REPORT-TOTAL
           IF PARM-PROPOSAL-RUN
               MOVE SPACES TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
               MOVE WS-RPT-SIGN-OFF TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'CUSTPRG1 ARCHIVE READ:     ' WS-ARCHIVE-READ
           DISPLAY 'CUSTPRG1 PROPOSED:         ' WS-PROPOSED
           DISPLAY 'CUSTPRG1 HELD:             ' WS-HELD
           DISPLAY 'CUSTPRG1 DESTROYED:        ' WS-DESTROYED
           DISPLAY 'CUSTPRG1 SPARED:           ' WS-SPARED
           DISPLAY 'CUSTPRG1 LEFT ON ARCHIVE:  ' WS-ARCHIVE-KEPT
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA.

      *    A proposed customer no longer on the archive under the
      *    proposed archive date was restored since sign-off;
      *    nothing is done to it, and the report says so.
       3100-REPORT-UNSEEN-PROPOSALS.
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
               IF NOT WS-PRP-SEEN(WS-PRP-IDX)
                   ADD 1 TO WS-SPARED
                   MOVE WS-PRP-CUSTOMER-ID(WS-PRP-IDX)
                       TO WS-RPD-CUSTOMER-ID
                   MOVE WS-PRP-ARCHIVE-DATE(WS-PRP-IDX)
                       TO WS-RPD-ARCHIVE-DATE
                   MOVE WS-PRP-RETENTION-DATE(WS-PRP-IDX)
                       TO WS-RPD-RETENTION-DATE
                   MOVE SPACES TO WS-RPD-CLOSURE-REASON
                                  WS-RPD-MATTER-REF
                   MOVE 'NO LONGER ON THE ARCHIVE'
                       TO WS-RPD-ACTION
                   MOVE WS-RPT-DETAIL TO REPORT-OUT-LINE
                   WRITE REPORT-OUT-LINE
               END-IF
           END-PERFORM.

       3200-WRITE-REPORT-TOTAL.
           MOVE WS-RPT-TOTAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.
