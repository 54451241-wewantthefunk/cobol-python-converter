       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRIS1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly referential-integrity sweep over the files that
      *    hang off CUSTREC-CUSTOMER-ID. PREFLT01 proves CUSTADRF
      *    against the master both ways, but nothing looked at the
      *    others, and a credit limit (CUSTLIMF), an interest
      *    accumulator (CUSTACRF), a standing order (STORDI) or a
      *    held item (CUSTHLDI) could go on pointing at a customer
      *    archived by CUSTARC1, merged away by CUSTMRG1,
      *    quarantined, or never on file at all -- STOGEN1 kept
      *    generating debits for closed accounts. Every customer
      *    id is classified against the master -- CUSTRECF here
      *    is the sequential image CUSTKSU1 unloads from the keyed
      *    cluster, not the live cluster itself -- the
      *    archive (CUSTARCH), the quarantine (CUSTQRNF) and the
      *    merge cross-reference (CUSTMRGF); a merged-away id is
      *    followed down the cross-reference to its final
      *    survivor. The cross-reference itself is swept too:
      *    survivors since merged away or archived, and circular
      *    merges. Every orphan and dangling reference is listed
      *    on CUSTRISR by file and reason. The safe cases also get
      *    a cleanup proposal on CUSTRIPO (CUSTRIP.CPY) for an
      *    operator to approve through CUSTRIA1:
      *      - an active standing order for a customer no longer
      *        open is suspended -- or, merged away to a survivor
      *        still open, redirected to that survivor
      *      - the latest credit limit of a merged-away customer is
      *        redirected to the survivor, when the survivor has no
      *        limit of its own
      *      - a cross-reference entry whose survivor was merged
      *        away later is repointed at the final survivor
      *    Accumulators and held items are reported only: moving
      *    money or deciding a hold is not a cleanup. Ends with
      *    RETURN-CODE 4 when anything was found.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE      ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT QUARANTINE-FILE   ASSIGN TO "CUSTQRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.
           SELECT XREF-FILE         ASSIGN TO "CUSTMRGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CUSTLIM-FILE      ASSIGN TO "CUSTLIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT CUSTACR-FILE      ASSIGN TO "CUSTACRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTACR-FILE-KEY
               FILE STATUS IS WS-CUSTACR-STATUS.
           SELECT STORD-FILE        ASSIGN TO "STORDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORD-STATUS.
           SELECT HELD-FILE         ASSIGN TO "CUSTHLDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT REPORT-FILE       ASSIGN TO "CUSTRISR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-FILE     ASSIGN TO "CUSTRIPO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREC-FILE.
       01  CUSTREC-IN-RECORD           PIC X(61).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-IN-RECORD           PIC X(89).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-IN-RECORD        PIC X(61).

       FD  XREF-FILE.
       01  XREF-IN-RECORD              PIC X(32).

       FD  CUSTLIM-FILE.
       01  CUSTLIM-IN-RECORD           PIC X(43).

       FD  CUSTACR-FILE.
       01  CUSTACR-FILE-RECORD.
           05  CUSTACR-FILE-KEY        PIC X(08).
           05  FILLER                  PIC X(22).

       FD  STORD-FILE.
       01  STORD-IN-RECORD             PIC X(38).

       FD  HELD-FILE.
       01  HELD-IN-RECORD              PIC X(83).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).

       FD  PROPOSAL-FILE.
       01  PROPOSAL-OUT-RECORD         PIC X(133).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-ARCHIVE-EOF               PIC X       VALUE 'N'.
           88  END-OF-ARCHIVE                       VALUE 'Y'.
       01  WS-QUARANTINE-EOF            PIC X       VALUE 'N'.
           88  END-OF-QUARANTINE                    VALUE 'Y'.
       01  WS-XREF-EOF                  PIC X       VALUE 'N'.
           88  END-OF-XREF                          VALUE 'Y'.
       01  WS-LIMIT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-LIMITS                        VALUE 'Y'.
       01  WS-ACCRUAL-EOF               PIC X       VALUE 'N'.
           88  END-OF-ACCRUALS                      VALUE 'Y'.
       01  WS-STORD-EOF                 PIC X       VALUE 'N'.
           88  END-OF-STORD                         VALUE 'Y'.
       01  WS-HELD-EOF                  PIC X       VALUE 'N'.
           88  END-OF-HELD                          VALUE 'Y'.

       01  WS-ARCHIVE-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-QUARANTINE-STATUS         PIC X(02)   VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-LIMIT-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-CUSTACR-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-STORD-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-HELD-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

      *    Run-level unit-of-work correlation id, carried onto any
      *    ERR020W message the file-status handler escalates.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.

      *    Every customer id known anywhere, with where it stands:
      *    A open on the master, C flagged closed, M flagged merged,
      *    R archived, Q quarantined. An id not here never existed.
       01  WS-CUSTID-TABLE.
           05  WS-CUSTID-COUNT          PIC 9(05)   VALUE ZERO.
           05  WS-CUSTID-ENTRY OCCURS 10000 TIMES.
               10  WS-CUSTID            PIC X(08).
               10  WS-CUSTID-STATE      PIC X(01).
       01  WS-CID-IDX                   PIC 9(05).

       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10  WS-XREF-MERGED-ID    PIC X(08).
               10  WS-XREF-SURVIVOR-ID  PIC X(08).
       01  WS-XRF-IDX                   PIC 9(04).
       01  WS-XRF-SCAN-IDX              PIC 9(04).
       01  WS-XRF-FOUND-IDX             PIC 9(04).

      *    Credit limits are held whole: a redirect needs the
      *    merged-away id's latest limit and proof that the
      *    survivor has none of its own.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT           PIC 9(04)   VALUE ZERO.
           05  WS-LIMIT-IMAGE OCCURS 5000 TIMES
                                        PIC X(43).
       01  WS-LIM-IDX                   PIC 9(04).
       01  WS-LIM-SCAN-IDX              PIC 9(04).
       01  WS-LIMIT-LATEST-SW           PIC X       VALUE 'N'.
           88  LIMIT-IS-LATEST                      VALUE 'Y'.
       01  WS-SURVIVOR-LIMIT-SW         PIC X       VALUE 'N'.
           88  SURVIVOR-HAS-LIMIT                   VALUE 'Y'.
       01  WS-LIMIT-CUSTOMER-ID         PIC X(08)   VALUE SPACES.
       01  WS-LIMIT-EFFECTIVE-DATE      PIC 9(08)   VALUE ZERO.

      *    Lookup and merge-chain resolution work areas.
       01  WS-LOOK-ID                   PIC X(08)   VALUE SPACES.
       01  WS-LOOK-STATE                PIC X(01)   VALUE SPACE.
           88  LOOK-OPEN                            VALUE 'A'.
           88  LOOK-CLOSED                          VALUE 'C'.
           88  LOOK-MERGED                          VALUE 'M'.
           88  LOOK-ARCHIVED                        VALUE 'R'.
           88  LOOK-QUARANTINED                     VALUE 'Q'.
           88  LOOK-NEVER-EXISTED                   VALUE 'N'.
       01  WS-RESOLVE-ID                PIC X(08)   VALUE SPACES.
       01  WS-FINAL-ID                  PIC X(08)   VALUE SPACES.
       01  WS-FINAL-STATE               PIC X(01)   VALUE SPACE.
       01  WS-HOP-COUNT                 PIC 9(04)   VALUE ZERO.
       01  WS-CIRCULAR-SW               PIC X       VALUE 'N'.
           88  CHAIN-IS-CIRCULAR                    VALUE 'Y'.
       01  WS-ON-XREF-SW                PIC X       VALUE 'N'.
           88  ID-ON-XREF                           VALUE 'Y'.
       01  WS-STATE-WORD                PIC X(20)   VALUE SPACES.

      *    The finding being written; an action of space is
      *    reported only.
       01  WS-FINDING.
           05  WS-FND-FILE-ID           PIC X(08).
           05  WS-FND-CUSTOMER-ID       PIC X(08).
           05  WS-FND-REASON            PIC X(30).
           05  WS-FND-TARGET-ID         PIC X(08).
           05  WS-FND-ACTION            PIC X(01).
           05  WS-FND-IMAGE             PIC X(48).

       01  WS-CONTROL-TOTALS.
           05  WS-XREF-FINDINGS         PIC 9(05)   VALUE ZERO.
           05  WS-LIMIT-FINDINGS        PIC 9(05)   VALUE ZERO.
           05  WS-ACCRUAL-FINDINGS      PIC 9(05)   VALUE ZERO.
           05  WS-STORD-FINDINGS        PIC 9(05)   VALUE ZERO.
           05  WS-HELD-FINDINGS         PIC 9(05)   VALUE ZERO.
           05  WS-TOTAL-FINDINGS        PIC 9(05)   VALUE ZERO.
           05  WS-PROPOSAL-SEQUENCE     PIC 9(05)   VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                   PIC X(43)   VALUE
               'CUSTRIS1 REFERENTIAL INTEGRITY SWEEP  DATE '.
           05  WS-RH-DATE               PIC 9(08).
           05  FILLER                   PIC X(29)   VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                   PIC X(40)   VALUE
               'FILE     CUSTOMER REASON                '.
           05  FILLER                   PIC X(40)   VALUE
               '        TARGET   PROPOSED ACTION   PROP '.
       01  WS-RPT-DETAIL.
           05  WS-RD-FILE-ID            PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-CUSTOMER-ID        PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-REASON             PIC X(30).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-TARGET-ID          PIC X(08).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-ACTION             PIC X(15).
           05  FILLER                   PIC X(01)   VALUE SPACE.
           05  WS-RD-SEQUENCE           PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(01)   VALUE SPACE.
       01  WS-RPT-TOTAL.
           05  WS-RT-LABEL              PIC X(30).
           05  WS-RT-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(44)   VALUE SPACES.

       COPY CUSTREC.
       COPY CUSTARC.
       COPY CUSTMRG.
       COPY CUSTLIM.
       COPY CUSTACR.
       COPY STORD.
       COPY CUSTHELD.
       COPY CUSTRIP.
       COPY BUSDATE.
       COPY JOBGATE.
       COPY FSTATCOM.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-XREF
               VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-XREF-COUNT
           PERFORM 3000-CHECK-ONE-LIMIT
               VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
           PERFORM 4000-SWEEP-ACCRUALS
           PERFORM 5000-SWEEP-STANDING-ORDERS
           PERFORM 6000-SWEEP-HELD-ITEMS
           PERFORM 7000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CRIS' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTRIS1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE 'CUSTRIS1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** CUSTRIS1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE THE SWEEP ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-MASTER-IDS
           PERFORM 1200-LOAD-ARCHIVED-IDS
           PERFORM 1300-LOAD-QUARANTINED-IDS
           PERFORM 1400-LOAD-CROSS-REFERENCE
           PERFORM 1500-LOAD-LIMITS
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT PROPOSAL-FILE
           MOVE BUSDATE-CURRENT-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEADING TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE WS-RPT-COLUMNS TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       1100-LOAD-MASTER-IDS.
           OPEN INPUT CUSTREC-FILE
           PERFORM 1110-READ-MASTER UNTIL END-OF-MASTER
           CLOSE CUSTREC-FILE.

       1110-READ-MASTER.
           READ CUSTREC-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   IF CUSTREC-IN-RECORD(1:4) = 'HDR*'
                       OR CUSTREC-IN-RECORD(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       MOVE CUSTREC-IN-RECORD TO CUSTREC-RECORD
                       EVALUATE TRUE
                           WHEN CUSTREC-LEGACY-CLOSED
                               MOVE 'C' TO WS-LOOK-STATE
                           WHEN CUSTREC-LEGACY-MERGED
                               MOVE 'M' TO WS-LOOK-STATE
                           WHEN OTHER
                               MOVE 'A' TO WS-LOOK-STATE
                       END-EVALUATE
                       MOVE CUSTREC-CUSTOMER-ID TO WS-LOOK-ID
                       PERFORM 1900-ADD-KNOWN-ID
                   END-IF
           END-READ.

       1200-LOAD-ARCHIVED-IDS.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
               PERFORM 1210-READ-ARCHIVE UNTIL END-OF-ARCHIVE
               CLOSE ARCHIVE-FILE
           END-IF.

       1210-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
               NOT AT END
                   MOVE ARCHIVE-IN-RECORD TO CUSTARC-RECORD
                   MOVE CUSTARC-RECORD-IMAGE(2:8) TO WS-LOOK-ID
                   MOVE 'R' TO WS-LOOK-STATE
                   PERFORM 1900-ADD-KNOWN-ID
           END-READ.

       1300-LOAD-QUARANTINED-IDS.
           OPEN INPUT QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS = '00'
               PERFORM 1310-READ-QUARANTINE UNTIL END-OF-QUARANTINE
               CLOSE QUARANTINE-FILE
           END-IF.

       1310-READ-QUARANTINE.
           READ QUARANTINE-FILE
               AT END
                   SET END-OF-QUARANTINE TO TRUE
               NOT AT END
                   MOVE QUARANTINE-IN-RECORD(2:8) TO WS-LOOK-ID
                   MOVE 'Q' TO WS-LOOK-STATE
                   PERFORM 1900-ADD-KNOWN-ID
           END-READ.

       1400-LOAD-CROSS-REFERENCE.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = '00'
               PERFORM 1410-READ-XREF UNTIL END-OF-XREF
               CLOSE XREF-FILE
           END-IF.

       1410-READ-XREF.
           READ XREF-FILE
               AT END
                   SET END-OF-XREF TO TRUE
               NOT AT END
                   IF WS-XREF-COUNT >= 2000
                       DISPLAY '*** CUSTRIS1 CROSS-REFERENCE HAS MORE'
                           ' THAN 2000 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE XREF-IN-RECORD TO CUSTMRG-RECORD
                   ADD 1 TO WS-XREF-COUNT
                   MOVE CUSTMRG-MERGED-ID
                       TO WS-XREF-MERGED-ID(WS-XREF-COUNT)
                   MOVE CUSTMRG-SURVIVOR-ID
                       TO WS-XREF-SURVIVOR-ID(WS-XREF-COUNT)
           END-READ.

       1500-LOAD-LIMITS.
           OPEN INPUT CUSTLIM-FILE
           IF WS-LIMIT-STATUS = '00'
               PERFORM 1510-READ-LIMIT UNTIL END-OF-LIMITS
               CLOSE CUSTLIM-FILE
           END-IF.

       1510-READ-LIMIT.
           READ CUSTLIM-FILE
               AT END
                   SET END-OF-LIMITS TO TRUE
               NOT AT END
                   IF WS-LIMIT-COUNT >= 5000
                       DISPLAY '*** CUSTRIS1 CREDIT LIMITS EXCEED 5000'
                           ' -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE CUSTLIM-IN-RECORD
                       TO WS-LIMIT-IMAGE(WS-LIMIT-COUNT)
           END-READ.

      *    A short id table would turn real customers into orphans
      *    and propose suspending their orders, so a full table
      *    ends the run instead.
       1900-ADD-KNOWN-ID.
           IF WS-CUSTID-COUNT >= 10000
               DISPLAY '*** CUSTRIS1 MORE THAN 10000 CUSTOMER IDS --'
                   ' RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUSTID-COUNT
           MOVE WS-LOOK-ID    TO WS-CUSTID(WS-CUSTID-COUNT)
           MOVE WS-LOOK-STATE TO WS-CUSTID-STATE(WS-CUSTID-COUNT).

      *    The cross-reference swept entry by entry: the merged-away
      *    id should be flagged merged on the master or archived,
      *    and its survivor should still be open. A survivor merged
      *    away later is followed to the final survivor.
       2000-CHECK-ONE-XREF.
           MOVE 'CUSTMRG ' TO WS-FND-FILE-ID
           MOVE WS-XREF-MERGED-ID(WS-XRF-IDX) TO WS-FND-CUSTOMER-ID
           MOVE SPACES TO WS-FND-IMAGE
           MOVE WS-XREF-MERGED-ID(WS-XRF-IDX)   TO WS-FND-IMAGE(1:8)
           MOVE WS-XREF-SURVIVOR-ID(WS-XRF-IDX) TO WS-FND-IMAGE(9:8)
           MOVE WS-XREF-MERGED-ID(WS-XRF-IDX) TO WS-LOOK-ID
           PERFORM 8000-LOOKUP-STATE
           IF NOT LOOK-MERGED AND NOT LOOK-ARCHIVED
               PERFORM 8300-DESCRIBE-STATE
               MOVE SPACES TO WS-FND-REASON
               STRING 'MERGED ID ' WS-STATE-WORD
                   DELIMITED BY SIZE INTO WS-FND-REASON
               MOVE SPACES TO WS-FND-TARGET-ID
               MOVE SPACE  TO WS-FND-ACTION
               PERFORM 8500-WRITE-FINDING
               ADD 1 TO WS-XREF-FINDINGS
           END-IF
           MOVE WS-XREF-MERGED-ID(WS-XRF-IDX) TO WS-RESOLVE-ID
           PERFORM 8200-RESOLVE-SURVIVOR
           MOVE WS-FINAL-ID TO WS-FND-TARGET-ID
           MOVE SPACE TO WS-FND-ACTION
           EVALUATE TRUE
               WHEN CHAIN-IS-CIRCULAR
                   MOVE 'MERGE CHAIN IS CIRCULAR' TO WS-FND-REASON
                   MOVE SPACES TO WS-FND-TARGET-ID
               WHEN WS-FINAL-STATE NOT = 'A'
                   MOVE WS-FINAL-STATE TO WS-LOOK-STATE
                   PERFORM 8300-DESCRIBE-STATE
                   MOVE SPACES TO WS-FND-REASON
                   STRING 'SURVIVOR ' WS-STATE-WORD
                       DELIMITED BY SIZE INTO WS-FND-REASON
               WHEN WS-HOP-COUNT > 1
                   MOVE 'SURVIVOR LATER MERGED AWAY' TO WS-FND-REASON
                   MOVE 'X' TO WS-FND-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-FND-REASON
           END-EVALUATE
           IF WS-FND-REASON NOT = SPACES
               PERFORM 8500-WRITE-FINDING
               ADD 1 TO WS-XREF-FINDINGS
           END-IF.

      *    A limit on a closed-flagged account is still in force
      *    until the account leaves the master, so only customers
      *    that are gone, quarantined or merged away are findings.
       3000-CHECK-ONE-LIMIT.
           MOVE WS-LIMIT-IMAGE(WS-LIM-IDX) TO CUSTLIM-RECORD
           MOVE 'CUSTLIM ' TO WS-FND-FILE-ID
           MOVE CUSTLIM-CUSTOMER-ID TO WS-FND-CUSTOMER-ID
           MOVE SPACES TO WS-FND-IMAGE
           MOVE CUSTLIM-RECORD TO WS-FND-IMAGE
           PERFORM 8400-CLASSIFY-SATELLITE
           IF WS-FND-REASON NOT = SPACES
               IF ID-ON-XREF
                   AND NOT CHAIN-IS-CIRCULAR
                   AND WS-FINAL-STATE = 'A'
                   PERFORM 3100-CHECK-LIMIT-REDIRECT
                   IF LIMIT-IS-LATEST AND NOT SURVIVOR-HAS-LIMIT
                       MOVE 'L' TO WS-FND-ACTION
                   END-IF
               END-IF
               PERFORM 8500-WRITE-FINDING
               ADD 1 TO WS-LIMIT-FINDINGS
           END-IF.

      *    Only the merged-away id's latest limit is carried over,
      *    and only to a survivor credit never gave a limit of its
      *    own -- otherwise it is a credit decision, not a cleanup.
       3100-CHECK-LIMIT-REDIRECT.
           MOVE CUSTLIM-CUSTOMER-ID    TO WS-LIMIT-CUSTOMER-ID
           MOVE CUSTLIM-EFFECTIVE-DATE TO WS-LIMIT-EFFECTIVE-DATE
           MOVE 'Y' TO WS-LIMIT-LATEST-SW
           MOVE 'N' TO WS-SURVIVOR-LIMIT-SW
           PERFORM VARYING WS-LIM-SCAN-IDX FROM 1 BY 1
               UNTIL WS-LIM-SCAN-IDX > WS-LIMIT-COUNT
               MOVE WS-LIMIT-IMAGE(WS-LIM-SCAN-IDX) TO CUSTLIM-RECORD
               IF CUSTLIM-CUSTOMER-ID = WS-FINAL-ID
                   SET SURVIVOR-HAS-LIMIT TO TRUE
               END-IF
               IF CUSTLIM-CUSTOMER-ID = WS-LIMIT-CUSTOMER-ID
                   AND CUSTLIM-EFFECTIVE-DATE > WS-LIMIT-EFFECTIVE-DATE
                   MOVE 'N' TO WS-LIMIT-LATEST-SW
               END-IF
           END-PERFORM
           MOVE WS-LIMIT-IMAGE(WS-LIM-IDX) TO CUSTLIM-RECORD.

      *    The accumulators are the keyed CUSTACRF cluster INTACR1
      *    maintains, browsed here in key order; a cluster that
      *    will not open goes through the file-status handler
      *    rather than passing as a night with nothing to sweep.
       4000-SWEEP-ACCRUALS.
           OPEN INPUT CUSTACR-FILE
           MOVE WS-CUSTACR-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTACRF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           IF WS-CUSTACR-STATUS = '00'
               PERFORM 4100-CHECK-ONE-ACCRUAL UNTIL END-OF-ACCRUALS
               CLOSE CUSTACR-FILE
           END-IF.

       4100-CHECK-ONE-ACCRUAL.
           READ CUSTACR-FILE
               AT END
                   SET END-OF-ACCRUALS TO TRUE
               NOT AT END
                   MOVE CUSTACR-FILE-RECORD TO CUSTACR-RECORD
                   MOVE 'CUSTACR ' TO WS-FND-FILE-ID
                   MOVE CUSTACR-CUSTOMER-ID TO WS-FND-CUSTOMER-ID
                   MOVE SPACES TO WS-FND-IMAGE
                   MOVE CUSTACR-RECORD TO WS-FND-IMAGE
                   PERFORM 8400-CLASSIFY-SATELLITE
                   IF WS-FND-REASON NOT = SPACES
                       MOVE SPACE TO WS-FND-ACTION
                       PERFORM 8500-WRITE-FINDING
                       ADD 1 TO WS-ACCRUAL-FINDINGS
                   END-IF
           END-READ.

       5000-SWEEP-STANDING-ORDERS.
           OPEN INPUT STORD-FILE
           IF WS-STORD-STATUS = '00'
               PERFORM 5100-CHECK-ONE-ORDER UNTIL END-OF-STORD
               CLOSE STORD-FILE
           END-IF.

      *    An active instruction is what keeps generating debits,
      *    so for it a closed-flagged account counts too, and each
      *    finding proposes stopping it -- or, merged away to an
      *    open survivor, moving it there. A suspended instruction
      *    is listed but left alone.
       5100-CHECK-ONE-ORDER.
           READ STORD-FILE
               AT END
                   SET END-OF-STORD TO TRUE
               NOT AT END
                   MOVE STORD-IN-RECORD TO STORD-RECORD
                   MOVE 'STORD   ' TO WS-FND-FILE-ID
                   MOVE STORD-CUSTOMER-ID TO WS-FND-CUSTOMER-ID
                   MOVE SPACES TO WS-FND-IMAGE
                   MOVE STORD-RECORD TO WS-FND-IMAGE
                   PERFORM 8400-CLASSIFY-SATELLITE
                   IF WS-FND-REASON = SPACES
                       AND LOOK-CLOSED
                       AND STORD-IS-ACTIVE
                       MOVE 'CUSTOMER FLAGGED CLOSED' TO WS-FND-REASON
                   END-IF
                   IF WS-FND-REASON NOT = SPACES
                       IF STORD-IS-ACTIVE
                           IF ID-ON-XREF
                               AND NOT CHAIN-IS-CIRCULAR
                               AND WS-FINAL-STATE = 'A'
                               MOVE 'D' TO WS-FND-ACTION
                           ELSE
                               MOVE 'S' TO WS-FND-ACTION
                               MOVE SPACES TO WS-FND-TARGET-ID
                           END-IF
                       END-IF
                       PERFORM 8500-WRITE-FINDING
                       ADD 1 TO WS-STORD-FINDINGS
                   END-IF
           END-READ.

       6000-SWEEP-HELD-ITEMS.
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = '00'
               PERFORM 6100-CHECK-ONE-HELD-ITEM UNTIL END-OF-HELD
               CLOSE HELD-FILE
           END-IF.

      *    Decided items are history; only an item still held can
      *    be released against a customer who is not there.
       6100-CHECK-ONE-HELD-ITEM.
           READ HELD-FILE
               AT END
                   SET END-OF-HELD TO TRUE
               NOT AT END
                   MOVE HELD-IN-RECORD TO CUSTHLD-RECORD
                   IF CUSTHLD-STATUS-HELD
                       MOVE 'CUSTHELD' TO WS-FND-FILE-ID
                       MOVE CUSTHLD-CUSTOMER-ID TO WS-FND-CUSTOMER-ID
                       MOVE SPACES TO WS-FND-IMAGE
                       PERFORM 8400-CLASSIFY-SATELLITE
                       IF WS-FND-REASON NOT = SPACES
                           MOVE SPACE TO WS-FND-ACTION
                           PERFORM 8500-WRITE-FINDING
                           ADD 1 TO WS-HELD-FINDINGS
                       END-IF
                   END-IF
           END-READ.

       7000-TERMINATE.
           MOVE SPACES TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE
           MOVE 'CROSS-REFERENCE FINDINGS' TO WS-RT-LABEL
           MOVE WS-XREF-FINDINGS TO WS-RT-COUNT
           PERFORM 7100-WRITE-TOTAL
           MOVE 'CREDIT-LIMIT FINDINGS' TO WS-RT-LABEL
           MOVE WS-LIMIT-FINDINGS TO WS-RT-COUNT
           PERFORM 7100-WRITE-TOTAL
           MOVE 'ACCUMULATOR FINDINGS' TO WS-RT-LABEL
           MOVE WS-ACCRUAL-FINDINGS TO WS-RT-COUNT
           PERFORM 7100-WRITE-TOTAL
           MOVE 'STANDING-ORDER FINDINGS' TO WS-RT-LABEL
           MOVE WS-STORD-FINDINGS TO WS-RT-COUNT
           PERFORM 7100-WRITE-TOTAL
           MOVE 'HELD-ITEM FINDINGS' TO WS-RT-LABEL
           MOVE WS-HELD-FINDINGS TO WS-RT-COUNT
           PERFORM 7100-WRITE-TOTAL
           MOVE 'CLEANUP PROPOSALS' TO WS-RT-LABEL
           MOVE WS-PROPOSAL-SEQUENCE TO WS-RT-COUNT
           PERFORM 7100-WRITE-TOTAL
           CLOSE REPORT-FILE
           CLOSE PROPOSAL-FILE
           DISPLAY 'CUSTRIS1 CUSTOMER IDS KNOWN: ' WS-CUSTID-COUNT
           DISPLAY 'CUSTRIS1 FINDINGS:          ' WS-TOTAL-FINDINGS
           DISPLAY 'CUSTRIS1 PROPOSALS:         ' WS-PROPOSAL-SEQUENCE
           IF WS-TOTAL-FINDINGS > ZERO
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA.

       7100-WRITE-TOTAL.
           MOVE WS-RPT-TOTAL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

      *    Where WS-LOOK-ID stands, from the id table; not found
      *    means it never existed. The last entry for an id wins,
      *    so a customer archived and restored reads as open.
       8000-LOOKUP-STATE.
           MOVE 'N' TO WS-LOOK-STATE
           PERFORM VARYING WS-CID-IDX FROM 1 BY 1
               UNTIL WS-CID-IDX > WS-CUSTID-COUNT
               IF WS-CUSTID(WS-CID-IDX) = WS-LOOK-ID
                   MOVE WS-CUSTID-STATE(WS-CID-IDX) TO WS-LOOK-STATE
               END-IF
           END-PERFORM.

       8100-FIND-XREF.
           MOVE ZERO TO WS-XRF-FOUND-IDX
           PERFORM VARYING WS-XRF-SCAN-IDX FROM 1 BY 1
               UNTIL WS-XRF-SCAN-IDX > WS-XREF-COUNT
               OR WS-XRF-FOUND-IDX > ZERO
               IF WS-XREF-MERGED-ID(WS-XRF-SCAN-IDX) = WS-LOOK-ID
                   MOVE WS-XRF-SCAN-IDX TO WS-XRF-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Follows WS-RESOLVE-ID down the cross-reference to the
      *    customer it finally rests with. A chain longer than the
      *    cross-reference has entries, or one that comes back to
      *    where it started, goes round in a circle.
       8200-RESOLVE-SURVIVOR.
           MOVE WS-RESOLVE-ID TO WS-FINAL-ID
           MOVE ZERO TO WS-HOP-COUNT
           MOVE 'N' TO WS-CIRCULAR-SW
           MOVE WS-FINAL-ID TO WS-LOOK-ID
           PERFORM 8100-FIND-XREF
           PERFORM UNTIL WS-XRF-FOUND-IDX = ZERO
               OR CHAIN-IS-CIRCULAR
               MOVE WS-XREF-SURVIVOR-ID(WS-XRF-FOUND-IDX)
                   TO WS-FINAL-ID
               ADD 1 TO WS-HOP-COUNT
               IF WS-FINAL-ID = WS-RESOLVE-ID
                   OR WS-HOP-COUNT > WS-XREF-COUNT
                   SET CHAIN-IS-CIRCULAR TO TRUE
               ELSE
                   MOVE WS-FINAL-ID TO WS-LOOK-ID
                   PERFORM 8100-FIND-XREF
               END-IF
           END-PERFORM
           MOVE WS-FINAL-ID TO WS-LOOK-ID
           PERFORM 8000-LOOKUP-STATE
           MOVE WS-LOOK-STATE TO WS-FINAL-STATE.

       8300-DESCRIBE-STATE.
           EVALUATE TRUE
               WHEN LOOK-OPEN
                   MOVE 'STILL OPEN'     TO WS-STATE-WORD
               WHEN LOOK-CLOSED
                   MOVE 'FLAGGED CLOSED' TO WS-STATE-WORD
               WHEN LOOK-MERGED
                   MOVE 'MERGED AWAY'    TO WS-STATE-WORD
               WHEN LOOK-ARCHIVED
                   MOVE 'ARCHIVED'       TO WS-STATE-WORD
               WHEN LOOK-QUARANTINED
                   MOVE 'QUARANTINED'    TO WS-STATE-WORD
               WHEN OTHER
                   MOVE 'NEVER EXISTED'  TO WS-STATE-WORD
           END-EVALUATE.

      *    Classifies the satellite record's customer. An id on the
      *    cross-reference is merged away whatever the master says,
      *    and is resolved to its final survivor; otherwise archived,
      *    quarantined, never existed, or flagged merged without a
      *    cross-reference entry are findings. WS-FND-REASON comes
      *    back spaces when the customer is in order.
       8400-CLASSIFY-SATELLITE.
           MOVE SPACES TO WS-FND-REASON
           MOVE SPACES TO WS-FND-TARGET-ID
           MOVE SPACE  TO WS-FND-ACTION
           MOVE 'N' TO WS-ON-XREF-SW
           MOVE 'N' TO WS-CIRCULAR-SW
           MOVE SPACE TO WS-FINAL-STATE
           MOVE WS-FND-CUSTOMER-ID TO WS-LOOK-ID
           PERFORM 8100-FIND-XREF
           IF WS-XRF-FOUND-IDX > ZERO
               SET ID-ON-XREF TO TRUE
               MOVE WS-FND-CUSTOMER-ID TO WS-RESOLVE-ID
               PERFORM 8200-RESOLVE-SURVIVOR
               EVALUATE TRUE
                   WHEN CHAIN-IS-CIRCULAR
                       MOVE 'MERGE CHAIN IS CIRCULAR'
                           TO WS-FND-REASON
                   WHEN WS-FINAL-STATE = 'A'
                       MOVE 'CUSTOMER MERGED AWAY' TO WS-FND-REASON
                       MOVE WS-FINAL-ID TO WS-FND-TARGET-ID
                   WHEN OTHER
                       MOVE WS-FINAL-STATE TO WS-LOOK-STATE
                       PERFORM 8300-DESCRIBE-STATE
                       STRING 'MERGED,SURVIVOR ' WS-STATE-WORD
                           DELIMITED BY SIZE INTO WS-FND-REASON
                       MOVE WS-FINAL-ID TO WS-FND-TARGET-ID
               END-EVALUATE
           ELSE
               MOVE WS-FND-CUSTOMER-ID TO WS-LOOK-ID
               PERFORM 8000-LOOKUP-STATE
               EVALUATE TRUE
                   WHEN LOOK-OPEN OR LOOK-CLOSED
                       CONTINUE
                   WHEN LOOK-MERGED
                       MOVE 'MERGED, NO CROSS-REFERENCE'
                           TO WS-FND-REASON
                   WHEN OTHER
                       PERFORM 8300-DESCRIBE-STATE
                       STRING 'CUSTOMER ' WS-STATE-WORD
                           DELIMITED BY SIZE INTO WS-FND-REASON
               END-EVALUATE
           END-IF.

      *    One report line per finding; a finding with an action is
      *    also a numbered proposal on CUSTRIPO.
       8500-WRITE-FINDING.
           ADD 1 TO WS-TOTAL-FINDINGS
           MOVE WS-FND-FILE-ID     TO WS-RD-FILE-ID
           MOVE WS-FND-CUSTOMER-ID TO WS-RD-CUSTOMER-ID
           MOVE WS-FND-REASON      TO WS-RD-REASON
           MOVE WS-FND-TARGET-ID   TO WS-RD-TARGET-ID
           MOVE ZERO TO WS-RD-SEQUENCE
           EVALUATE WS-FND-ACTION
               WHEN 'S'
                   MOVE 'SUSPEND ORDER'  TO WS-RD-ACTION
               WHEN 'D'
                   MOVE 'REDIRECT ORDER' TO WS-RD-ACTION
               WHEN 'L'
                   MOVE 'REDIRECT LIMIT' TO WS-RD-ACTION
               WHEN 'X'
                   MOVE 'REPOINT XREF'   TO WS-RD-ACTION
               WHEN OTHER
                   MOVE 'REPORT ONLY'    TO WS-RD-ACTION
           END-EVALUATE
           IF WS-FND-ACTION NOT = SPACE
               ADD 1 TO WS-PROPOSAL-SEQUENCE
               MOVE WS-PROPOSAL-SEQUENCE TO WS-RD-SEQUENCE
               MOVE SPACES TO CUSTRIP-RECORD
               MOVE BUSDATE-CURRENT-DATE TO CUSTRIP-SWEEP-DATE
               MOVE WS-PROPOSAL-SEQUENCE TO CUSTRIP-SEQUENCE
               MOVE WS-FND-FILE-ID       TO CUSTRIP-FILE-ID
               MOVE WS-FND-CUSTOMER-ID   TO CUSTRIP-CUSTOMER-ID
               MOVE WS-FND-ACTION        TO CUSTRIP-ACTION
               MOVE WS-FND-TARGET-ID     TO CUSTRIP-TARGET-ID
               MOVE WS-FND-REASON        TO CUSTRIP-REASON
               MOVE WS-FND-IMAGE         TO CUSTRIP-RECORD-IMAGE
               SET CUSTRIP-STATUS-PROPOSED TO TRUE
               MOVE ZERO TO CUSTRIP-DECIDED-DATE
               MOVE CUSTRIP-RECORD TO PROPOSAL-OUT-RECORD
               WRITE PROPOSAL-OUT-RECORD
           END-IF
           MOVE WS-RPT-DETAIL TO REPORT-OUT-LINE
           WRITE REPORT-OUT-LINE.

       9000-CHECK-FILE-STATUS.
           MOVE 'CUSTRIS1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** CUSTRIS1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
