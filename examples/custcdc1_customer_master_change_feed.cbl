       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCDC1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Nightly change-data-capture feed of the customer master
      *    for the data warehouse. The warehouse used to take the
      *    whole master every night and work out for itself what
      *    had moved; this job does the comparison here, where the
      *    record layout is understood. Yesterday's snapshot
      *    (CUSTCDCP) and today's master (CUSTRECF), both in
      *    customer-id order as the unload leaves them, are matched
      *    key for key and only the differences are written to the
      *    CUSTCDCF feed (CUSTCDC.CPY): a new customer is an
      *    insert, a changed record an update -- or a closure or a
      *    merge when that is what moved its status byte -- and a
      *    customer gone from the master is an archive move when
      *    CUSTARC1 logged it on the archive-activity history
      *    (CUSTAHST) today, an unexplained removal otherwise. The
      *    change records are flattened out of whichever CUSTREC
      *    view the record is on, so the warehouse never has to
      *    know about the dual layout. The feed is wrapped in the
      *    FILEHDTR header/trailer, and today's master is written
      *    out as tomorrow's snapshot (CUSTCDCS). With no snapshot
      *    on file -- the first night -- every customer goes as an
      *    insert, which is the warehouse's initial load.
      *
      *    The feed's control totals are tied back to the CUSTBFW
      *    balance-forward record for the business date: today's
      *    master total plus the quarantine and suspense totals on
      *    that record must make its closing total. They are
      *    written to the CUSTCDCT control record. Only a feed that
      *    ties is registered on the XMITREG registration feed for
      *    XMITCTL1 to put on the transmission manifest; a break,
      *    or no CUSTBFW record for the date, holds the feed back
      *    and ends the run RC 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-FILE        ASSIGN TO "CUSTCDCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SNAPSHOT-FILE     ASSIGN TO "CUSTCDCS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARC-HISTORY-FILE  ASSIGN TO "CUSTAHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-HISTORY-STATUS.
           SELECT CUSTBFW-FILE      ASSIGN TO "CUSTBFWF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTBFW-STATUS.
           SELECT FEED-FILE         ASSIGN TO "CUSTCDCF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE      ASSIGN TO "CUSTCDCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE     ASSIGN TO "XMITREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-FILE.
       01  PRIOR-IN-RECORD             PIC X(61).

       FD  CUSTREC-FILE.
       01  CUSTREC-IN-RECORD           PIC X(61).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-OUT-RECORD         PIC X(61).

       FD  ARC-HISTORY-FILE.
       01  ARC-HISTORY-LINE.
           05  AHS-LOG-DATE            PIC 9(08).
           05  AHS-ACTION              PIC X(01).
           05  AHS-CUSTOMER-ID         PIC X(08).
           05  AHS-REASON              PIC X(20).

       FD  CUSTBFW-FILE.
       01  CUSTBFW-IN-LINE             PIC X(88).

       FD  FEED-FILE.
       01  FEED-OUT-RECORD             PIC X(80).

       FD  CONTROL-FILE.
       01  CONTROL-OUT-LINE            PIC X(100).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  XRG-FILE-NAME           PIC X(08).
           05  XRG-DESTINATION         PIC X(08).
           05  XRG-RECORD-COUNT        PIC 9(09).
           05  XRG-ACK-WINDOW-HRS      PIC 9(02).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-PRIOR-EOF                 PIC X       VALUE 'N'.
           88  END-OF-PRIOR                         VALUE 'Y'.
       01  WS-MASTER-EOF                PIC X       VALUE 'N'.
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-ARC-HISTORY-EOF           PIC X       VALUE 'N'.
           88  END-OF-ARC-HISTORY                   VALUE 'Y'.
       01  WS-CUSTBFW-EOF               PIC X       VALUE 'N'.
           88  END-OF-CUSTBFW                       VALUE 'Y'.
       01  WS-PRIOR-OPEN-SWITCH         PIC X       VALUE 'N'.
           88  PRIOR-SNAPSHOT-OPEN                  VALUE 'Y'.
       01  WS-CUSTBFW-FOUND-SWITCH      PIC X       VALUE 'N'.
           88  CUSTBFW-DAY-ON-FILE                  VALUE 'Y'.

       01  WS-PRIOR-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-ARC-HISTORY-STATUS        PIC X(02)   VALUE SPACES.
       01  WS-CUSTBFW-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

      *    The two sides of the match. A side at end of file holds
      *    HIGH-VALUES in its key, so the other side drains through
      *    the same comparison.
       01  WS-PRIOR-KEY                 PIC X(08)   VALUE LOW-VALUES.
       01  WS-TODAY-KEY                 PIC X(08)   VALUE LOW-VALUES.
       01  WS-PRIOR-LAST-KEY            PIC X(08)   VALUE LOW-VALUES.
       01  WS-TODAY-LAST-KEY            PIC X(08)   VALUE LOW-VALUES.
       01  WS-PRIOR-IMAGE               PIC X(61)   VALUE SPACES.
       01  WS-TODAY-IMAGE               PIC X(61)   VALUE SPACES.
       01  WS-PRIOR-STATUS-BYTE         PIC X(01)   VALUE SPACE.

      *    Customers CUSTARC1 moved to the archive today.
       01  WS-ARCHIVED-TABLE.
           05  WS-ARCHIVED-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-ARCHIVED-ID OCCURS 2000 TIMES
                                        PIC X(08).
       01  WS-ARC-IDX                   PIC 9(04).
       01  WS-ARCHIVED-SWITCH           PIC X       VALUE 'N'.
           88  CUSTOMER-ARCHIVED-TODAY              VALUE 'Y'.

       01  WS-SPLIT-LAST-NAME           PIC X(30)   VALUE SPACES.
       01  WS-SPLIT-FIRST-NAME          PIC X(30)   VALUE SPACES.
       01  WS-FIRST-TRIMMED             PIC X(30)   VALUE SPACES.
       01  WS-SPLIT-OVERFLOW-SWITCH     PIC X       VALUE 'N'.
           88  NAME-SPLIT-OVERFLOWED                VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-PRIOR-READ            PIC 9(07)   VALUE ZERO.
           05  WS-TODAY-READ            PIC 9(07)   VALUE ZERO.
           05  WS-UNCHANGED             PIC 9(07)   VALUE ZERO.
           05  WS-INSERTS               PIC 9(07)   VALUE ZERO.
           05  WS-UPDATES               PIC 9(07)   VALUE ZERO.
           05  WS-CLOSURES              PIC 9(07)   VALUE ZERO.
           05  WS-MERGES                PIC 9(07)   VALUE ZERO.
           05  WS-ARCHIVES              PIC 9(07)   VALUE ZERO.
           05  WS-REMOVALS              PIC 9(07)   VALUE ZERO.
           05  WS-CHANGES-WRITTEN       PIC 9(09)   VALUE ZERO.
           05  WS-PRIOR-TOTAL           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-TODAY-TOTAL           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-EXPECTED-CLOSING      PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.

       01  WS-CONTROL-LINE.
           05  CCT-BUSINESS-DATE        PIC 9(08).
           05  CCT-INSERTS              PIC 9(07).
           05  CCT-UPDATES              PIC 9(07).
           05  CCT-CLOSURES             PIC 9(07).
           05  CCT-MERGES               PIC 9(07).
           05  CCT-ARCHIVES             PIC 9(07).
           05  CCT-REMOVALS             PIC 9(07).
           05  CCT-PRIOR-TOTAL          PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  CCT-MASTER-TOTAL         PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  CCT-CUSTBFW-CLOSING      PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
      *    'T' tied to CUSTBFW, 'B' broken, 'N' no CUSTBFW record
      *    for the business date.
           05  CCT-TIE-RESULT           PIC X(01).
               88  CCT-FEED-TIED                    VALUE 'T'.
               88  CCT-FEED-BROKEN                  VALUE 'B'.
               88  CCT-NO-CONTROL-RECORD            VALUE 'N'.
           05  FILLER                   PIC X(01)   VALUE SPACE.

       COPY CUSTREC.
       COPY CUSTCDC.
       COPY CUSTBFW.
       COPY BUSDATE.
       COPY FILEHDTR.
       COPY FSTATCOM.
       COPY JOBGATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ONE-KEY
               UNTIL END-OF-PRIOR AND END-OF-MASTER
           PERFORM 3000-TIE-TO-BALANCE-FORWARD
           PERFORM 4000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CCDC' TO WS-CORRELATION-ID(1:4)
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO WS-CORRELATION-ID(5:6)
           MOVE '01' TO WS-CORRELATION-ID(11:2)
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTCDC1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           MOVE 'CUSTCDC1' TO JOBGATE-JOB-NAME
           SET JOBGATE-MODE-START TO TRUE
           MOVE BUSDATE-CURRENT-DATE TO JOBGATE-BUSINESS-DATE
           MOVE ZERO TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA
           IF JOBGATE-RESULT-NO-GO
               DISPLAY '*** CUSTCDC1 PREDECESSORS INCOMPLETE --'
                   ' RUN ENDED BEFORE THE COMPARISON ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ARCHIVED-TODAY
           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-STATUS = '00'
               SET PRIOR-SNAPSHOT-OPEN TO TRUE
               PERFORM 2900-READ-PRIOR
           ELSE
               DISPLAY '*** CUSTCDC1 NO PRIOR SNAPSHOT -- EVERY'
                   ' CUSTOMER GOES AS AN INSERT ***'
               SET END-OF-PRIOR TO TRUE
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           END-IF
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTRECF' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           OPEN OUTPUT SNAPSHOT-FILE
           OPEN OUTPUT FEED-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'HDR*' TO FILEHDTR-TAG
           MOVE 'CUSTCDCF' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE ZEROES TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO FEED-OUT-RECORD
           WRITE FEED-OUT-RECORD
           PERFORM 2950-READ-MASTER.

      *    Only today's archive moves matter: a customer archived on
      *    an earlier night left yesterday's snapshot with it.
       1100-LOAD-ARCHIVED-TODAY.
           OPEN INPUT ARC-HISTORY-FILE
           IF WS-ARC-HISTORY-STATUS = '00'
               PERFORM 1110-READ-ARC-HISTORY
                   UNTIL END-OF-ARC-HISTORY
               CLOSE ARC-HISTORY-FILE
           END-IF.

       1110-READ-ARC-HISTORY.
           READ ARC-HISTORY-FILE
               AT END
                   SET END-OF-ARC-HISTORY TO TRUE
               NOT AT END
                   IF AHS-LOG-DATE = BUSDATE-CURRENT-DATE
                       AND AHS-ACTION = 'A'
                       IF WS-ARCHIVED-COUNT >= 2000
                           DISPLAY '*** CUSTCDC1 MORE THAN 2000'
                               ' ARCHIVE MOVES TODAY -- RUN'
                               ' ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ARCHIVED-COUNT
                       MOVE AHS-CUSTOMER-ID
                           TO WS-ARCHIVED-ID(WS-ARCHIVED-COUNT)
                   END-IF
           END-READ.

      *    One step of the balanced-line match. Equal keys are a
      *    customer on both files; a lower prior key is a customer
      *    gone from the master; a lower today key is a new one.
       2000-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-PRIOR-KEY = WS-TODAY-KEY
                   PERFORM 2100-COMPARE-BOTH-IMAGES
                   PERFORM 2900-READ-PRIOR
                   PERFORM 2950-READ-MASTER
               WHEN WS-PRIOR-KEY < WS-TODAY-KEY
                   PERFORM 2300-CUSTOMER-GONE
                   PERFORM 2900-READ-PRIOR
               WHEN OTHER
                   MOVE WS-TODAY-IMAGE TO CUSTREC-RECORD
                   SET CUSTCDC-INSERT TO TRUE
                   ADD 1 TO WS-INSERTS
                   PERFORM 2500-WRITE-CHANGE
                   PERFORM 2950-READ-MASTER
           END-EVALUATE.

      *    A byte-for-byte comparison: any field the warehouse
      *    carries, or the checksum restamped behind a name change,
      *    makes the record an update. A status byte newly at 'C'
      *    or 'M' names the update a closure or a merge.
       2100-COMPARE-BOTH-IMAGES.
           IF WS-PRIOR-IMAGE = WS-TODAY-IMAGE
               ADD 1 TO WS-UNCHANGED
           ELSE
               MOVE WS-PRIOR-IMAGE TO CUSTREC-RECORD
               MOVE CUSTREC-LEGACY-STATUS TO WS-PRIOR-STATUS-BYTE
               MOVE WS-TODAY-IMAGE TO CUSTREC-RECORD
               EVALUATE TRUE
                   WHEN CUSTREC-LEGACY-CLOSED
                       AND WS-PRIOR-STATUS-BYTE NOT = 'C'
                       SET CUSTCDC-CLOSURE TO TRUE
                       ADD 1 TO WS-CLOSURES
                   WHEN CUSTREC-LEGACY-MERGED
                       AND WS-PRIOR-STATUS-BYTE NOT = 'M'
                       SET CUSTCDC-MERGE TO TRUE
                       ADD 1 TO WS-MERGES
                   WHEN OTHER
                       SET CUSTCDC-UPDATE TO TRUE
                       ADD 1 TO WS-UPDATES
               END-EVALUATE
               PERFORM 2500-WRITE-CHANGE
           END-IF.

      *    A customer the master no longer holds. CUSTARC1's log
      *    explains an archive move; anything else -- a quarantine
      *    pull, a hand deletion -- still goes to the warehouse,
      *    as a removal, and is named on the job log.
       2300-CUSTOMER-GONE.
           MOVE WS-PRIOR-IMAGE TO CUSTREC-RECORD
           MOVE 'N' TO WS-ARCHIVED-SWITCH
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARCHIVED-COUNT
                  OR CUSTOMER-ARCHIVED-TODAY
               IF WS-ARCHIVED-ID(WS-ARC-IDX) = CUSTREC-CUSTOMER-ID
                   SET CUSTOMER-ARCHIVED-TODAY TO TRUE
               END-IF
           END-PERFORM
           IF CUSTOMER-ARCHIVED-TODAY
               SET CUSTCDC-ARCHIVE TO TRUE
               ADD 1 TO WS-ARCHIVES
           ELSE
               DISPLAY 'CUSTCDC1 ' CUSTREC-CUSTOMER-ID
                   ' LEFT THE MASTER WITHOUT AN ARCHIVE MOVE --'
                   ' SENT AS A REMOVAL'
               SET CUSTCDC-REMOVAL TO TRUE
               ADD 1 TO WS-REMOVALS
           END-IF
           PERFORM 2500-WRITE-CHANGE.

      *    Flatten whichever view CUSTREC-RECORD is on into the
      *    feed layout. The change type is already set.
       2500-WRITE-CHANGE.
           MOVE BUSDATE-CURRENT-DATE TO CUSTCDC-BUSINESS-DATE
           MOVE CUSTREC-CUSTOMER-ID  TO CUSTCDC-CUSTOMER-ID
           MOVE CUSTREC-TYPE         TO CUSTCDC-SOURCE-VIEW
           IF CUSTREC-TYPE-FINANCE
               MOVE CUSTREC-FIN-LAST-NAME  TO CUSTCDC-LAST-NAME
               MOVE CUSTREC-FIN-FIRST-NAME TO CUSTCDC-FIRST-NAME
               SET CUSTCDC-NAME-WAS-SPLIT  TO TRUE
               MOVE CUSTREC-FIN-BALANCE    TO CUSTCDC-BALANCE
               MOVE CUSTREC-FIN-RISK-SCORE TO CUSTCDC-RISK-SCORE
           ELSE
               PERFORM 2600-SPLIT-LEGACY-NAME
               MOVE CUSTREC-LEGACY-BALANCE TO CUSTCDC-BALANCE
               MOVE ZERO                   TO CUSTCDC-RISK-SCORE
           END-IF
           MOVE CUSTREC-LEGACY-STATUS TO CUSTCDC-STATUS
           MOVE CUSTREC-LEGACY-CYCLE  TO CUSTCDC-CYCLE
           ADD 1 TO WS-CHANGES-WRITTEN
           MOVE CUSTCDC-RECORD TO FEED-OUT-RECORD
           WRITE FEED-OUT-RECORD.

      *    Legacy names are stored "LAST, FIRST" and split the way
      *    CUSTCNV1 splits them. A name that will not split cleanly
      *    is not guessed at: it goes unsplit, flagged, so nothing
      *    of it is lost on the way to the warehouse.
       2600-SPLIT-LEGACY-NAME.
           MOVE 'N' TO WS-SPLIT-OVERFLOW-SWITCH
           MOVE SPACES TO WS-SPLIT-LAST-NAME
                          WS-SPLIT-FIRST-NAME
                          WS-FIRST-TRIMMED
           UNSTRING CUSTREC-LEGACY-NAME
               DELIMITED BY ','
               INTO WS-SPLIT-LAST-NAME
                    WS-SPLIT-FIRST-NAME
               ON OVERFLOW
                   SET NAME-SPLIT-OVERFLOWED TO TRUE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SPLIT-FIRST-NAME)
               TO WS-FIRST-TRIMMED
           IF NAME-SPLIT-OVERFLOWED
               OR WS-SPLIT-FIRST-NAME = SPACES
               OR WS-SPLIT-LAST-NAME = SPACES
               OR WS-SPLIT-LAST-NAME(21:10) NOT = SPACES
               OR WS-FIRST-TRIMMED(11:20) NOT = SPACES
               MOVE CUSTREC-LEGACY-NAME(1:20) TO CUSTCDC-LAST-NAME
               MOVE CUSTREC-LEGACY-NAME(21:10)
                                          TO CUSTCDC-FIRST-NAME
               SET CUSTCDC-NAME-NOT-SPLIT TO TRUE
           ELSE
               MOVE WS-SPLIT-LAST-NAME(1:20) TO CUSTCDC-LAST-NAME
               MOVE WS-FIRST-TRIMMED(1:10)   TO CUSTCDC-FIRST-NAME
               SET CUSTCDC-NAME-WAS-SPLIT    TO TRUE
           END-IF.

      *    Header and trailer lines are passed over. The match only
      *    works on ascending keys, so a file out of order stops
      *    the run rather than sending a wrong feed.
       2900-READ-PRIOR.
           IF NOT END-OF-PRIOR
               READ PRIOR-FILE
                   AT END
                       SET END-OF-PRIOR TO TRUE
                       MOVE HIGH-VALUES TO WS-PRIOR-KEY
                   NOT AT END
                       IF PRIOR-IN-RECORD(1:4) = 'HDR*'
                           OR PRIOR-IN-RECORD(1:4) = 'TRL*'
                           PERFORM 2910-SKIP-PRIOR-CONTROL
                       ELSE
                           PERFORM 2920-TAKE-PRIOR-RECORD
                       END-IF
               END-READ
           END-IF.

       2910-SKIP-PRIOR-CONTROL.
           READ PRIOR-FILE
               AT END
                   SET END-OF-PRIOR TO TRUE
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
               NOT AT END
                   IF PRIOR-IN-RECORD(1:4) NOT = 'HDR*'
                       AND PRIOR-IN-RECORD(1:4) NOT = 'TRL*'
                       PERFORM 2920-TAKE-PRIOR-RECORD
                   END-IF
           END-READ.

       2920-TAKE-PRIOR-RECORD.
           MOVE PRIOR-IN-RECORD TO WS-PRIOR-IMAGE
           MOVE PRIOR-IN-RECORD(2:8) TO WS-PRIOR-KEY
           IF WS-PRIOR-KEY NOT > WS-PRIOR-LAST-KEY
               DISPLAY '*** CUSTCDC1 PRIOR SNAPSHOT OUT OF SEQUENCE'
                   ' AT ' WS-PRIOR-KEY ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PRIOR-KEY TO WS-PRIOR-LAST-KEY
           MOVE WS-PRIOR-IMAGE TO CUSTREC-RECORD
           ADD CUSTREC-LEGACY-BALANCE TO WS-PRIOR-TOTAL
           ADD 1 TO WS-PRIOR-READ.

       2950-READ-MASTER.
           IF NOT END-OF-MASTER
               READ CUSTREC-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                       MOVE HIGH-VALUES TO WS-TODAY-KEY
                   NOT AT END
                       IF CUSTREC-IN-RECORD(1:4) = 'HDR*'
                           OR CUSTREC-IN-RECORD(1:4) = 'TRL*'
                           PERFORM 2960-SKIP-MASTER-CONTROL
                       ELSE
                           PERFORM 2970-TAKE-MASTER-RECORD
                       END-IF
               END-READ
           END-IF.

       2960-SKIP-MASTER-CONTROL.
           READ CUSTREC-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-TODAY-KEY
               NOT AT END
                   IF CUSTREC-IN-RECORD(1:4) NOT = 'HDR*'
                       AND CUSTREC-IN-RECORD(1:4) NOT = 'TRL*'
                       PERFORM 2970-TAKE-MASTER-RECORD
                   END-IF
           END-READ.

      *    Each of today's records is also tomorrow's snapshot.
       2970-TAKE-MASTER-RECORD.
           MOVE CUSTREC-IN-RECORD TO WS-TODAY-IMAGE
           MOVE CUSTREC-IN-RECORD(2:8) TO WS-TODAY-KEY
           IF WS-TODAY-KEY NOT > WS-TODAY-LAST-KEY
               DISPLAY '*** CUSTCDC1 CUSTOMER MASTER OUT OF SEQUENCE'
                   ' AT ' WS-TODAY-KEY ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TODAY-KEY TO WS-TODAY-LAST-KEY
           MOVE WS-TODAY-IMAGE TO CUSTREC-RECORD
           ADD CUSTREC-LEGACY-BALANCE TO WS-TODAY-TOTAL
           ADD 1 TO WS-TODAY-READ
           MOVE WS-TODAY-IMAGE TO SNAPSHOT-OUT-RECORD
           WRITE SNAPSHOT-OUT-RECORD.

      *    CUSTBAL1's closing total is the live master plus the
      *    quarantine and suspense totals it carries on the same
      *    record, so the master total this feed was cut from must
      *    make that closing total with them. The last record for
      *    the date wins, as a restatement appends it.
       3000-TIE-TO-BALANCE-FORWARD.
           OPEN INPUT CUSTBFW-FILE
           IF WS-CUSTBFW-STATUS = '00'
               PERFORM 3100-READ-CUSTBFW UNTIL END-OF-CUSTBFW
               CLOSE CUSTBFW-FILE
           END-IF
           MOVE BUSDATE-CURRENT-DATE TO CCT-BUSINESS-DATE
           MOVE WS-INSERTS     TO CCT-INSERTS
           MOVE WS-UPDATES     TO CCT-UPDATES
           MOVE WS-CLOSURES    TO CCT-CLOSURES
           MOVE WS-MERGES      TO CCT-MERGES
           MOVE WS-ARCHIVES    TO CCT-ARCHIVES
           MOVE WS-REMOVALS    TO CCT-REMOVALS
           MOVE WS-PRIOR-TOTAL TO CCT-PRIOR-TOTAL
           MOVE WS-TODAY-TOTAL TO CCT-MASTER-TOTAL
           IF CUSTBFW-DAY-ON-FILE
               MOVE CUSTBFW-CLOSING-TOTAL TO CCT-CUSTBFW-CLOSING
               COMPUTE WS-EXPECTED-CLOSING =
                   WS-TODAY-TOTAL + CUSTBFW-QUARANTINE-TOTAL
                   + CUSTBFW-SUSPENSE-TOTAL
               IF WS-EXPECTED-CLOSING = CUSTBFW-CLOSING-TOTAL
                   SET CCT-FEED-TIED TO TRUE
               ELSE
                   SET CCT-FEED-BROKEN TO TRUE
                   DISPLAY '*** CUSTCDC1 MASTER TOTAL DOES NOT TIE TO'
                       ' CUSTBFW -- EXPECTED CLOSING '
                       WS-EXPECTED-CLOSING ' ON FILE '
                       CUSTBFW-CLOSING-TOTAL ' ***'
                   MOVE 8 TO WS-RUN-RETURN-CODE
               END-IF
           ELSE
               MOVE ZERO TO CCT-CUSTBFW-CLOSING
               SET CCT-NO-CONTROL-RECORD TO TRUE
               DISPLAY '*** CUSTCDC1 NO CUSTBFW RECORD FOR '
                   BUSDATE-CURRENT-DATE ' -- FEED NOT TIED ***'
               MOVE 8 TO WS-RUN-RETURN-CODE
           END-IF.

       3100-READ-CUSTBFW.
           READ CUSTBFW-FILE
               AT END
                   SET END-OF-CUSTBFW TO TRUE
               NOT AT END
                   IF CUSTBFW-IN-LINE(1:8) = BUSDATE-CURRENT-DATE
                       MOVE CUSTBFW-IN-LINE TO CUSTBFW-RECORD
                       SET CUSTBFW-DAY-ON-FILE TO TRUE
                   END-IF
           END-READ.

      *    A feed that does not tie stays where it is for the
      *    morning shift: it is not put forward for transmission.
       4000-TERMINATE.
           IF PRIOR-SNAPSHOT-OPEN
               CLOSE PRIOR-FILE
           END-IF
           CLOSE CUSTREC-FILE
           CLOSE SNAPSHOT-FILE
           MOVE SPACES TO FILEHDTR-RECORD
           MOVE 'TRL*' TO FILEHDTR-TAG
           MOVE 'CUSTCDCF' TO FILEHDTR-FILE-NAME
           MOVE BUSDATE-CURRENT-DATE TO FILEHDTR-BUSINESS-DATE
           MOVE WS-CHANGES-WRITTEN TO FILEHDTR-RECORD-COUNT
           MOVE FILEHDTR-RECORD TO FEED-OUT-RECORD
           WRITE FEED-OUT-RECORD
           CLOSE FEED-FILE
           OPEN OUTPUT CONTROL-FILE
           MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
           WRITE CONTROL-OUT-LINE
           CLOSE CONTROL-FILE
           IF CCT-FEED-TIED
               OPEN EXTEND REGISTER-FILE
               MOVE 'CUSTCDCF'         TO XRG-FILE-NAME
               MOVE 'DWH     '         TO XRG-DESTINATION
               MOVE WS-CHANGES-WRITTEN TO XRG-RECORD-COUNT
               MOVE 12                 TO XRG-ACK-WINDOW-HRS
               WRITE REGISTER-RECORD
               CLOSE REGISTER-FILE
               DISPLAY 'CUSTCDC1 FEED REGISTERED FOR TRANSMISSION'
           ELSE
               DISPLAY '*** CUSTCDC1 FEED HELD BACK -- NOT'
                   ' REGISTERED FOR TRANSMISSION ***'
           END-IF
           DISPLAY 'CUSTCDC1 PRIOR RECORDS:    ' WS-PRIOR-READ
           DISPLAY 'CUSTCDC1 MASTER RECORDS:   ' WS-TODAY-READ
           DISPLAY 'CUSTCDC1 UNCHANGED:        ' WS-UNCHANGED
           DISPLAY 'CUSTCDC1 INSERTS:          ' WS-INSERTS
           DISPLAY 'CUSTCDC1 UPDATES:          ' WS-UPDATES
           DISPLAY 'CUSTCDC1 CLOSURES:         ' WS-CLOSURES
           DISPLAY 'CUSTCDC1 MERGES:           ' WS-MERGES
           DISPLAY 'CUSTCDC1 ARCHIVE MOVES:    ' WS-ARCHIVES
           DISPLAY 'CUSTCDC1 REMOVALS:         ' WS-REMOVALS
           DISPLAY 'CUSTCDC1 PRIOR TOTAL:      ' WS-PRIOR-TOTAL
           DISPLAY 'CUSTCDC1 MASTER TOTAL:     ' WS-TODAY-TOTAL
           SET JOBGATE-MODE-END TO TRUE
           MOVE WS-RUN-RETURN-CODE TO JOBGATE-RETURN-CODE
           CALL 'JOBGATE1' USING JOBGATE-COMM-AREA.

       9000-CHECK-FILE-STATUS.
           MOVE 'CUSTCDC1' TO FSTAT-CALLER
           MOVE WS-CORRELATION-ID TO FSTAT-CORRELATION-ID
           MOVE ZERO TO FSTAT-RETRY-COUNT
           CALL 'FILESTA2' USING FSTAT-COMM-AREA
           IF FSTAT-DISP-FATAL
               DISPLAY '*** CUSTCDC1 UNRECOVERABLE FILE ERROR ON '
                   FSTAT-DD-NAME ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
