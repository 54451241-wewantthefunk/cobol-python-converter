      *    chain for backdated postings. CUSTPST1 books a backdated
      *    item's history record to its effective date; this job,
      *    run after the nightly CUSTBAL1 has written today's
      *    control record, reads the day's posting-run history from
      *    the keyed history store (CUSTHSTK) by its run date -- the
      *    CUSTHSKL load log must show the day's slice loaded, so
      *    the compaction job (CUSTHSK1) runs first -- sums the net
      *    movement of every record booked to a date
      *    before today -- the balance either side of each posting
      *    gives the exact delta, sign and all -- and rewrites the
      *    chain: every record from the earliest effective date
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSTKEY-FILE       ASSIGN TO "CUSTHSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSTKEY-FILE-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-RUN-KEY
               ALTERNATE RECORD KEY IS HSTKEY-FILE-POSTED-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LOADLOG-FILE      ASSIGN TO "CUSTHSKL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADLOG-STATUS.
           SELECT CUSTREC-FILE      ASSIGN TO "CUSTRECF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTBFW-IN-FILE   ASSIGN TO "CUSTBFWI"

       DATA DIVISION.
       FILE SECTION.
       FD  HSTKEY-FILE.
       01  HSTKEY-FILE-RECORD.
           05  HSTKEY-FILE-KEY.
               10  FILLER              PIC X(08).
               10  HSTKEY-FILE-RUN-KEY PIC X(15).
           05  HSTKEY-FILE-POSTED-KEY  PIC X(16).
           05  FILLER                  PIC X(75).

       FD  LOADLOG-FILE.
       01  LOADLOG-LINE                PIC X(80).

       FD  CUSTREC-FILE.
       01  CUSTREC-FILE-RECORD         PIC X(61).

       FD  CUSTBFW-IN-FILE.
       01  CUSTBFW-IN-LINE             PIC X(88).

       FD  CUSTBFW-OUT-FILE.
       01  CUSTBFW-OUT-LINE            PIC X(88).

       FD  REPORT-FILE.
       01  REPORT-OUT-LINE             PIC X(80).
           88  END-OF-HISTORY                       VALUE 'Y'.
       01  WS-BFW-EOF                   PIC X       VALUE 'N'.
           88  END-OF-BFW                           VALUE 'Y'.
       01  WS-LOADLOG-EOF               PIC X       VALUE 'N'.
           88  END-OF-LOADLOG                       VALUE 'Y'.
       01  WS-DAY-LOADED-SWITCH         PIC X       VALUE 'N'.
           88  DAY-IS-LOADED                        VALUE 'Y'.

       01  WS-HISTORY-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-LOADLOG-STATUS            PIC X(02)   VALUE SPACES.
       01  WS-CORRELATION-ID            PIC X(12)   VALUE SPACES.
       01  WS-SEEK-RUN-KEY.
           05  WS-SEEK-RUN-DATE         PIC 9(08).
           05  WS-SEEK-RUN-SEQ          PIC 9(07).

      *    Net backdated movement by effective date, accumulated
      *    from the day's history records booked before today and
       01  WS-VIEW-EOF-SWITCH           PIC X       VALUE 'N'.
           88  END-OF-VIEWS                         VALUE 'Y'.
       01  WS-VIEW-TABLE.
           05  WS-VIEW-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-VIEW-ENTRY OCCURS 5000 TIMES.
               10  WS-VIEW-CUSTOMER-ID  PIC X(08).
               10  WS-VIEW-TYPE         PIC X(01).
       01  WS-VIEW-IDX                  PIC 9(04).
       01  WS-VIEW-FOUND-IDX            PIC 9(04).
       01  WS-POSTED-VIEW               PIC X(01)   VALUE SPACE.

       01  WS-CONTROL-TOTALS.

       COPY CUSTREC.
       COPY CUSTHST.
       COPY CUSTHSK.
       COPY CUSTHSL.
       COPY CUSTBFW.
       COPY BUSDATE.
       COPY FSTATCOM.
       COPY JOBGATE.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CHECK-DAY-IN-STORE
           PERFORM 1200-LOAD-CUSTOMER-VIEWS
           OPEN OUTPUT REPORT-FILE.

      *    The store is only trusted for the day once the load log
      *    shows the day's slice in it; until then a restatement
      *    would miss every backdated item and look clean.
       1100-CHECK-DAY-IN-STORE.
           OPEN INPUT LOADLOG-FILE
           MOVE WS-LOADLOG-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSKL' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           PERFORM 1110-READ-ONE-LOG-ENTRY UNTIL END-OF-LOADLOG
           CLOSE LOADLOG-FILE
           IF NOT DAY-IS-LOADED
               DISPLAY '*** CUSTRST1 TODAY''S HISTORY IS NOT IN THE'
                   ' KEYED STORE -- RUN CUSTHSK1 FIRST ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-ONE-LOG-ENTRY.
           READ LOADLOG-FILE
               AT END
                   SET END-OF-LOADLOG TO TRUE
               NOT AT END
                   MOVE LOADLOG-LINE TO CUSTHSL-RECORD
                   IF CUSTHSL-RUN-DATE = BUSDATE-CURRENT-DATE
                       AND CUSTHSL-SLICE-LOADED
                       SET DAY-IS-LOADED TO TRUE
                   END-IF
           END-READ.

       1200-LOAD-CUSTOMER-VIEWS.
                       OR CUSTREC-FILE-RECORD(1:4) = 'TRL*'
                       CONTINUE
                   ELSE
                       IF WS-VIEW-COUNT >= 5000
                           DISPLAY '*** CUSTRST1 MASTER HAS MORE'
                               ' THAN 5000 RECORDS -- RUN ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       ELSE
                           ADD 1 TO WS-VIEW-COUNT
                           MOVE CUSTREC-FILE-RECORD
                   END-IF
           END-READ.

      *    The day's postings are the store records loaded under
      *    today's run date from the posting run's slice (those a
      *    merge transfer loaded under the same date are not
      *    postings); a channel the backout job has taken out of
      *    the store is gone from here too.
       2000-GATHER-BACKDATED-DELTAS.
           OPEN INPUT HSTKEY-FILE
           MOVE WS-HISTORY-STATUS TO FSTAT-FILE-STATUS
           MOVE 'CUSTHSTK' TO FSTAT-DD-NAME
           MOVE 'OPEN ' TO FSTAT-OPERATION
           PERFORM 9000-CHECK-FILE-STATUS
           MOVE BUSDATE-CURRENT-DATE TO WS-SEEK-RUN-DATE
           MOVE ZERO TO WS-SEEK-RUN-SEQ
           MOVE WS-SEEK-RUN-KEY TO HSTKEY-FILE-RUN-KEY
           MOVE 'N' TO WS-HISTORY-EOF
           START HSTKEY-FILE KEY NOT LESS THAN HSTKEY-FILE-RUN-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM 2100-READ-ONE-HISTORY UNTIL END-OF-HISTORY
           CLOSE HSTKEY-FILE.

       2100-READ-ONE-HISTORY.
           READ HSTKEY-FILE NEXT
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE HSTKEY-FILE-RECORD TO CUSTHSK-RECORD
                   MOVE CUSTHSK-HISTORY TO CUSTHST-RECORD
                   EVALUATE TRUE
                       WHEN CUSTHSK-RUN-DATE NOT = BUSDATE-CURRENT-DATE
                           SET END-OF-HISTORY TO TRUE
                       WHEN CUSTHST-CORRELATION-ID(1:4) = 'CPST'
                           AND CUSTHST-BUSINESS-DATE
                               < BUSDATE-CURRENT-DATE
                           PERFORM 2200-ACCUMULATE-ONE-DELTA
                   END-EVALUATE
           END-READ.

      *    The balance either side of the posting gives the signed
