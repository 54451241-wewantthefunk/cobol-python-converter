      *    Balances sitting in the quarantine file are folded into
      *    the closing total -- quarantined money is still the
      *    shop's money, so a quarantine or repair is an internal
      *    transfer, not a break. Open unapplied-cash suspense
      *    items (CUSTUNAF) are folded in the same way and carried
      *    on the control record: cash received into suspense and
      *    returned out of it, from the SUSPENSE line of the
      *    control file, are part of the day's movement, while an
      *    application to a customer -- a credit to the master and
      *    a debit to suspense -- nets to nothing. A break raises a
      *    FATAL through ERRH0100 -- which pages -- the night it
      *    appears.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT QUARANTINE-FILE   ASSIGN TO "CUSTQRNF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE     ASSIGN TO "CUSTUNAF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-CTL-FILE  ASSIGN TO "CUSTPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTBFW-IN-FILE   ASSIGN TO "CUSTBFWI"
       FD  QUARANTINE-FILE.
       01  QUARANTINE-IN-RECORD        PIC X(61).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-IN-RECORD          PIC X(70).

       FD  POSTING-CTL-FILE.
       01  POSTING-CTL-LINE.
           05  PCT-BUSINESS-DATE       PIC 9(08).
                                       SIGN LEADING SEPARATE.
           05  PCT-CLOSING-TOTAL       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
       01  POSTING-CTL-SUSPENSE-LINE.
           05  PCS-TAG                 PIC X(08).
               88  PCS-IS-SUSPENSE-LINE            VALUE 'SUSPENSE'.
           05  FILLER                  PIC X(05).
           05  PCS-RECEIVED            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(05).
           05  PCS-APPLIED             PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(05).
           05  PCS-RETURNED            PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(09).

       FD  CUSTBFW-IN-FILE.
       01  CUSTBFW-IN-LINE             PIC X(88).

       FD  CUSTBFW-OUT-FILE.
       01  CUSTBFW-OUT-LINE            PIC X(88).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).
           88  END-OF-MASTER                        VALUE 'Y'.
       01  WS-QRN-EOF                   PIC X       VALUE 'N'.
           88  END-OF-QUARANTINE                    VALUE 'Y'.
       01  WS-UNA-EOF                   PIC X       VALUE 'N'.
           88  END-OF-SUSPENSE                      VALUE 'Y'.
       01  WS-PCT-EOF                   PIC X       VALUE 'N'.
           88  END-OF-POSTING-CTL                   VALUE 'Y'.
       01  WS-MASTER-STATUS             PIC X(02)   VALUE SPACES.

      *    Run-level unit-of-work correlation id, carried on the
                                                    VALUE ZERO.
           05  WS-QUARANTINE-TOTAL      PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-SUSPENSE-TOTAL        PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-SUSPENSE-ITEMS        PIC 9(07)   VALUE ZERO.
           05  WS-CLOSING-TOTAL         PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-PRIOR-CLOSING         PIC S9(13)V99 COMP-3

       COPY CUSTREC.
       COPY CUSTBFW.
       COPY CUSTUNA.
       COPY BUSDATE.
       COPY ERR020W.
       COPY FSTATCOM.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUM-MASTER-BALANCES
           PERFORM 2500-SUM-QUARANTINE-BALANCES
           PERFORM 2600-SUM-SUSPENSE-BALANCES
           PERFORM 3000-PROVE-BALANCE-FORWARD
           PERFORM 4000-WRITE-CONTROL-RECORD
           SET JOBGATE-MODE-END TO TRUE
                   MOVE CUSTBFW-IN-LINE TO CUSTBFW-RECORD
           END-READ.

      *    The day record comes first; the channel lines behind it
      *    are passed over, and the SUSPENSE line adds the cash that
      *    came into and went back out of suspense. Money applied
      *    out of suspense is already in the credits, so it comes
      *    back off here.
       1200-READ-POSTED-MOVEMENT.
           OPEN INPUT POSTING-CTL-FILE
           READ POSTING-CTL-FILE
               AT END
                   SET END-OF-POSTING-CTL TO TRUE
                   DISPLAY '*** CUSTBAL1 NO POSTING CONTROL RECORD'
                       ' -- NET MOVEMENT TAKEN AS ZERO ***'
               NOT AT END
                   COMPUTE WS-POSTED-NET =
                       PCT-CREDIT-TOTAL - PCT-DEBIT-TOTAL
           END-READ
           PERFORM 1210-READ-SUSPENSE-MOVEMENT
               UNTIL END-OF-POSTING-CTL
           CLOSE POSTING-CTL-FILE.

       1210-READ-SUSPENSE-MOVEMENT.
           READ POSTING-CTL-FILE
               AT END
                   SET END-OF-POSTING-CTL TO TRUE
               NOT AT END
                   IF PCS-IS-SUSPENSE-LINE
                       COMPUTE WS-POSTED-NET = WS-POSTED-NET
                           + PCS-RECEIVED - PCS-APPLIED
                           - PCS-RETURNED
                   END-IF
           END-READ.

       2000-SUM-MASTER-BALANCES.
           OPEN INPUT CUSTREC-FILE
           MOVE WS-MASTER-STATUS TO FSTAT-FILE-STATUS
               WS-LEGACY-TOTAL + WS-FINANCE-TOTAL
               + WS-QUARANTINE-TOTAL.

      *    The open suspense items -- the research run's carried
      *    inventory together with the night's new receipts. Applied
      *    and returned items have left the file.
       2600-SUM-SUSPENSE-BALANCES.
           OPEN INPUT SUSPENSE-FILE
           PERFORM 2610-READ-SUSPENSE
           PERFORM 2620-SUM-ONE-SUSPENSE-ITEM UNTIL END-OF-SUSPENSE
           CLOSE SUSPENSE-FILE
           ADD WS-SUSPENSE-TOTAL TO WS-CLOSING-TOTAL.

       2610-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
           END-READ.

       2620-SUM-ONE-SUSPENSE-ITEM.
           MOVE SUSPENSE-IN-RECORD TO CUSTUNA-RECORD
           IF CUSTUNA-STATUS-UNAPPLIED
               ADD 1 TO WS-SUSPENSE-ITEMS
               ADD CUSTUNA-AMOUNT TO WS-SUSPENSE-TOTAL
           END-IF
           PERFORM 2610-READ-SUSPENSE.

       2510-READ-QUARANTINE.
           READ QUARANTINE-FILE
               AT END
           DISPLAY 'CUSTBAL1 LEGACY TOTAL:    ' WS-LEGACY-TOTAL
           DISPLAY 'CUSTBAL1 FINANCE TOTAL:   ' WS-FINANCE-TOTAL
           DISPLAY 'CUSTBAL1 QUARANTINED:     ' WS-QUARANTINE-TOTAL
           DISPLAY 'CUSTBAL1 SUSPENSE ITEMS:  ' WS-SUSPENSE-ITEMS
           DISPLAY 'CUSTBAL1 UNAPPLIED CASH:  ' WS-SUSPENSE-TOTAL
           DISPLAY 'CUSTBAL1 CLOSING TOTAL:   ' WS-CLOSING-TOTAL
           DISPLAY 'CUSTBAL1 PRIOR CLOSING:   ' WS-PRIOR-CLOSING
           DISPLAY 'CUSTBAL1 POSTED NET:      ' WS-POSTED-NET
           MOVE WS-QUARANTINE-TOTAL
                                  TO CUSTBFW-QUARANTINE-TOTAL
           MOVE WS-CLOSING-TOTAL  TO CUSTBFW-CLOSING-TOTAL
           MOVE WS-SUSPENSE-TOTAL TO CUSTBFW-SUSPENSE-TOTAL
           MOVE CUSTBFW-RECORD    TO CUSTBFW-OUT-LINE
           WRITE CUSTBFW-OUT-LINE
           CLOSE CUSTBFW-OUT-FILE.
