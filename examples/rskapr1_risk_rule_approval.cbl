       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSKAPR1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Approval transaction for proposed risk-scoring rule
      *    sets, reachable from the menu as its own MNUTRN dispatch
      *    entry (selection RK, transid RKAP) and driven here off a
      *    file of simulated submissions like CLRAPR1. The user's
      *    MNUSEC entitlement for RK is verified record-level before
      *    any action is honored. A rule set reaches the live
      *    RISKRUL file only through here, and only after RSKSCR1
      *    has simulated it: the RSKSIMF register (RSKSIM.CPY) says
      *    which sets have been simulated and what the simulation
      *    found, and the RSKSRULF snapshot (RSKSRL.CPY) holds the
      *    rules each simulation scored with. A user can list the
      *    sets awaiting a decision, approve one, or reject one,
      *    naming it by set id. Only a set whose latest register
      *    event is a simulation can be decided, and never by the
      *    user who ran the simulation. Approving installs the
      *    snapshot of that simulation -- not whatever the proposal
      *    file holds now -- as the new live RISKRUL; one set is
      *    installed per run, and without an approval the live
      *    rules are carried through unchanged. Either decision is
      *    appended to the register with who made it and when, so
      *    the register is the history of every rule change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSKTRAN-FILE      ASSIGN TO "RSKTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE     ASSIGN TO "RSKSIMF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SNAPSHOT-FILE     ASSIGN TO "RSKSRULF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT RULES-IN-FILE     ASSIGN TO "RISKRULI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-IN-STATUS.
           SELECT RULES-OUT-FILE    ASSIGN TO "RISKRULO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MNUSEC-FILE       ASSIGN TO "MNUSECF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNUSEC-FILE-KEY
               FILE STATUS IS WS-MNUSEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSKTRAN-FILE.
       01  RSKTRAN-RECORD.
           05  RKT-ACTION              PIC X(01).
               88  RKT-ACTION-LIST                 VALUE 'L'.
               88  RKT-ACTION-APPROVE              VALUE 'A'.
               88  RKT-ACTION-REJECT               VALUE 'R'.
           05  RKT-USERID              PIC X(08).
           05  RKT-SET-ID              PIC X(08).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(76).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-LINE               PIC X(45).

       FD  RULES-IN-FILE.
       01  RULES-IN-RECORD             PIC X(23).

       FD  RULES-OUT-FILE.
       01  RULES-OUT-RECORD            PIC X(23).

       FD  MNUSEC-FILE.
       01  MNUSEC-FILE-RECORD.
           05  MNUSEC-FILE-KEY         PIC X(08).
           05  FILLER                  PIC X(82).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-EOF                  PIC X       VALUE 'N'.
           88  END-OF-RSKTRAN                       VALUE 'Y'.
       01  WS-REG-EOF                   PIC X       VALUE 'N'.
           88  END-OF-REGISTER                      VALUE 'Y'.
       01  WS-SRL-EOF                   PIC X       VALUE 'N'.
           88  END-OF-SNAPSHOT                      VALUE 'Y'.
       01  WS-RUL-EOF                   PIC X       VALUE 'N'.
           88  END-OF-RULES                         VALUE 'Y'.

       01  WS-REGISTER-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-SNAPSHOT-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-RULES-IN-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-MNUSEC-STATUS             PIC X(02)   VALUE SPACES.

      *    Each set's latest register event, and the image of its
      *    latest simulation, which a decision is appended against.
       01  WS-SET-TABLE.
           05  WS-SET-COUNT             PIC 9(04)   VALUE ZERO.
           05  WS-SET-ENTRY OCCURS 1000 TIMES.
               10  WS-SET-ID            PIC X(08).
               10  WS-SET-LAST-EVENT    PIC X(01).
               10  WS-SET-SIM-IMAGE     PIC X(76).
       01  WS-SET-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).

      *    The rules the run will leave live: the snapshot of the
      *    set approved in this run, or the current RISKRUL.
       01  WS-INSTALL-TABLE.
           05  WS-INSTALL-COUNT         PIC 9(03)   VALUE ZERO.
           05  WS-INSTALL-RULE OCCURS 50 TIMES
                                        PIC X(23).
       01  WS-INS-IDX                   PIC 9(03).
       01  WS-INSTALLED-SET-ID          PIC X(08)   VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ            PIC 9(05)   VALUE ZERO.
           05  WS-SETS-APPROVED         PIC 9(05)   VALUE ZERO.
           05  WS-SETS-REJECTED         PIC 9(05)   VALUE ZERO.
           05  WS-ACTIONS-REFUSED       PIC 9(05)   VALUE ZERO.
           05  WS-SETS-AWAITING         PIC 9(05)   VALUE ZERO.

       01  WS-REFUSE-REASON             PIC X(40)   VALUE SPACES.
       01  WS-SEL-IDX                   PIC 9(02).
       01  WS-ENTITLED-SWITCH           PIC X       VALUE 'N'.
           88  USER-IS-ENTITLED                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-DATE             PIC 9(08).
           05  WS-CURR-TIME             PIC 9(06).
           05  FILLER                   PIC X(08).

       COPY RSKSIM.
       COPY RSKSRL.
       COPY MNUSEC.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTION UNTIL END-OF-RSKTRAN
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-REGISTER
           PERFORM 1200-LOAD-LIVE-RULES
           OPEN INPUT MNUSEC-FILE
           OPEN INPUT RSKTRAN-FILE
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY '*** RSKAPR1 RSKSIMF REGISTER CANNOT BE'
                   ' EXTENDED, STATUS ' WS-REGISTER-STATUS
                   ' -- RUN ENDED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-READ-RSKTRAN.

       1100-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = '00'
               PERFORM 1110-READ-ONE-EVENT UNTIL END-OF-REGISTER
               CLOSE REGISTER-FILE
           END-IF.

       1110-READ-ONE-EVENT.
           READ REGISTER-FILE
               AT END
                   SET END-OF-REGISTER TO TRUE
               NOT AT END
                   MOVE REGISTER-LINE TO RSKSIM-RECORD
                   PERFORM 2650-FIND-SET
                   IF WS-FOUND-IDX = ZERO
                       IF WS-SET-COUNT >= 1000
                           DISPLAY '*** RSKAPR1 REGISTER HOLDS MORE'
                               ' THAN 1000 RULE SETS -- RUN'
                               ' ENDED ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SET-COUNT
                       MOVE WS-SET-COUNT TO WS-FOUND-IDX
                       MOVE RSKSIM-SET-ID TO WS-SET-ID(WS-FOUND-IDX)
                   END-IF
                   MOVE RSKSIM-EVENT
                       TO WS-SET-LAST-EVENT(WS-FOUND-IDX)
                   IF RSKSIM-EVENT-SIMULATED
                       MOVE RSKSIM-RECORD
                           TO WS-SET-SIM-IMAGE(WS-FOUND-IDX)
                   END-IF
           END-READ.

      *    The live rules are carried through whole when nothing is
      *    approved, so a file too big to hold would lose rules --
      *    the run is stopped instead of truncating it.
       1200-LOAD-LIVE-RULES.
           OPEN INPUT RULES-IN-FILE
           IF WS-RULES-IN-STATUS = '00'
               PERFORM 1210-READ-LIVE-RULE UNTIL END-OF-RULES
               CLOSE RULES-IN-FILE
           END-IF.

       1210-READ-LIVE-RULE.
           READ RULES-IN-FILE
               AT END
                   SET END-OF-RULES TO TRUE
               NOT AT END
                   IF WS-INSTALL-COUNT >= 50
                       DISPLAY '*** RSKAPR1 RISKRUL HAS MORE THAN'
                           ' 50 ENTRIES -- RUN ENDED ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-INSTALL-COUNT
                   MOVE RULES-IN-RECORD
                       TO WS-INSTALL-RULE(WS-INSTALL-COUNT)
           END-READ.

       2000-PROCESS-ACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 2100-CHECK-ENTITLEMENT
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN RKT-ACTION-LIST
                       PERFORM 2200-LIST-AWAITING-SETS
                   WHEN RKT-ACTION-APPROVE
                       PERFORM 2300-APPROVE-ONE-SET
                   WHEN RKT-ACTION-REJECT
                       PERFORM 2400-REJECT-ONE-SET
                   WHEN OTHER
                       MOVE 'ACTION NOT L, A, OR R'
                           TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-ACTIONS-REFUSED
               DISPLAY '*** RSKAPR1 ACTION REFUSED: ' RKT-ACTION
                   ' ' RKT-SET-ID ' BY ' RKT-USERID ' -- '
                   WS-REFUSE-REASON ' ***'
           END-IF
           PERFORM 2900-READ-RSKTRAN.

       2100-CHECK-ENTITLEMENT.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE RKT-USERID TO MNUSEC-FILE-KEY
           READ MNUSEC-FILE
               INVALID KEY
                   MOVE 'USER HAS NO ENTITLEMENT RECORD'
                       TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE MNUSEC-FILE-RECORD TO MNUSEC-RECORD
                   PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > MNUSEC-SELECTION-COUNT
                       OR WS-SEL-IDX > 40
                       IF MNUSEC-SELECTION(WS-SEL-IDX) = 'RK'
                           SET USER-IS-ENTITLED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT USER-IS-ENTITLED
                       MOVE 'USER NOT ENTITLED TO SELECTION RK'
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

       2200-LIST-AWAITING-SETS.
           DISPLAY 'RSKAPR1 RULE SETS AWAITING A DECISION FOR '
               RKT-USERID
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               IF WS-SET-LAST-EVENT(WS-SET-IDX) = 'S'
                   MOVE WS-SET-SIM-IMAGE(WS-SET-IDX) TO RSKSIM-RECORD
                   DISPLAY '  ' RSKSIM-SET-ID ' SIMULATED '
                       RSKSIM-SIM-DATE ' ' RSKSIM-SIM-TIME ' BY '
                       RSKSIM-USERID ' RULES ' RSKSIM-RULE-COUNT
                       ' SCORED ' RSKSIM-CUSTOMERS-SCORED
                       ' BAND CHANGES ' RSKSIM-BAND-CHANGES
                       ' INTO REVIEW ' RSKSIM-REVIEW-INTO
                       ' OUT ' RSKSIM-REVIEW-OUT-OF
               END-IF
           END-PERFORM.

      *    The snapshot must hold every rule the simulation counted;
      *    anything less is not the set that was simulated.
       2300-APPROVE-ONE-SET.
           PERFORM 2600-FIND-AWAITING-SET
           IF WS-REFUSE-REASON = SPACES
               AND WS-INSTALLED-SET-ID NOT = SPACES
               MOVE 'A RULE SET WAS INSTALLED EARLIER THIS RUN'
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2350-LOAD-SNAPSHOT
               IF WS-INSTALL-COUNT NOT = RSKSIM-RULE-COUNT
                   OR WS-INSTALL-COUNT = ZERO
                   MOVE 'SIMULATED RULES NOT ON THE SNAPSHOT'
                       TO WS-REFUSE-REASON
                   MOVE ZERO TO WS-INSTALL-COUNT
                   MOVE 'N' TO WS-RUL-EOF
                   PERFORM 1200-LOAD-LIVE-RULES
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-SETS-APPROVED
               MOVE RKT-SET-ID TO WS-INSTALLED-SET-ID
               SET RSKSIM-EVENT-APPROVED TO TRUE
               PERFORM 2700-APPEND-DECISION
               DISPLAY 'RSKAPR1 RULE SET ' RKT-SET-ID ' APPROVED BY '
                   RKT-USERID ' -- ' WS-INSTALL-COUNT
                   ' RULES INSTALLED'
           END-IF.

       2350-LOAD-SNAPSHOT.
           MOVE ZERO TO WS-INSTALL-COUNT
           MOVE 'N' TO WS-SRL-EOF
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = '00'
               PERFORM 2360-READ-ONE-SNAPSHOT UNTIL END-OF-SNAPSHOT
               CLOSE SNAPSHOT-FILE
           END-IF.

       2360-READ-ONE-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAPSHOT TO TRUE
               NOT AT END
                   MOVE SNAPSHOT-LINE TO RSKSRL-RECORD
                   IF RSKSRL-SET-ID = RSKSIM-SET-ID
                       AND RSKSRL-SIM-STAMP = RSKSIM-SIM-STAMP
                       AND WS-INSTALL-COUNT < 50
                       ADD 1 TO WS-INSTALL-COUNT
                       MOVE RSKSRL-RULE
                           TO WS-INSTALL-RULE(WS-INSTALL-COUNT)
                   END-IF
           END-READ.

       2400-REJECT-ONE-SET.
           PERFORM 2600-FIND-AWAITING-SET
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-SETS-REJECTED
               SET RSKSIM-EVENT-REJECTED TO TRUE
               PERFORM 2700-APPEND-DECISION
               DISPLAY 'RSKAPR1 RULE SET ' RKT-SET-ID ' REJECTED BY '
                   RKT-USERID
           END-IF.

      *    Leaves the set's latest simulation in RSKSIM-RECORD.
       2600-FIND-AWAITING-SET.
           MOVE RKT-SET-ID TO RSKSIM-SET-ID
           PERFORM 2650-FIND-SET
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   MOVE 'RULE SET NEVER SIMULATED'
                       TO WS-REFUSE-REASON
               WHEN WS-SET-LAST-EVENT(WS-FOUND-IDX) NOT = 'S'
                   MOVE 'NO SIMULATION AWAITING A DECISION'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-SET-SIM-IMAGE(WS-FOUND-IDX)
                       TO RSKSIM-RECORD
                   IF RSKSIM-USERID = RKT-USERID
                       MOVE 'USER RAN THE SIMULATION'
                           TO WS-REFUSE-REASON
                   END-IF
           END-EVALUATE.

       2650-FIND-SET.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               OR WS-FOUND-IDX > ZERO
               IF WS-SET-ID(WS-SET-IDX) = RSKSIM-SET-ID
                   MOVE WS-SET-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *    The decision carries the simulation's stamp and counts,
      *    so the register shows what the decider was shown.
       2700-APPEND-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-DATE TO RSKSIM-EVENT-DATE
           MOVE WS-CURR-TIME TO RSKSIM-EVENT-TIME
           MOVE RKT-USERID   TO RSKSIM-USERID
           MOVE RSKSIM-EVENT TO WS-SET-LAST-EVENT(WS-FOUND-IDX)
           MOVE RSKSIM-RECORD TO REGISTER-LINE
           WRITE REGISTER-LINE.

       2900-READ-RSKTRAN.
           READ RSKTRAN-FILE
               AT END
                   SET END-OF-RSKTRAN TO TRUE
           END-READ.

       3000-TERMINATE.
           CLOSE RSKTRAN-FILE
           CLOSE MNUSEC-FILE
           CLOSE REGISTER-FILE
           OPEN OUTPUT RULES-OUT-FILE
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
               UNTIL WS-INS-IDX > WS-INSTALL-COUNT
               MOVE WS-INSTALL-RULE(WS-INS-IDX) TO RULES-OUT-RECORD
               WRITE RULES-OUT-RECORD
           END-PERFORM
           CLOSE RULES-OUT-FILE
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               IF WS-SET-LAST-EVENT(WS-SET-IDX) = 'S'
                   ADD 1 TO WS-SETS-AWAITING
               END-IF
           END-PERFORM
           DISPLAY 'RSKAPR1 ACTIONS READ:       ' WS-TRANS-READ
           DISPLAY 'RSKAPR1 SETS APPROVED:      ' WS-SETS-APPROVED
           DISPLAY 'RSKAPR1 SETS REJECTED:      ' WS-SETS-REJECTED
           DISPLAY 'RSKAPR1 ACTIONS REFUSED:    ' WS-ACTIONS-REFUSED
           DISPLAY 'RSKAPR1 SETS AWAITING:      ' WS-SETS-AWAITING
           IF WS-INSTALLED-SET-ID = SPACES
               DISPLAY 'RSKAPR1 LIVE RULES CARRIED: ' WS-INSTALL-COUNT
           ELSE
               DISPLAY 'RSKAPR1 RULE SET INSTALLED: '
                   WS-INSTALLED-SET-ID
           END-IF.
