       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRIA1.
       AUTHOR. CHRISTIAN STRAMA.

      *    Operator approval path for the cleanup proposals the
      *    referential-integrity sweep (CUSTRIS1) writes to
      *    CUSTRIPI (CUSTRIP.CPY). Reads a file of operator
      *    decisions -- each naming a proposal by sweep date and
      *    sequence number, with an approve or reject verdict and
      *    the operator's userid -- and applies only the approved
      *    ones, to the record the proposal names and no other:
      *      - suspend a standing order, or redirect it to the
      *        survivor (STORDI in, STORDO out)
      *      - give the survivor the merged-away customer's credit
      *        limit as a new effective-dated CUSTLIM record naming
      *        the approving operator (CUSTLIMI in, CUSTLIMO out)
      *      - repoint a cross-reference entry at the final
      *        survivor (CUSTMRGI in, CUSTMRGO out)
      *    An approval whose record has since changed or gone, or
      *    a limit redirect whose survivor has meanwhile been given
      *    a limit, is not applied and is listed. Every decided
      *    proposal is appended to the cleanup audit file (CUSTRIAU)
      *    with its outcome, who decided it and when. A decision
      *    that matches no proposal, or a second decision on the
      *    same one, is refused loudly, the same as in CUSTREL1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE     ASSIGN TO "CUSTRIPI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECISION-FILE     ASSIGN TO "CUSTRIDC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORD-IN-FILE     ASSIGN TO "STORDI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STORD-OUT-FILE    ASSIGN TO "STORDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTLIM-IN-FILE   ASSIGN TO "CUSTLIMI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTLIM-OUT-FILE  ASSIGN TO "CUSTLIMO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-IN-FILE      ASSIGN TO "CUSTMRGI"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-OUT-FILE     ASSIGN TO "CUSTMRGO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE        ASSIGN TO "CUSTRIAU"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE      ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-IN-RECORD          PIC X(133).

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  RID-SWEEP-DATE          PIC X(08).
           05  RID-SEQUENCE            PIC X(05).
           05  RID-VERDICT             PIC X(01).
               88  RID-VERDICT-APPROVE             VALUE 'A'.
               88  RID-VERDICT-REJECT              VALUE 'R'.
           05  RID-OPERATOR-ID         PIC X(08).

       FD  STORD-IN-FILE.
       01  STORD-IN-RECORD             PIC X(38).

       FD  STORD-OUT-FILE.
       01  STORD-OUT-RECORD            PIC X(38).

       FD  CUSTLIM-IN-FILE.
       01  CUSTLIM-IN-RECORD           PIC X(43).

       FD  CUSTLIM-OUT-FILE.
       01  CUSTLIM-OUT-RECORD          PIC X(43).

       FD  XREF-IN-FILE.
       01  XREF-IN-RECORD              PIC X(32).

       FD  XREF-OUT-FILE.
       01  XREF-OUT-RECORD             PIC X(32).

       FD  AUDIT-FILE.
       01  AUDIT-OUT-RECORD            PIC X(133).

       FD  BUSDATE-FILE.
       01  BUSDATE-IN-LINE             PIC X(31).

       WORKING-STORAGE SECTION.
       01  WS-PROPOSAL-EOF              PIC X       VALUE 'N'.
           88  END-OF-PROPOSALS                     VALUE 'Y'.
       01  WS-DEC-EOF                   PIC X       VALUE 'N'.
           88  END-OF-DECISIONS                     VALUE 'Y'.
       01  WS-STORD-EOF                 PIC X       VALUE 'N'.
           88  END-OF-STORD                         VALUE 'Y'.
       01  WS-LIMIT-EOF                 PIC X       VALUE 'N'.
           88  END-OF-LIMITS                        VALUE 'Y'.
       01  WS-XREF-EOF                  PIC X       VALUE 'N'.
           88  END-OF-XREF                          VALUE 'Y'.
       01  WS-RUN-RETURN-CODE           PIC 9(02)   VALUE ZERO.

      *    The night's proposals. The progress byte is space while
      *    undecided, R rejected, A approved and not yet applied,
      *    L a limit redirect whose source record has been seen,
      *    Y applied, F approved but not applicable.
       01  WS-PROPOSAL-TABLE.
           05  WS-PROPOSAL-COUNT        PIC 9(04)   VALUE ZERO.
           05  WS-PROPOSAL-ENTRY OCCURS 2000 TIMES.
               10  WS-PROPOSAL-IMAGE    PIC X(133).
               10  WS-PROPOSAL-PROGRESS PIC X(01).
               10  WS-PROPOSAL-OPERATOR PIC X(08).
       01  WS-PRP-IDX                   PIC 9(04).
       01  WS-FOUND-IDX                 PIC 9(04).

       01  WS-DEC-SWEEP-DATE            PIC 9(08)   VALUE ZERO.
       01  WS-DEC-SEQUENCE              PIC 9(05)   VALUE ZERO.
       01  WS-RECORD-DONE-SW            PIC X       VALUE 'N'.
           88  RECORD-ALREADY-CHANGED               VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-DECISIONS-READ        PIC 9(05)   VALUE ZERO.
           05  WS-DECISIONS-REFUSED     PIC 9(05)   VALUE ZERO.
           05  WS-PROPOSALS-APPLIED     PIC 9(05)   VALUE ZERO.
           05  WS-PROPOSALS-REJECTED    PIC 9(05)   VALUE ZERO.
           05  WS-PROPOSALS-NOT-APPLIED PIC 9(05)   VALUE ZERO.

       COPY CUSTRIP.
       COPY STORD.
       COPY CUSTLIM.
       COPY CUSTMRG.
       COPY BUSDATE.

       PROCEDURE DIVISION.

       0000-MAIN-LINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DECISION UNTIL END-OF-DECISIONS
           CLOSE DECISION-FILE
           PERFORM 3000-APPLY-STANDING-ORDERS
           PERFORM 4000-APPLY-CREDIT-LIMITS
           PERFORM 5000-APPLY-CROSS-REFERENCE
           PERFORM 6000-TERMINATE
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUSDATE-FILE
           READ BUSDATE-FILE
               AT END
                   DISPLAY '*** CUSTRIA1 BUSDATE CONTROL FILE EMPTY'
                       ' -- RUN ENDED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE BUSDATE-IN-LINE TO BUSDATE-RECORD
           END-READ
           CLOSE BUSDATE-FILE
           OPEN INPUT PROPOSAL-FILE
           PERFORM 1100-READ-PROPOSAL UNTIL END-OF-PROPOSALS
           CLOSE PROPOSAL-FILE
           OPEN INPUT DECISION-FILE
           PERFORM 2900-READ-DECISION.

       1100-READ-PROPOSAL.
           READ PROPOSAL-FILE
               AT END
                   SET END-OF-PROPOSALS TO TRUE
               NOT AT END
                   IF WS-PROPOSAL-COUNT >= 2000
                       DISPLAY '*** CUSTRIA1 MORE THAN 2000 PROPOSALS'
                           ' -- REMAINDER NOT LOADED ***'
                       SET END-OF-PROPOSALS TO TRUE
                   ELSE
                       ADD 1 TO WS-PROPOSAL-COUNT
                       MOVE PROPOSAL-IN-RECORD
                           TO WS-PROPOSAL-IMAGE(WS-PROPOSAL-COUNT)
                       MOVE SPACE
                           TO WS-PROPOSAL-PROGRESS(WS-PROPOSAL-COUNT)
                       MOVE SPACES
                           TO WS-PROPOSAL-OPERATOR(WS-PROPOSAL-COUNT)
                   END-IF
           END-READ.

       2000-PROCESS-DECISION.
           ADD 1 TO WS-DECISIONS-READ
           PERFORM 2100-FIND-PROPOSAL
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = ZERO
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTRIA1 DECISION FOR '
                       RID-SWEEP-DATE '/' RID-SEQUENCE
                       ' MATCHES NO PROPOSAL -- REFUSED ***'
               WHEN WS-PROPOSAL-PROGRESS(WS-FOUND-IDX) NOT = SPACE
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTRIA1 PROPOSAL '
                       RID-SWEEP-DATE '/' RID-SEQUENCE
                       ' ALREADY DECIDED -- REFUSED ***'
               WHEN RID-OPERATOR-ID = SPACES
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTRIA1 DECISION FOR '
                       RID-SWEEP-DATE '/' RID-SEQUENCE
                       ' NAMES NO OPERATOR -- REFUSED ***'
               WHEN RID-VERDICT-APPROVE
                   MOVE 'A' TO WS-PROPOSAL-PROGRESS(WS-FOUND-IDX)
                   MOVE RID-OPERATOR-ID
                       TO WS-PROPOSAL-OPERATOR(WS-FOUND-IDX)
               WHEN RID-VERDICT-REJECT
                   MOVE 'R' TO WS-PROPOSAL-PROGRESS(WS-FOUND-IDX)
                   MOVE RID-OPERATOR-ID
                       TO WS-PROPOSAL-OPERATOR(WS-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO WS-DECISIONS-REFUSED
                   DISPLAY '*** CUSTRIA1 VERDICT NOT A OR R FOR '
                       RID-SWEEP-DATE '/' RID-SEQUENCE
                       ' -- REFUSED ***'
           END-EVALUATE
           PERFORM 2900-READ-DECISION.

       2100-FIND-PROPOSAL.
           MOVE ZERO TO WS-FOUND-IDX
           IF RID-SWEEP-DATE NUMERIC AND RID-SEQUENCE NUMERIC
               MOVE RID-SWEEP-DATE TO WS-DEC-SWEEP-DATE
               MOVE RID-SEQUENCE   TO WS-DEC-SEQUENCE
               PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
                   MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX)
                       TO CUSTRIP-RECORD
                   IF CUSTRIP-SWEEP-DATE = WS-DEC-SWEEP-DATE
                       AND CUSTRIP-SEQUENCE = WS-DEC-SEQUENCE
                       MOVE WS-PRP-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2900-READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET END-OF-DECISIONS TO TRUE
           END-READ.

      *    A standing order is recognised by customer, type, amount
      *    and frequency -- the dates move every night it runs. It
      *    must still be active: one suspended since the sweep
      *    needs nothing more.
       3000-APPLY-STANDING-ORDERS.
           OPEN INPUT  STORD-IN-FILE
           OPEN OUTPUT STORD-OUT-FILE
           PERFORM 3100-COPY-ONE-ORDER UNTIL END-OF-STORD
           CLOSE STORD-IN-FILE
           CLOSE STORD-OUT-FILE.

       3100-COPY-ONE-ORDER.
           READ STORD-IN-FILE
               AT END
                   SET END-OF-STORD TO TRUE
               NOT AT END
                   MOVE STORD-IN-RECORD TO STORD-RECORD
                   MOVE 'N' TO WS-RECORD-DONE-SW
                   PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                       UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
                       OR RECORD-ALREADY-CHANGED
                       MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX)
                           TO CUSTRIP-RECORD
                       IF WS-PROPOSAL-PROGRESS(WS-PRP-IDX) = 'A'
                           AND CUSTRIP-FILE-ID = 'STORD   '
                           AND CUSTRIP-RECORD-IMAGE(1:21)
                               = STORD-IN-RECORD(1:21)
                           AND STORD-IS-ACTIVE
                           PERFORM 3200-CHANGE-THE-ORDER
                       END-IF
                   END-PERFORM
                   MOVE STORD-RECORD TO STORD-OUT-RECORD
                   WRITE STORD-OUT-RECORD
           END-READ.

       3200-CHANGE-THE-ORDER.
           IF CUSTRIP-SUSPEND-ORDER
               SET STORD-IS-SUSPENDED TO TRUE
           ELSE
               MOVE CUSTRIP-TARGET-ID TO STORD-CUSTOMER-ID
           END-IF
           MOVE 'Y' TO WS-PROPOSAL-PROGRESS(WS-PRP-IDX)
           SET RECORD-ALREADY-CHANGED TO TRUE.

      *    The merged-away id's limit record is copied unchanged;
      *    the survivor gets its own new record behind the file. A
      *    survivor found with a limit of its own by now stops the
      *    redirect -- that is a credit decision.
       4000-APPLY-CREDIT-LIMITS.
           OPEN INPUT  CUSTLIM-IN-FILE
           OPEN OUTPUT CUSTLIM-OUT-FILE
           PERFORM 4100-COPY-ONE-LIMIT UNTIL END-OF-LIMITS
           PERFORM 4200-ADD-SURVIVOR-LIMIT
               VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
           CLOSE CUSTLIM-IN-FILE
           CLOSE CUSTLIM-OUT-FILE.

       4100-COPY-ONE-LIMIT.
           READ CUSTLIM-IN-FILE
               AT END
                   SET END-OF-LIMITS TO TRUE
               NOT AT END
                   PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                       UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
                       MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX)
                           TO CUSTRIP-RECORD
                       IF CUSTRIP-REDIRECT-LIMIT
                           EVALUATE TRUE
                               WHEN (WS-PROPOSAL-PROGRESS(WS-PRP-IDX)
                                       = 'A' OR 'L')
                                   AND CUSTLIM-IN-RECORD(1:8)
                                       = CUSTRIP-TARGET-ID
                                   MOVE 'F'
                                     TO WS-PROPOSAL-PROGRESS(WS-PRP-IDX)
                                   DISPLAY '*** CUSTRIA1 PROPOSAL '
                                       CUSTRIP-SEQUENCE ' -- '
                                       CUSTRIP-TARGET-ID
                                       ' NOW HAS A LIMIT OF ITS OWN'
                                       ' -- NOT APPLIED ***'
                               WHEN WS-PROPOSAL-PROGRESS(WS-PRP-IDX)
                                       = 'A'
                                   AND CUSTLIM-IN-RECORD
                                       = CUSTRIP-RECORD-IMAGE(1:43)
                                   MOVE 'L'
                                     TO WS-PROPOSAL-PROGRESS(WS-PRP-IDX)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   MOVE CUSTLIM-IN-RECORD TO CUSTLIM-OUT-RECORD
                   WRITE CUSTLIM-OUT-RECORD
           END-READ.

       4200-ADD-SURVIVOR-LIMIT.
           IF WS-PROPOSAL-PROGRESS(WS-PRP-IDX) = 'L'
               MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX) TO CUSTRIP-RECORD
               MOVE CUSTRIP-RECORD-IMAGE(1:43) TO CUSTLIM-RECORD
               MOVE CUSTRIP-TARGET-ID    TO CUSTLIM-CUSTOMER-ID
               MOVE BUSDATE-CURRENT-DATE TO CUSTLIM-EFFECTIVE-DATE
               MOVE WS-PROPOSAL-OPERATOR(WS-PRP-IDX)
                                         TO CUSTLIM-APPROVED-BY
               MOVE BUSDATE-CURRENT-DATE TO CUSTLIM-APPROVED-DATE
               MOVE CUSTLIM-RECORD TO CUSTLIM-OUT-RECORD
               WRITE CUSTLIM-OUT-RECORD
               MOVE 'Y' TO WS-PROPOSAL-PROGRESS(WS-PRP-IDX)
           END-IF.

      *    The entry must still point where the sweep saw it
      *    pointing; one repointed since is left as it is.
       5000-APPLY-CROSS-REFERENCE.
           OPEN INPUT  XREF-IN-FILE
           OPEN OUTPUT XREF-OUT-FILE
           PERFORM 5100-COPY-ONE-XREF UNTIL END-OF-XREF
           CLOSE XREF-IN-FILE
           CLOSE XREF-OUT-FILE.

       5100-COPY-ONE-XREF.
           READ XREF-IN-FILE
               AT END
                   SET END-OF-XREF TO TRUE
               NOT AT END
                   MOVE XREF-IN-RECORD TO CUSTMRG-RECORD
                   PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                       UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
                       MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX)
                           TO CUSTRIP-RECORD
                       IF WS-PROPOSAL-PROGRESS(WS-PRP-IDX) = 'A'
                           AND CUSTRIP-REPOINT-XREF
                           AND CUSTRIP-RECORD-IMAGE(1:16)
                               = XREF-IN-RECORD(1:16)
                           MOVE CUSTRIP-TARGET-ID
                               TO CUSTMRG-SURVIVOR-ID
                           MOVE 'Y' TO WS-PROPOSAL-PROGRESS(WS-PRP-IDX)
                       END-IF
                   END-PERFORM
                   MOVE CUSTMRG-RECORD TO XREF-OUT-RECORD
                   WRITE XREF-OUT-RECORD
           END-READ.

       6000-TERMINATE.
           OPEN EXTEND AUDIT-FILE
           PERFORM 6100-AUDIT-ONE-PROPOSAL
               VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PROPOSAL-COUNT
           CLOSE AUDIT-FILE
           DISPLAY 'CUSTRIA1 DECISIONS READ:      ' WS-DECISIONS-READ
           DISPLAY 'CUSTRIA1 DECISIONS REFUSED:   '
               WS-DECISIONS-REFUSED
           DISPLAY 'CUSTRIA1 PROPOSALS APPLIED:   '
               WS-PROPOSALS-APPLIED
           DISPLAY 'CUSTRIA1 PROPOSALS REJECTED:  '
               WS-PROPOSALS-REJECTED
           DISPLAY 'CUSTRIA1 PROPOSALS NOT APPLIED: '
               WS-PROPOSALS-NOT-APPLIED
           IF WS-DECISIONS-REFUSED > ZERO
               OR WS-PROPOSALS-NOT-APPLIED > ZERO
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

      *    Approved proposals still at A (or L) found nothing to
      *    change: the record moved on after the sweep.
       6100-AUDIT-ONE-PROPOSAL.
           MOVE WS-PROPOSAL-IMAGE(WS-PRP-IDX) TO CUSTRIP-RECORD
           EVALUATE WS-PROPOSAL-PROGRESS(WS-PRP-IDX)
               WHEN 'Y'
                   ADD 1 TO WS-PROPOSALS-APPLIED
                   SET CUSTRIP-STATUS-APPLIED TO TRUE
               WHEN 'R'
                   ADD 1 TO WS-PROPOSALS-REJECTED
                   SET CUSTRIP-STATUS-REJECTED TO TRUE
               WHEN 'A'
               WHEN 'L'
               WHEN 'F'
                   IF WS-PROPOSAL-PROGRESS(WS-PRP-IDX) NOT = 'F'
                       DISPLAY '*** CUSTRIA1 PROPOSAL '
                           CUSTRIP-SEQUENCE ' FOR '
                           CUSTRIP-CUSTOMER-ID ' ON '
                           CUSTRIP-FILE-ID
                           ' NO LONGER MATCHES -- NOT APPLIED ***'
                   END-IF
                   ADD 1 TO WS-PROPOSALS-NOT-APPLIED
                   SET CUSTRIP-STATUS-NOT-APPLIED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PROPOSAL-PROGRESS(WS-PRP-IDX) NOT = SPACE
               MOVE WS-PROPOSAL-OPERATOR(WS-PRP-IDX)
                   TO CUSTRIP-DECIDED-BY
               MOVE BUSDATE-CURRENT-DATE TO CUSTRIP-DECIDED-DATE
               MOVE CUSTRIP-RECORD TO AUDIT-OUT-RECORD
               WRITE AUDIT-OUT-RECORD
           END-IF.
