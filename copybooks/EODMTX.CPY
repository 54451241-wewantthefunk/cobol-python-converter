      *    End-of-day cross-file reconciliation matrix record
      *    (EODRECM), one per cross-check the reconciliation job
      *    (EODREC1) makes between the posting chain's outputs. Each
      *    job proves its own file; these rows prove the files agree
      *    with each other. Every check carries its two figures --
      *    taken from two different files -- and the difference, so
      *    an auditor reading any night's slice sees the proof, not
      *    just the verdict. A night's rows are appended to the
      *    matrix file inside a FILEHDTR header and trailer dated
      *    with the business date; a re-run after a break is fixed
      *    appends a second slice for the same date, and the last
      *    slice for a date is the standing proof.
       01  EODMTX-RECORD.
           05  EODMTX-CHECK-ID         PIC  X(04).
           05  EODMTX-CHECK-LABEL      PIC  X(24).
           05  EODMTX-FIGURE-A         PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  EODMTX-FIGURE-B         PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  EODMTX-DIFFERENCE       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  EODMTX-RESULT           PIC  X(01).
               88  EODMTX-AGREES                   VALUE 'A'.
               88  EODMTX-BREAK                    VALUE 'B'.
      *    Money checks carry amounts; count checks carry item
      *    counts in the same fields, with no cents.
           05  EODMTX-MEASURE          PIC  X(01).
               88  EODMTX-MEASURE-AMOUNT           VALUE 'A'.
               88  EODMTX-MEASURE-COUNT            VALUE 'C'.
           05  FILLER                  PIC  X(02).
