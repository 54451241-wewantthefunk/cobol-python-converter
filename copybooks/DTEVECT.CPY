      *    as data -- leap days, pivot-window edges, HOLCAL
      *    boundary dates -- so covering a new regression is a new
      *    record, not a new test program. An expected field left
      *    as spaces is not compared. The second date and the
      *    day-count basis are inputs only the functions that take
      *    them need (FUNC-CALC-DAY-COUNT-FRACTION among them); the
      *    expected year fraction is twelve decimal places, no
      *    sign or point. A vector written before these fields
      *    existed reads them as spaces.
       01  DTEVECT-RECORD.
           05  DTV-VECTOR-ID           PIC  X(06).
           05  DTV-FUNCTION-CODE       PIC  X(01).
           05  DTV-EXPECTED-DATE-2     PIC  X(10).
           05  DTV-EXPECTED-NUMBER     PIC  X(06).
           05  DTV-EXPECTED-RC         PIC  X(04).
           05  DTV-DATE-2              PIC  X(10).
           05  DTV-DAY-COUNT-BASIS     PIC  X(01).
           05  DTV-EXPECTED-FRACTION   PIC  X(15).
