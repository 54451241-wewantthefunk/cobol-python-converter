      *    State and ZIP-prefix reference record (STATZIPF), one
      *    line per range of three-digit ZIP prefixes a state owns
      *    -- most states need more than one line. The address
      *    validation module (CUSTAVL1) holds the file in memory and
      *    checks every address against it: the state code must
      *    be on the file, and the first three digits of the ZIP
      *    must fall inside one of that state's ranges. The file is
      *    kept by the address owners, not generated.
       01  STATZIP-RECORD.
           05  STATZIP-STATE-CODE      PIC  X(02).
           05  STATZIP-STATE-NAME      PIC  X(20).
           05  STATZIP-PREFIX-LOW      PIC  9(03).
           05  STATZIP-PREFIX-HIGH     PIC  9(03).
