      *    Communication area for the customer address validation
      *    module (CUSTAVL1). The caller moves the address fields in
      *    as keyed or as found on CUSTADRF; the module hands them
      *    back standardized -- upper case, single-spaced, street
      *    suffixes abbreviated, ZIP and phone reduced to digits --
      *    and says whether the result is clean, was changed, or
      *    still carries something only a person can fix. The
      *    nightly pass (CUSTADV1) and the CUSTADM1 transaction both
      *    go through this one module, so an address the entry
      *    screen accepts is one the nightly pass will not flag.
       01  CUSTAVL-COMM-AREA.
           05  CUSTAVL-STREET          PIC  X(30).
           05  CUSTAVL-CITY            PIC  X(20).
           05  CUSTAVL-STATE           PIC  X(02).
           05  CUSTAVL-ZIP             PIC  X(09).
           05  CUSTAVL-PHONE           PIC  X(10).
           05  CUSTAVL-PREF-CONTACT    PIC  X(01).
           05  CUSTAVL-RESULT          PIC  X(01).
               88  CUSTAVL-CLEAN                   VALUE 'C'.
               88  CUSTAVL-STANDARDIZED            VALUE 'S'.
               88  CUSTAVL-EXCEPTION               VALUE 'E'.
      *    The field the exception is about, and why; spaces unless
      *    CUSTAVL-EXCEPTION. Only the first exception found is
      *    returned -- the fields are still standardized as far as
      *    they safely can be.
           05  CUSTAVL-FIELD           PIC  X(06).
           05  CUSTAVL-REASON          PIC  X(40).
