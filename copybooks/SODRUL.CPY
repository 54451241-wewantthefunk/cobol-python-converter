      *    Segregation-of-duties conflict rule: a toxic pair of
      *    MNUTRN menu selections no one user should hold together,
      *    such as reject repair beside the posting maintenance
      *    options, or customer maintenance beside hold release.
      *    The order of the two selections carries no meaning.
      *    MNUADM01 refuses to approve a grant that would complete a
      *    pair unless an exception (SODEXC.CPY) is on file, and
      *    SODRPT1 lists every user who holds one tonight.
       01  SODRUL-RECORD.
           05  SODRUL-RULE-ID          PIC  X(06).
           05  SODRUL-SELECTION-A      PIC  X(02).
           05  SODRUL-SELECTION-B      PIC  X(02).
           05  SODRUL-DESCRIPTION      PIC  X(40).
