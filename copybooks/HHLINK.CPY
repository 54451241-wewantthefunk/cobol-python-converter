      *    Household relationship link: one record per customer id
      *    belonging to a household -- a family or a business the
      *    shop knows under several ids that are not duplicates
      *    (CUSTMRG1 is for duplicates) but that credit treats as
      *    one exposure. A customer belongs to at most one
      *    household; every household has exactly one primary
      *    member, the id household-level correspondence and the
      *    household statement summary go to. Maintained through
      *    the CUSTHHM1 transaction, which rewrites the file in
      *    full and journals every change.
       01  HHLINK-RECORD.
           05  HHLINK-HOUSEHOLD-ID     PIC  X(08).
           05  HHLINK-CUSTOMER-ID      PIC  X(08).
           05  HHLINK-ROLE             PIC  X(01).
               88  HHLINK-ROLE-PRIMARY             VALUE 'P'.
               88  HHLINK-ROLE-JOINT               VALUE 'J'.
               88  HHLINK-ROLE-BUSINESS            VALUE 'B'.
               88  HHLINK-ROLE-GUARANTOR           VALUE 'G'.
               88  HHLINK-ROLE-DEPENDENT           VALUE 'D'.
               88  HHLINK-ROLE-VALID               VALUE 'P' 'J'
                                                         'B' 'G'
                                                         'D'.
           05  HHLINK-LINKED-DATE      PIC  9(08).
           05  HHLINK-LINKED-BY        PIC  X(08).
