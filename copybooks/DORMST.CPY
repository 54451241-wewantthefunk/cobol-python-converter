      *    Dormancy status record, one per open customer, carried
      *    night to night by the dormancy job. The rolling posted
      *    history only reaches back so far, and a dormancy period
      *    runs to years, so the last customer-initiated activity
      *    date is kept here and only ever moved forward by what the
      *    history shows. The basis byte says where the date came
      *    from: the history itself, or the first night the job saw
      *    the account with no customer activity on the history at
      *    all (the clock starts then, never earlier than the job
      *    can prove). The notice date is the due-diligence letter
      *    for the current dormancy; renewed activity clears it.
       01  DORMST-RECORD.
           05  DORMST-CUSTOMER-ID      PIC  X(08).
           05  DORMST-STATE            PIC  X(02).
           05  DORMST-LAST-ACTIVITY    PIC  9(08).
           05  DORMST-ACTIVITY-BASIS   PIC  X(01).
               88  DORMST-FROM-HISTORY             VALUE 'H'.
               88  DORMST-FIRST-SEEN               VALUE 'F'.
           05  DORMST-DAYS-INACTIVE    PIC  9(05).
           05  DORMST-STATUS           PIC  X(01).
               88  DORMST-ACTIVE                   VALUE 'A'.
               88  DORMST-INACTIVE                 VALUE 'I'.
               88  DORMST-DORMANT                  VALUE 'D'.
               88  DORMST-ESCHEATED                VALUE 'E'.
           05  DORMST-NOTICE-DATE      PIC  9(08).
           05  DORMST-ESCHEAT-DATE     PIC  9(08).
           05  DORMST-BALANCE          PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
