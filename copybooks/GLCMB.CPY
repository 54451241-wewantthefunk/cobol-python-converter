      *    GL journal combinations expected to arrive, beyond the
      *    branch, lockbox, and adjustment debits and credits and
      *    the unapplied-cash movements the posting run journals
      *    itself: one line per transaction type and channel a
      *    feeding job will journal through GLMAP -- a fee type, a
      *    suspense type -- from the first business date it can
      *    arrive. Registering a new combination here ahead of its
      *    first date is what makes the start-of-day pre-flight
      *    (PREFLT01) insist on an effective mapping for it, so a
      *    missing mapping stops the day before posting instead of
      *    failing the GL extract at the end of the run. GLMMNT1
      *    will not retire the mapping of a combination listed here.
       01  GLCMB-RECORD.
           05  GLCMB-TRAN-TYPE         PIC  X(01).
           05  GLCMB-CHANNEL-CODE      PIC  X(01).
           05  GLCMB-FIRST-DATE        PIC  9(08).
           05  GLCMB-SOURCE-JOB        PIC  X(08).
           05  GLCMB-DESCRIPTION       PIC  X(30).
