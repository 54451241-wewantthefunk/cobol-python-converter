               88  MNUAUD-EVENT-PASSWORD              VALUE 'W'.
               88  MNUAUD-EVENT-CONCURRENT            VALUE 'K'.
               88  MNUAUD-EVENT-NOTICE                VALUE 'M'.
      *        Written by the nightly dormant-id job, not the menu:
      *        the reason code says IDLW (warned) or IDLD (disabled).
               88  MNUAUD-EVENT-IDLE-ID               VALUE 'D'.
           05  MNUAUD-RESULT-CODE      PIC  X(01)   VALUE ' '.
      *    Carried on operations events (terminal resets); spaces on
      *    ordinary menu submissions. A selection submitted under a
      *    delegated entitlement (MNUDLG.CPY) carries the delegation
      *    id here instead.
           05  MNUAUD-REASON-CODE      PIC  X(04)   VALUE SPACES.
           05  MNUAUD-DELEGATION-ID    REDEFINES MNUAUD-REASON-CODE
                                       PIC  9(04).
      *    Unit-of-work correlation id (terminal + HHMMSS + sequence)
      *    generated at the entry point and carried on this record,
      *    the date-service call log, the dynamic-call log, and the
