      *    Suspicious-activity monitoring rule for the nightly
      *    monitor (SAMMON1), held as reference data the way RISKRUL
      *    holds the scoring rules, so Compliance tunes thresholds
      *    and look-back windows without a program change. Each
      *    rule reads only the fields it needs. Rule ids the monitor
      *    understands:
      *      STRUCTUR - at least MIN-COUNT branch or lockbox credits
      *                 within WINDOW-DAYS, each below THRESHOLD but
      *                 within PERCENT of it (just under the
      *                 reporting line)
      *      VELOCITY - at least MIN-COUNT postings within
      *                 WINDOW-DAYS, at a daily rate more than
      *                 PERCENT of the customer's own rate before
      *                 the window (threshold unused)
      *      INANDOUT - credits of at least THRESHOLD within
      *                 WINDOW-DAYS with debits of at least PERCENT
      *                 of them going back out in the same window
      *                 (min-count unused)
       01  SAMRUL-RECORD.
           05  SAMRUL-RULE-ID          PIC  X(08).
               88  SAMRUL-STRUCTURING              VALUE 'STRUCTUR'.
               88  SAMRUL-VELOCITY                 VALUE 'VELOCITY'.
               88  SAMRUL-IN-AND-OUT               VALUE 'INANDOUT'.
           05  SAMRUL-THRESHOLD        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  SAMRUL-PERCENT          PIC  9(03).
           05  SAMRUL-MIN-COUNT        PIC  9(05).
           05  SAMRUL-WINDOW-DAYS      PIC  9(03).
