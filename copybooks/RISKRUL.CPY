      *    shop actually has, the threshold that trips it, and the
      *    points it adds to the score, so operations tunes the
      *    scoring by editing reference data instead of asking for
      *    a program change. The live file is not edited in place:
      *    a proposed set is simulated by RSKSCR1 and installed by
      *    RSKAPR1 once approved (RSKSIM.CPY), and the live run
      *    refuses rules that differ from the approved set. Rule
      *    ids the job understands:
      *      DEBITMIX - debit share of posted activity, percent
      *      VOLUME   - posted transactions on the history
      *      BALLEVEL - balance at or below the threshold
