      *    Credit-limit review rule record for the periodic review
      *    job (CLRREV1). Operations maintains the thresholds here
      *    the way RISKRUL drives the scoring, so the review is
      *    tuned by editing reference data instead of asking for a
      *    program change. When more than one cut rule trips, the
      *    deepest cut is proposed; a cut never takes the limit
      *    below what the customer has already drawn. A rule left
      *    off the file never trips. Rule ids the job understands:
      *      LOOKBACK - days of hold and decline history counted
      *                 (percent unused)
      *      HIGHRISK - risk score at or above the threshold: cut
      *                 the limit by the percent
      *      DECLINES - declined holds in the lookback at or above
      *                 the threshold: cut the limit by the percent
      *      UTILLOW  - utilization percent at or below the
      *                 threshold: cut the limit by the percent
      *      UTILHIGH - utilization percent at or above the
      *                 threshold, with no cut rule tripped and no
      *                 decline in the lookback: raise the limit by
      *                 the percent
      *      NEWLIMIT - limit proposed for a finance-view customer
      *                 who has none (the threshold is the amount;
      *                 HIGHRISK's cut applies to it)
      *      MINCHG   - smallest change worth proposing, in
      *                 currency (percent unused)
       01  CLRRUL-RECORD.
           05  CLRRUL-RULE-ID          PIC  X(08).
           05  CLRRUL-THRESHOLD        PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  CLRRUL-PERCENT          PIC  9(03).
