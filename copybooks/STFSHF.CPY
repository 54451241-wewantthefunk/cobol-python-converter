      *    Staff normal-shift reference record. Operations loads one
      *    record per userid and working pattern; a member of staff
      *    on a split or rotating pattern has one record for each.
      *    The weekly customer-data access review treats a lookup as
      *    out of hours when none of the user's patterns covers the
      *    day and time it was made. STFSHF-DAYS is seven Y/N flags,
      *    Monday first, as on MNUSUS; a pattern whose end time is
      *    before its start time runs across midnight. A userid with
      *    no record here is not judged on hours at all.
       01  STFSHF-RECORD.
           05  STFSHF-USERID           PIC  X(08).
           05  STFSHF-DAYS             PIC  X(07).
           05  STFSHF-START-TIME       PIC  9(04).
           05  STFSHF-END-TIME         PIC  9(04).
           05  STFSHF-UPDATED-BY       PIC  X(08).
           05  STFSHF-UPDATED-DATE     PIC  9(08).
