               88  FUNC-ADJUST-YYMMM               VALUE '6'.
               88  FUNC-VERIFY-THE-DATE            VALUE '7'.
               88  FUNC-CONV-TO-FISCAL-PERIOD      VALUE '8'.
               88  FUNC-CALC-DAY-COUNT-FRACTION    VALUE '9'.

           05  W-FORMAT-AND-DATE-1.
               10  W-FORMAT-1          PIC  X(02).
           05  W-CALENDAR-ID           PIC  X(08)  VALUE SPACES.
               88  CALENDAR-USE-SHOP-DEFAULT       VALUE SPACES.

      *    Day-count convention for FUNC-CALC-DAY-COUNT-FRACTION,
      *    which counts from W-DATE-1 up to W-DATE-2 (the later
      *    date; an earlier W-DATE-2 is CONVERT-RET-BAD-RANGE-INP)
      *    and returns the convention's day count in W-NUMBER-FIELD
      *    and the year fraction in W-YEAR-FRACTION, rounded to
      *    twelve places. Space is ACT/365, the shop's historical
      *    basis, so a caller that never sets it gets that.
      *      F  ACT/365  actual days over 365, leap year or not
      *      M  ACT/360  actual days over 360
      *      A  ACT/ACT  actual days, each year's share over that
      *                  year's own length (365 or 366), so a
      *                  period crossing a year end is split
      *      B  30/360   every month thirty days, with the
      *                  end-of-month adjustments applied in turn:
      *                  both dates the last day of February makes
      *                  the second day 30; a first date on the
      *                  last day of February makes it 30; a second
      *                  date on the 31st with the first day now 30
      *                  or 31 makes it 30; a first date on the 31st
      *                  makes it 30. The count is 360 x years +
      *                  30 x months + days between the adjusted
      *                  dates, and the fraction is that over 360.
           05  W-DAY-COUNT-BASIS       PIC  X(01)  VALUE SPACE.
               88  BASIS-ACT-365                   VALUE 'F' ' '.
               88  BASIS-ACT-360                   VALUE 'M'.
               88  BASIS-ACT-ACT                   VALUE 'A'.
               88  BASIS-30-360                    VALUE 'B'.
               88  BASIS-VALID                     VALUE 'F' ' '
                                                         'M' 'A'
                                                         'B'.
           05  W-YEAR-FRACTION         PIC S9(03)V9(12)  COMP-3.

           05  W-RETURN-CODE           PIC S9(09)  COMP-5.
               88  CONVERT-RET-GOOD                VALUE ZERO.
               88  CONVERT-RET-BAD-DAY-OR-FMT      VALUE +4.
               88  CONVERT-RET-HOLIDAY-DATE        VALUE +24.
               88  CONVERT-RET-BAD-RANGE-INP       VALUE +28.
               88  CONVERT-RET-BAD-BINARY-LARGE    VALUE +32.
               88  CONVERT-RET-BAD-DAY-BASIS       VALUE +36.
