      *    date; reopening a period for a controlled restatement is
      *    an operations decision made by removing the marker, not
      *    something a transaction can do on its own.
      *    At fiscal year end the rollover (FISCYRE1) replaces the
      *    year's period markers with one year-end marker, period
      *    99, ending on the year's last day -- the posting path
      *    holds on any marker's end date, so one covers the year
      *    -- and a closed year is not reopened period by period.
       01  CLOSEDPD-RECORD.
           05  CLOSEDPD-FISCAL-YEAR    PIC  9(04).
           05  CLOSEDPD-FISCAL-PERIOD  PIC  9(02).
               88  CLOSEDPD-YEAR-END-MARKER        VALUE 99.
           05  CLOSEDPD-END-DATE       PIC  9(08).
           05  CLOSEDPD-CLOSED-DATE    PIC  9(08).
           05  CLOSEDPD-CLOSING-TOTAL  PIC S9(13)V99
