      *    Capacity history record (CAPHISTI/CAPHISTO), one per
      *    measured series per business date, written by CAPTRND1:
      *    the FILEHDTR trailer count of the customer master, the
      *    posting history slice and the three channel files, and
      *    the record count LOGINDEX holds for each rotated log.
      *    The trend each limit is projected on is fitted to these.
       01  CAPHIST-RECORD.
           05  CAPHIST-BUSINESS-DATE   PIC  9(08).
           05  CAPHIST-SERIES-NAME     PIC  X(08).
           05  CAPHIST-SOURCE          PIC  X(01).
               88  CAPHIST-FROM-TRAILER            VALUE 'H'.
               88  CAPHIST-FROM-LOGINDEX           VALUE 'L'.
           05  CAPHIST-RECORD-COUNT    PIC  9(09).
