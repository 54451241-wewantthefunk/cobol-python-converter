      *    Capacity limit registry (CAPLIMF), one record per hard
      *    limit we know of -- a table's OCCURS bound (the CUSTPST1
      *    limit tables at 500, MNUSEC-SELECTION at 40, the DATECNVB
      *    block at 500) or a count field's width (FILEHDTR-RECORD-
      *    COUNT at nine digits) -- tied to the measured series that
      *    grows toward it: a file whose FILEHDTR trailer count
      *    CAPTRND1 records nightly, or a rotated log on LOGINDEX.
      *    Until now the only notice of a limit was the abend.
       01  CAPLIM-RECORD.
           05  CAPLIM-LIMIT-ID         PIC  X(08).
           05  CAPLIM-SERIES-NAME      PIC  X(08).
           05  CAPLIM-LIMIT-KIND       PIC  X(01).
               88  CAPLIM-IS-TABLE-BOUND           VALUE 'T'.
               88  CAPLIM-IS-FIELD-WIDTH           VALUE 'F'.
           05  CAPLIM-LIMIT-VALUE      PIC  9(09).
           05  CAPLIM-PROGRAM          PIC  X(08).
           05  CAPLIM-DESCRIPTION      PIC  X(30).
