      *    Field map for the posting-chain regression harness
      *    (PSTCERT1). One record names one field of one output
      *    file the chain writes -- its offset (from 1) and length
      *    in the record -- so a difference from the approved
      *    expected result is reported by field name instead of as
      *    two unreadable record images. A field whose value
      *    legitimately changes from run to run (a correlation id
      *    built from the clock, a logged time) is mapped with rule
      *    'I' and left out of the comparison; every other byte of
      *    the record is compared whether it is mapped or not. The
      *    record tag, when present, limits the entry to records
      *    opening with those four bytes -- the 'HDR*'/'TRL*'
      *    wrappers, the 'CH-x' channel lines and 'SUSP' line of
      *    CUSTPCTL -- and an entry with a blank tag covers every
      *    other record of the file. Kept as data, like DTEVECT:
      *    a new field on an output is a new record here.
       01  PSTFLD-RECORD.
           05  PSTFLD-FILE-CODE        PIC  X(04).
           05  PSTFLD-RECORD-TAG       PIC  X(04).
           05  PSTFLD-FIELD-NAME       PIC  X(24).
           05  PSTFLD-START            PIC  9(03).
           05  PSTFLD-LENGTH           PIC  9(03).
           05  PSTFLD-RULE             PIC  X(01).
               88  PSTFLD-COMPARED                 VALUE 'C'.
               88  PSTFLD-IGNORED                  VALUE 'I'.
           05  FILLER                  PIC  X(01).
