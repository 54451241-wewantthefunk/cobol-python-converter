       01  FISCALCL-FILE-RECORD        PIC X(17).

       FD  CUSTBFW-FILE.
       01  CUSTBFW-IN-LINE             PIC X(88).

       FD  RUNACCT-FILE.
       01  RUNACCT-IN-LINE             PIC X(62).
