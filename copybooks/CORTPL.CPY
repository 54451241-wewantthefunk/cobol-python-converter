      *    Correspondence template line, the wording of the notices
      *    the correspondence job (CORGEN1) sends for each kind of
      *    account event, maintained as reference data so the
      *    wording can change without touching a program. Line 00
      *    is the subject -- the heading of the letter and the
      *    script line the contact center reads on a call; lines
      *    01 onward are the body of the letter, printed in the
      *    order they stand on the file. The job adds the customer's
      *    own particulars (the amount, the date, the rate) beneath
      *    the body itself.
      *    Event codes:
      *      HC  debit held over the credit limit (CUSTHELD)
      *      HD  held debit declined (CUSTREL1)
      *      AC  account closed and archived (CUSTARC1)
      *      MG  duplicate account merged (CUSTMRG1)
      *      RT  interest rate change (INTRATE)
      *      SS  standing order suspended (STOMNT1)
       01  CORTPL-RECORD.
           05  CORTPL-EVENT-CODE       PIC  X(02).
           05  CORTPL-LINE-NO          PIC  9(02).
               88  CORTPL-SUBJECT-LINE             VALUE ZERO.
           05  CORTPL-TEXT             PIC  X(60).
