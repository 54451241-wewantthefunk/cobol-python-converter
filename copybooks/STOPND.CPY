      *    Pending standing-order change for the maker-checker
      *    maintenance of the STORD instruction file (STOMNT1). A
      *    user entitled to the standing-order menu selection stages
      *    a new instruction, an amount change, a suspension, a
      *    resumption, or a cancellation here; the live STORD file
      *    is only touched when a second, different entitled user
      *    approves it. The instruction is carried as a full STORD
      *    image before and after the change (spaces before a new
      *    instruction, spaces after a cancellation), so the checker
      *    approves exactly what the maker saw and the approval can
      *    refuse a change whose instruction has since moved.
       01  STOPND-RECORD.
           05  STOPND-ID               PIC  9(04).
           05  STOPND-STAGED-BY        PIC  X(08).
           05  STOPND-STAGED-DATE      PIC  9(08).
           05  STOPND-STAGED-TIME      PIC  9(06).
           05  STOPND-CHANGE-TYPE      PIC  X(01).
               88  STOPND-CHANGE-NEW               VALUE 'N'.
               88  STOPND-CHANGE-AMOUNT            VALUE 'A'.
               88  STOPND-CHANGE-SUSPEND           VALUE 'S'.
               88  STOPND-CHANGE-RESUME            VALUE 'R'.
               88  STOPND-CHANGE-CANCEL            VALUE 'C'.
           05  STOPND-STATUS           PIC  X(01).
               88  STOPND-STATUS-PENDING           VALUE 'P'.
               88  STOPND-STATUS-APPROVED          VALUE 'A'.
               88  STOPND-STATUS-REJECTED          VALUE 'R'.
           05  STOPND-BEFORE-IMAGE     PIC  X(38).
           05  STOPND-AFTER-IMAGE      PIC  X(38).
