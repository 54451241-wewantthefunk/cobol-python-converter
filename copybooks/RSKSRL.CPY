      *    Simulated risk-rule snapshot: the rules a simulation of
      *    a proposed set actually scored with, one line per
      *    RISKRUL record in file order, tagged with the set id and
      *    the simulation stamp of its RSKSIM register event. An
      *    approved set is installed from this snapshot, not from
      *    the proposal file, so what goes live is exactly what was
      *    simulated even if the proposal was edited afterwards.
       01  RSKSRL-RECORD.
           05  RSKSRL-SET-ID           PIC  X(08).
           05  RSKSRL-SIM-STAMP.
               10  RSKSRL-SIM-DATE     PIC  9(08).
               10  RSKSRL-SIM-TIME     PIC  9(06).
           05  RSKSRL-RULE             PIC  X(23).
