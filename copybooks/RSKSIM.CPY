      *    Risk-rule set register, one event per line, appended in
      *    the order things happen. Operations used to tune RSKSCR1
      *    by editing RISKRUL and finding out what the change did
      *    when the live job rewrote every score on the book. Now a
      *    proposed rule set is first run through RSKSCR1's
      *    simulation mode, which scores the master with it without
      *    updating anything and records an S event here together
      *    with a snapshot of the rules it scored with (RSKSRL.CPY).
      *    A second person decides the simulated set through the
      *    approval transaction (RSKAPR1): an A event installs that
      *    snapshot as the live RISKRUL, an R event turns it down.
      *    The latest event for a set id is its state, and only a
      *    set whose latest event is a simulation can be decided --
      *    a set edited and simulated again needs a fresh decision.
      *    The live job refuses a RISKRUL that differs from the
      *    snapshot of the latest A event. The simulation stamp
      *    names the simulation an event belongs to; the counts are
      *    those the simulation reported, carried on its decision.
       01  RSKSIM-RECORD.
           05  RSKSIM-SET-ID           PIC  X(08).
           05  RSKSIM-EVENT            PIC  X(01).
               88  RSKSIM-EVENT-SIMULATED          VALUE 'S'.
               88  RSKSIM-EVENT-APPROVED           VALUE 'A'.
               88  RSKSIM-EVENT-REJECTED           VALUE 'R'.
           05  RSKSIM-SIM-STAMP.
               10  RSKSIM-SIM-DATE     PIC  9(08).
               10  RSKSIM-SIM-TIME     PIC  9(06).
           05  RSKSIM-EVENT-DATE       PIC  9(08).
           05  RSKSIM-EVENT-TIME       PIC  9(06).
           05  RSKSIM-USERID           PIC  X(08).
           05  RSKSIM-RULE-COUNT       PIC  9(03).
           05  RSKSIM-CUSTOMERS-SCORED PIC  9(07).
           05  RSKSIM-BAND-CHANGES     PIC  9(07).
           05  RSKSIM-REVIEW-INTO      PIC  9(07).
           05  RSKSIM-REVIEW-OUT-OF    PIC  9(07).
