      *> Card settlement reconciliation parameter - how far the
      *> network's interchange on a merchant batch may drift from the
      *> schedule-rate figure before it is a break, and the GL
      *> accounts the day's net settlement break posts between.
       01  CARD-RECON-PARM.
           05  CRP-INTERCHANGE-TOLERANCE PIC 9(5)V99.
           05  CRP-BREAK-GL-ACCOUNT     PIC 9(8).
           05  CRP-CLEARING-GL-ACCOUNT  PIC 9(8).
