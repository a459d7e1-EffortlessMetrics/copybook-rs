      *> Outstanding-check aging parameter - the age at which an
      *> uncashed check is stale-dated, the dormancy period and state
      *> used when the payee's state is unknown or not on the
      *> reference table, and the GL accounts an abandoned check moves
      *> between.
       01  CHECK-AGING-PARM.
           05  CAP-STALE-DAYS           PIC 9(3).
           05  CAP-DEFAULT-DORMANCY-YEARS PIC 9(2).
           05  CAP-HOLDER-STATE         PIC X(2).
           05  CAP-OUTSTANDING-GL-ACCOUNT PIC 9(8).
           05  CAP-UNCLAIMED-GL-ACCOUNT PIC 9(8).
