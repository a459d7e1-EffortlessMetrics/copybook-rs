      *> Sweep activity report line - one per sub-account the sweep
      *> looked at (swept up, funded, refused against the concentration
      *> account's overdraft facility, or already at its target) and a
      *> closing total per relationship with the concentration
      *> account's balance before and after the night's sweeps.
       01  SWEEP-ACTIVITY-LINE.
           05  SAL-SWEEP-DATE           PIC 9(8).
           05  SAL-RELATIONSHIP-ID      PIC 9(8).
           05  SAL-LINE-TYPE            PIC X(1).
               88  SAL-SWEPT-UP         VALUE 'S'.
               88  SAL-FUNDED           VALUE 'F'.
               88  SAL-REFUSED          VALUE 'R'.
               88  SAL-NO-SWEEP         VALUE 'N'.
               88  SAL-RELATIONSHIP-TOTAL VALUE 'T'.
           05  SAL-CONCENTRATION-ACCOUNT PIC 9(16).
           05  SAL-SUB-ACCOUNT          PIC 9(16).
           05  SAL-SWEEP-RULE           PIC X(1).
           05  SAL-TARGET-AMOUNT        PIC 9(13)V99.
           05  SAL-CLOSING-BALANCE      PIC S9(13)V99.
           05  SAL-SWEEP-AMOUNT         PIC S9(13)V99.
           05  SAL-CONCENTRATION-BALANCE PIC S9(13)V99.
           05  SAL-FACILITY-LIMIT       PIC 9(13)V99.
           05  SAL-SWEPT-UP-TOTAL       PIC S9(13)V99.
           05  SAL-FUNDED-TOTAL         PIC S9(13)V99.
           05  SAL-REFUSED-COUNT        PIC 9(5).
