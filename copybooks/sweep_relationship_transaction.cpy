      *> Sweep relationship maintenance transaction - add, change or
      *> close one sub-account's link to its concentration account,
      *> with the sweep rule and target and the operator who keyed it.
       01  SWEEP-RELATIONSHIP-TRANSACTION.
           05  SWT-ACTION-CODE          PIC X(1).
               88  SWT-ADD              VALUE 'A'.
               88  SWT-CHANGE           VALUE 'C'.
               88  SWT-CLOSE            VALUE 'X'.
           05  SWT-RELATIONSHIP-ID      PIC 9(8).
           05  SWT-SUB-ACCOUNT          PIC 9(16).
           05  SWT-CONCENTRATION-ACCOUNT PIC 9(16).
           05  SWT-CUSTOMER-ID          PIC 9(12).
           05  SWT-SWEEP-RULE           PIC X(1).
           05  SWT-TARGET-AMOUNT        PIC 9(13)V99.
           05  SWT-MAINT-USER           PIC X(8).
