      *> Customer maintenance transaction - add, change or
      *> status-change against the customer master, with the effective
      *> date and the operator who keyed it. A blank
      *> OWNERSHIP-CATEGORY leaves the master's category as it stands.
       01  CUSTOMER-MAINT-TRANSACTION.
           05  CMT-ACTION-CODE          PIC X(1).
               88  CMT-ADD              VALUE 'A'.
           05  CMT-EFFECTIVE-DATE       PIC 9(8).
           05  CMT-MAINT-USER           PIC X(8).
           05  CMT-CREDIT-LIMIT         PIC S9(13)V99.
           05  CMT-OWNERSHIP-CATEGORY   PIC X(1).
               88  CMT-OWNERSHIP-VALID  VALUE ' ' 'S' 'J' 'B' 'T'.
