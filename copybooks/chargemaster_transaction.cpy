      *> Chargemaster maintenance transaction - add a new code, change
      *> a live code's terms from an effective date, or retire it. On
      *> a change a zero price or blank field carries the current
      *> value forward.
       01  CHARGEMASTER-TRANSACTION.
           05  CMT-ACTION-CODE          PIC X(1).
               88  CMT-ADD              VALUE 'A'.
               88  CMT-CHANGE           VALUE 'C'.
               88  CMT-RETIRE           VALUE 'R'.
           05  CMT-TREATMENT-CODE       PIC X(10).
           05  CMT-EFFECTIVE-DATE       PIC 9(8).
           05  CMT-STANDARD-PRICE       PIC S9(8)V99.
           05  CMT-REVENUE-CODE         PIC X(4).
           05  CMT-DEPARTMENT           PIC X(4).
           05  CMT-DESCRIPTION          PIC X(30).
           05  CMT-MAINT-USER           PIC X(8).
           05  CMT-MAINT-DATE           PIC 9(8).
