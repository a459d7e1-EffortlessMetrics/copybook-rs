      *> Credit-hold record - an order held out of allocation
      *> because its customer has receivables long past due or is
      *> over the credit limit, carried whole until the credit desk
      *> releases it.
       01  CREDIT-HOLD-RECORD.
           05  CHD-ORDER-ID             PIC X(12).
           05  CHD-CUSTOMER-ID          PIC X(10).
           05  CHD-HOLD-REASON          PIC X(1).
               88  CHD-PAST-DUE-HOLD    VALUE 'B'.
               88  CHD-LIMIT-HOLD       VALUE 'L'.
           05  CHD-ORDER-TOTAL          PIC 9(10)V99.
           05  CHD-HELD-DATE            PIC 9(8).
