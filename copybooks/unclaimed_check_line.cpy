      *> Unclaimed-check holder report line - an issued check past
      *> the stale-dating age, by payee state, banded stale-dated
      *> while still ours to pay or unclaimed once it has moved to the
      *> unclaimed-property liability.
       01  UNCLAIMED-CHECK-LINE.
           05  UCL-PAYEE-STATE          PIC X(2).
           05  UCL-PAYOR-NAME           PIC X(50).
           05  UCL-CHECK-NUMBER         PIC 9(8).
           05  UCL-PAYEE-NAME           PIC X(50).
           05  UCL-CHECK-AMOUNT         PIC S9(11)V99.
           05  UCL-CHECK-DATE           PIC 9(8).
           05  UCL-AGE-DAYS             PIC 9(5).
           05  UCL-DORMANCY-YEARS       PIC 9(2).
           05  UCL-AGE-BAND             PIC X(1).
               88  UCL-BAND-STALE       VALUE 'S'.
               88  UCL-BAND-UNCLAIMED   VALUE 'U'.
