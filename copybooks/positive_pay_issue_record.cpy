      *> Positive-pay issue record - one per check issued, transmitted
      *> daily to the bank so presentments can be verified against
      *> what we actually wrote. The payee address rides along so
      *> the outstanding-check aging can tell which state an uncashed
      *> check escheats to.
       01  POSITIVE-PAY-ISSUE-RECORD.
           05  PPI-CHECK-NUMBER         PIC 9(8).
           05  PPI-CHECK-DATE           PIC 9(8).
           05  PPI-CHECK-AMOUNT         PIC S9(11)V99.
           05  PPI-PAYOR-NAME           PIC X(50).
           05  PPI-PAYEE-NAME           PIC X(50).
           05  PPI-PAYEE-ADDRESS        PIC X(60).
