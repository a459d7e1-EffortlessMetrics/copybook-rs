      *> Outstanding issued-check master - every check PPISSUE sent
      *> to the bank, keyed the way the check register is (payor plus
      *> CHECK-NUMBER), carried until PPMATCH pays it or it ages into
      *> unclaimed property. The payee state is resolved from the
      *> payee address when the check is first loaded.
       01  OUTSTANDING-CHECK-RECORD.
           05  OCK-CHECK-KEY.
               10  OCK-PAYOR-NAME       PIC X(50).
               10  OCK-CHECK-NUMBER     PIC 9(8).
           05  OCK-CHECK-DATE           PIC 9(8).
           05  OCK-CHECK-AMOUNT         PIC S9(11)V99.
           05  OCK-PAYEE-NAME           PIC X(50).
           05  OCK-PAYEE-ADDRESS        PIC X(60).
           05  OCK-PAYEE-STATE          PIC X(2).
           05  OCK-CHECK-STATUS         PIC X(1).
               88  OCK-OUTSTANDING      VALUE 'O'.
               88  OCK-STALE-DATED      VALUE 'S'.
               88  OCK-PRESENTED        VALUE 'P'.
               88  OCK-ESCHEATED        VALUE 'E'.
           05  OCK-LOADED-DATE          PIC 9(8).
           05  OCK-PRESENTED-DATE       PIC 9(8).
           05  OCK-STALE-NOTICE-DATE    PIC 9(8).
           05  OCK-ESCHEAT-DATE         PIC 9(8).
